       FD  ESTRUT.
       01  REGISTRO-ESTRUT.
           02 EB-CHAVE.
               03 EB-ACABADO    PIC 9(06).
               03 EB-COMPONENTE PIC 9(06).
           02 EB-QTD-UNIT       PIC 9(04).

      *    ORDENS DE PRODUCAO EXECUTADAS
       01  REGISTRO-ORDPROD.
           02 OP-NUMERO     PIC 9(06).
           02 OP-DATA       PIC 9(08).
           02 OP-ACABADO    PIC 9(06).
           02 OP-QUANTIDADE PIC 9(06).
           02 OP-CUSTO-UNIT PIC 9(6)V99.
           02 OP-DEPOSITO   PIC 9(02).

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
           02 FD-MARGEM-MIN     PIC 99V99.
           02 FD-ESTOQUE-MINIMO PIC 9(06).
           02 FD-QTD-REPOR      PIC 9(06).
           02 FD-UNIDADE        PIC X(03).
           02 FD-UNID-COMPRA    PIC X(03).
           02 FD-FATOR-COMPRA   PIC 9(05).
           02 FD-UNID-VENDA     PIC X(03).
           02 FD-FATOR-VENDA    PIC 9(05).
           02 FD-CLASSE-ABC.
               03 FD-ABC-RECEITA  PIC X.
               03 FD-ABC-MARGEM   PIC X.
               03 FD-ABC-UNIDADES PIC X.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WMODO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WACABADO       PIC 9(06) VALUE ZERO.
       77  WCOMPONENTE    PIC 9(06) VALUE ZERO.
       77  WQTD-UNIT      PIC 9(04) VALUE ZERO.
       77  WQT-PRODUZIR   PIC 9(06) VALUE ZERO.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
       77  WOP-ENTIDADE   PIC X(10) VALUE "ORDPROD".
       77  WOP-NUMERO     PIC 9(06) VALUE ZERO.
       77  WNUM-GERADO    PIC 9(06) VALUE ZERO.
       77  WMV-TIPO-SAI   PIC X VALUE "S".
       77  WMV-TIPO-ENT   PIC X VALUE "E".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
           MANTEM-ESTRUTURA.
               DISPLAY "MODO I-INCLUIR E-EXCLUIR L-LISTAR" AT 0705
               ACCEPT WMODO AT 0739
               DISPLAY "ACABADO [......]           " AT 0805
               ACCEPT WACABADO AT 0814
               MOVE WACABADO TO FD-CODIGO
               READ ARQ1
                   PERFORM LISTA-ESTRUTURA
                   GO TO ESTRUTURA-FIM
               END-IF
               DISPLAY "COMPONENTE [......]        " AT 0905
               ACCEPT WCOMPONENTE AT 0917
               MOVE WCOMPONENTE TO FD-CODIGO
               READ ARQ1
      *    ENTAO A ENTRADA DO ACABADO E POSTADA COM O CUSTO ROLADO.
      *----------------------------------------------------------------*
           ORDEM-PRODUCAO.
               DISPLAY "ACABADO [......]           " AT 0705
               ACCEPT WACABADO AT 0714
               MOVE WACABADO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "COMPONENTE " AT 1805
                       DISPLAY EB-COMPONENTE AT 1816
                       DISPLAY " NAO CADASTRADO" AT 1823
                       MOVE "S" TO WFALTA
                       GO TO CONFERE-UM-FIM
               END-READ
