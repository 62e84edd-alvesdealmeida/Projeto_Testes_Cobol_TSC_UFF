       FILE                                    SECTION.
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

       FD  FORNPROD.
       01  REGISTRO-FORNPROD.
           02 FP-CHAVE.
               03 FP-FORNECEDOR PIC 9(04).
               03 FP-PRODUTO    PIC 9(06).
           02 FP-PARTNUMBER     PIC X(20).
           02 FP-ULTIMO-CUSTO   PIC 9(6)V99.
           02 FP-LEAD-TIME      PIC 9(03).
           02 FP-UNID-COMPRA    PIC X(03).
           02 FP-FATOR-COMPRA   PIC 9(05).

      *    PREVISAO MENSAL DE DEMANDA (PREVDEM1)
       FD  PREVDEM.
       01  REGISTRO-PREVDEM.
           02 PV-CHAVE.
               03 PV-PRODUTO PIC 9(06).
               03 PV-MES     PIC 9(02).
           02 PV-QTD-PREVISTA PIC 9(06).
           02 PV-DATA-GERACAO PIC 9(08).
       01  REGISTRO-PEDCOMP.
           02 PC-CODIGO        PIC 9(04).
           02 PC-FORNECEDOR    PIC 9(04).
           02 PC-PRODUTO       PIC 9(06).
           02 PC-QUANTIDADE    PIC 9(06).
           02 PC-CUSTO         PIC 9(6)V99.
           02 PC-DATA-EMISSAO  PIC 9(08).
               88 PC-RECEBIDA  VALUE "R".
               88 PC-CANCELADA VALUE "C".
           02 PC-DATA-RECEBIDA PIC 9(08).
           02 PC-CENTRO        PIC 9(03).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  QT-SEM-FORN   PIC 9(04) VALUE ZEROS.
       77  QT-COBERTOS   PIC 9(04) VALUE ZEROS.
       77  WENTIDADE     PIC X(10) VALUE "PEDCOMPRA".
       77  WNUM-GERADO   PIC 9(06) VALUE ZEROS.
       77  WPRAZO-DIAS   PIC S9(5) VALUE ZEROS.
       77  WDATA-PREV    PIC 9(08) VALUE ZEROS.

      *    EMPATE PELO MENOR LEAD TIME) - UMA VARRIDA NO CATALOGO
       01  TAB-FORN.
           02 TF-ITEM OCCURS 200 TIMES.
               03 TF-PRODUTO    PIC 9(06).
               03 TF-FORNECEDOR PIC 9(04).
               03 TF-CUSTO      PIC 9(6)V99.
               03 TF-LEAD       PIC 9(03).
      *    PRODUTOS JA COBERTOS POR PEDIDO DE COMPRA ABERTO OU
      *    PENDENTE (NAO GERAR DE NOVO EM RODADA SEGUIDA)
       01  TAB-COBERTOS.
           02 TB-PRODUTO PIC 9(06) OCCURS 200 TIMES.
       77  QT-TAB-COB PIC 9(03) VALUE ZEROS.
       77  IND-COB    PIC 9(03) VALUE ZEROS.

           MOVE ZERO TO PC-QTD-RECEBIDA
           MOVE "P"  TO PC-STATUS
           MOVE ZERO TO PC-DATA-RECEBIDA
           MOVE ZERO TO PC-CENTRO
           WRITE REGISTRO-PEDCOMP
               INVALID KEY
                   REWRITE REGISTRO-PEDCOMP
