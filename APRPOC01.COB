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
           TELA-EXIT.
               EXIT.
           LISTA-PENDENTES.
               DISPLAY "PC   FORN PROD   QTDE   CUSTO   PREVISTA"
                   AT 0605
               MOVE ZERO TO QT-LISTADOS
               MOVE LOW-VALUES TO PC-CODIGO
                           DISPLAY PC-PRODUTO
                               AT LINE WLINHA-TELA COL 15
                           DISPLAY PC-QUANTIDADE
                               AT LINE WLINHA-TELA COL 22
                           DISPLAY PC-CUSTO
                               AT LINE WLINHA-TELA COL 29
                           DISPLAY PC-DATA-PREVISTA
                               AT LINE WLINHA-TELA COL 38
                           MOVE PC-PRODUTO TO FD-CODIGO
