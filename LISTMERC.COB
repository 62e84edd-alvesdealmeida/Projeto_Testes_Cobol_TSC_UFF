           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPRO.DAT".
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

       WORKING-STORAGE                         SECTION.
       01  W-SEQ-ST             PIC XX VALUE ZEROS.
           PERFORM UNTIL W-SEQ-ST NOT = "00"
               DISPLAY FD-CODIGO " " FD-PRODUTO " " FD-VALUNIT
                   " " FD-TIPO " " FD-OPCOES " " FD-QTD-ESTOQUE
                   " " FD-UNIDADE
               PERFORM 1000-LE-PROXIMO
           END-PERFORM
           CLOSE ARQ1
