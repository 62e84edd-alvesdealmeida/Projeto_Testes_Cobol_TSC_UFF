       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).

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
       WORKING-STORAGE                         SECTION.
           ADD WVALOR-RISCO TO WTOT-RISCO
           MOVE WVALOR-RISCO TO WED-VALOR
           ADD 1 TO QT-LISTADOS
           DISPLAY WFAIXA " " LOT-PRODUTO "  " LOT-NUMERO " "
               LOT-VALIDADE " " LOT-SALDO " " WED-VALOR
               "  " FD-PRODUTO (1:20)
           .
