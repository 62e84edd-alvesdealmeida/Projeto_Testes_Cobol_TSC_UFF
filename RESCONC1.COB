       FD  RESERVAS.
       01  REGISTRO-RESERVA.
           02 RES-CHAVE.
               03 RES-PEDIDO  PIC 9(06).
               03 RES-PRODUTO PIC 9(06).
           02 RES-QUANTIDADE  PIC 9(06).

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
      *    ENDERECO DE ENTREGA DO PEDIDO (SEQUENCIA EM ENDENTR.DAT);
      *    ZERO = ENDERECO PRINCIPAL DO CLIENTE
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

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
      *    RESERVADO POR PRODUTO (SO AS RESERVAS QUE FICARAM)
       01  TAB-PRODUTOS.
           02 TP-ITEM OCCURS 200 TIMES.
               03 TP-PRODUTO   PIC 9(06).
               03 TP-RESERVADO PIC 9(07).
       77  QT-PRODUTOS PIC 9(03) VALUE ZEROS.
       77  IND1        PIC 9(03) VALUE ZEROS.
           END-READ
           COMPUTE WDISPONIVEL =
               FD-QTD-ESTOQUE - TP-RESERVADO (IND1)
           DISPLAY TP-PRODUTO (IND1) "  "
               TP-RESERVADO (IND1) "   " FD-QTD-ESTOQUE " "
               WDISPONIVEL "  " FD-PRODUTO (1:20)
           .
