       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.

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

      *    CONSOLIDACAO MENSAL DOS ANOS ARQUIVADOS (ARQPED01)
       FD  HISTVEN.
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-MES         PIC 9(02).
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-CLIENTE     PIC 9(06).
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-QT-PEDIDOS  PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
       FD  PREVDEM.
       01  REGISTRO-PREVDEM.
           02 PV-CHAVE.
               03 PV-PRODUTO PIC 9(06).
               03 PV-MES     PIC 9(02).
           02 PV-QTD-PREVISTA PIC 9(06).
           02 PV-DATA-GERACAO PIC 9(08).
      *    PRODUTOS COM MOVIMENTO; EXCEDENTES DENUNCIADOS)
       01  TAB-DEMANDA.
           02 TD-ITEM OCCURS 200 TIMES.
               03 TD-PRODUTO PIC 9(06).
               03 TD-QT-MES  PIC 9(06) OCCURS 12 TIMES.
       77  QT-PRODUTOS   PIC 9(03) VALUE ZEROS.
       77  QT-EXCEDENTES PIC 9(04) VALUE ZEROS.
