       FILE                                    SECTION.
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

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.

       FD  ARQPED
           VALUE OF FILE-ID IS WNOME-ARQPED.
       01  LINHA-ARQPED        PIC X(67).

       FD  ARQITM
           VALUE OF FILE-ID IS WNOME-ARQITM.
       01  LINHA-ARQITM        PIC X(60).

       FD  HISTVEN.
       01  REGISTRO-HISTVEN.
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-MES         PIC 9(02).
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-CLIENTE     PIC 9(06).
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-QT-PEDIDOS  PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
       77  WANO-CORTE    PIC 9(04) VALUE ZERO.

       01  TAB-CHAVES.
           02 TK-CODIGO PIC 9(06) OCCURS 5000 TIMES.
       77  QT-CHAVES     PIC 9(04) VALUE ZEROS.
       77  IND1          PIC 9(04) VALUE ZEROS.
       77  IND2          PIC 9(04) VALUE ZEROS.
           02 TH-ITEM OCCURS 500 TIMES.
               03 TH-ANO        PIC 9(04).
               03 TH-MES        PIC 9(02).
               03 TH-CLIENTE    PIC 9(06).
               03 TH-QT-PEDIDOS PIC 9(05).
               03 TH-VALOR      PIC 9(10)V99.
       77  QT-HISTORICO  PIC 9(03) VALUE ZEROS.
