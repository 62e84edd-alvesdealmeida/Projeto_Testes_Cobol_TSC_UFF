           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
       01  REGISTRO-PEDCOMP.
           02 PC-CODIGO        PIC 9(04).
           02 PC-FORNECEDOR    PIC 9(04).
           02 PC-PRODUTO       PIC 9(06).
           02 PC-QUANTIDADE    PIC 9(06).
           02 PC-CUSTO         PIC 9(6)V99.
           02 PC-DATA-EMISSAO  PIC 9(08).
           02 PC-STATUS        PIC X.
               88 PC-ABERTA    VALUE "A".
           02 PC-DATA-RECEBIDA PIC 9(08).
           02 PC-CENTRO        PIC 9(03).

       FD  FOLHAPAG.
       01  REGISTRO-FOLHA.
           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
           02 FOLHA-BASE-FGTS  PIC 9(07)V99.
           02 FOLHA-FGTS       PIC 9(06)V99.
           02 FOLHA-INSS-PATR  PIC 9(06)V99.
           02 FOLHA-MULTA-FGTS PIC 9(07)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
