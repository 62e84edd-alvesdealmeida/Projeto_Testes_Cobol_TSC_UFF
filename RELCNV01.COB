       FILE                                    SECTION.
       FD  ORCAMENTOS.
       01  REGISTRO-ORCAMENTO.
           02 ORC-CODIGO       PIC 9(06).
           02 ORC-CLIENTE      PIC 9(06).
           02 ORC-VENDEDOR     PIC 9(04).
           02 ORC-DATA         PIC 9(08).
           02 ORC-VALIDADE     PIC 9(08).
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

      *================================================================*
       WORKING-STORAGE                         SECTION.
