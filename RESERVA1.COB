       FD  RESERVAS.
       01  REGISTRO-RESERVA.
           02 RES-CHAVE.
               03 RES-PEDIDO  PIC 9(06).
               03 RES-PRODUTO PIC 9(06).
           02 RES-QUANTIDADE  PIC 9(06).

       WORKING-STORAGE                         SECTION.

       LINKAGE                                 SECTION.
       01  LK-ACAO       PIC X.
       01  LK-PEDIDO     PIC 9(06).
       01  LK-PRODUTO    PIC 9(06).
       01  LK-QUANTIDADE PIC 9(06).
      *================================================================*
       PROCEDURE DIVISION USING LK-ACAO LK-PEDIDO LK-PRODUTO
