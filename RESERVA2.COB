       FD  RESERVAS.
       01  REGISTRO-RESERVA.
           02 RES-CHAVE.
               03 RES-PEDIDO  PIC 9(06).
               03 RES-PRODUTO PIC 9(06).
           02 RES-QUANTIDADE  PIC 9(06).

       WORKING-STORAGE                         SECTION.
           02 FS-RESERVA-R REDEFINES FS-RESERVAS-2 PIC 99 COMP-X.

       LINKAGE                                 SECTION.
       01  LK-PRODUTO    PIC 9(06).
       01  LK-RESERVADO  PIC 9(06).
      *================================================================*
       PROCEDURE DIVISION USING LK-PRODUTO LK-RESERVADO.
