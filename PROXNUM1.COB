       FD  NUMEROS.
       01  REGISTRO-NUMERO.
           02 NUM-ENTIDADE PIC X(10).
           02 NUM-PROXIMO  PIC 9(06).

       WORKING-STORAGE                         SECTION.
       01  FS-NUMEROS.

       LINKAGE                                 SECTION.
       01  LK-ENTIDADE PIC X(10).
       01  LK-NUMERO   PIC 9(06).
      *================================================================*
       PROCEDURE DIVISION USING LK-ENTIDADE LK-NUMERO.
       0000-MAINLINE.
