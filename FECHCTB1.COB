           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  CTBFECH.
       01  REGISTRO-FECHAMENTO.
           02 OP-NOME   PIC X(30).
           02 OP-PERFIL PIC X.
               88 OP-ADMINISTRADOR VALUE "A" "a".
           02 FILLER    PIC X(112).

      *================================================================*
       WORKING-STORAGE                     SECTION.
