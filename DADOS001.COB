           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X     VALUE SPACE.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X     VALUE SPACE.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X     VALUE SPACE.
           02 TR-FILIAL  PIC 9(02).

       FD  SALDOFIN.
       01  REGISTRO-SALDO.
