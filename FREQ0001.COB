               02 PROF-NOME   PIC X(50).
               02 PROF-FONE   PIC X(30).
               02 PROF-ATIVO  PIC X.
               02 PROF-FUNCIONARIO PIC 9(04).
               02 PROF-VALOR-HORA  PIC 9(05)V99.

       FD PROFDISC.
           01 REGISTRO-PROFDISC.
