           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
           02 FOLHA-BASE-FGTS  PIC 9(07)V99.
           02 FOLHA-FGTS       PIC 9(06)V99.
           02 FOLHA-INSS-PATR  PIC 9(06)V99.
           02 FOLHA-MULTA-FGTS PIC 9(07)V99.

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  FOLREM.
       01  LINHA-FOLREM         PIC X(80).
