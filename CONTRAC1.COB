           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
      *    ENCARGOS DA COMPETENCIA (CALCULA-ENCARGOS-FOLHA): BASE E
      *    DEPOSITO DO FGTS, PARTE PATRONAL DO INSS E, SO NA
      *    RESCISAO (TIPO R), A MULTA SOBRE O SALDO DO FGTS
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

      *    EVENTOS VARIAVEIS DA COMPETENCIA (CADEVF01) - O
      *    CONTRACHEQUE MENSAL DISCRIMINA CADA UM
               88 EV-DESCONTO VALUE "D".
           02 EV-INCIDE-INSS PIC X.
           02 EV-INCIDE-IRRF PIC X.
           02 EV-INCIDE-FGTS PIC X.

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           DISPLAY "DESCONTO IRRF .......... " WED-VALOR
           MOVE FOLHA-LIQUIDO TO WED-VALOR
           DISPLAY "LIQUIDO A RECEBER ...... " WED-VALOR
           MOVE FOLHA-BASE-FGTS TO WED-VALOR
           DISPLAY "BASE DO FGTS ........... " WED-VALOR
           MOVE FOLHA-FGTS TO WED-VALOR
           DISPLAY "FGTS DO MES ............ " WED-VALOR
           PERFORM 4000-GRAVA-CONTRACHEQUE-REL
           .
      *----------------------------------------------------------------*
           STRING "Liquido a receber: " WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 4100-GRAVA-LINHA-T
      *    O FGTS E DEPOSITO DO EMPREGADOR - SO INFORMATIVO, NAO
      *    ENTRA NO LIQUIDO
           MOVE FOLHA-BASE-FGTS TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "Base do FGTS: " WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 4100-GRAVA-LINHA-T
           MOVE FOLHA-FGTS TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "FGTS do mes: " WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 4100-GRAVA-LINHA-T
           .
       4100-GRAVA-LINHA-T.
           MOVE SPACES TO WREL-T-B
