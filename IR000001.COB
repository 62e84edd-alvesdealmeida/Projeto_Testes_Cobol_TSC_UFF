      ******************************************************************
      *
      *          CALCULO DE INSS E IRRF SOBRE FOLHA DE PAGAMENTO
      *     GRAVA TAMBEM OS ENCARGOS DO EMPREGADOR (FGTS E INSS
      *     PATRONAL) SOBRE O MESMO SALARIO, PELA ROTINA COMUM
      *     CALCULA-ENCARGOS-FOLHA
      *
      ******************************************************************
       IDENTIFICATION                                       DIVISION.
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

       WORKING-STORAGE                         SECTION.
       01  FS-FOLHAPAG.
       77  INSS                PIC     9(06)V99.
       77  IR                  PIC     9(06)V99.
       77  SALARIO-LIQUIDO     PIC     9(07)V99.
       77  FGTS                PIC     9(06)V99.
       77  INSS-PATRONAL       PIC     9(06)V99.

      *================================================================*
       PROCEDURE                                            DIVISION.
       2000-CALCULA-FOLHA.
           CALL "CALCULA-FOLHA" USING SALARIO, NUMERO-DEPENDENTES,
               INSS, IR, SALARIO-LIQUIDO
           CALL "CALCULA-ENCARGOS-FOLHA" USING SALARIO, SALARIO, FGTS,
               INSS-PATRONAL
           .
       5000-EXIBE-RESULTADO.
           DISPLAY "INSS:............." INSS
           DISPLAY "IRRF:.............." IR
           DISPLAY "SALARIO LIQUIDO:..." SALARIO-LIQUIDO
           DISPLAY "FGTS DO MES:......." FGTS
           DISPLAY "INSS PATRONAL:....." INSS-PATRONAL
           .
      *================================================================*
      *    GRAVA O CALCULO NO HISTORICO DE FOLHA, UM REGISTRO POR
           MOVE INSS            TO FOLHA-INSS
           MOVE IR              TO FOLHA-IR
           MOVE SALARIO-LIQUIDO TO FOLHA-LIQUIDO
           MOVE SALARIO         TO FOLHA-BASE-FGTS
           MOVE FGTS            TO FOLHA-FGTS
           MOVE INSS-PATRONAL   TO FOLHA-INSS-PATR
           MOVE ZERO            TO FOLHA-MULTA-FGTS
           WRITE REGISTRO-FOLHA
               INVALID KEY
                   REWRITE REGISTRO-FOLHA
