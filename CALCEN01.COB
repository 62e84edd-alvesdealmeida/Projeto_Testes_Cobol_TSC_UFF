      ******************************************************************
      *
      *     CALCULA-ENCARGOS-FOLHA - ROTINA COMUM DOS ENCARGOS DA FOLHA
      *     CONCENTRA AS ALIQUOTAS DO FGTS (DEPOSITO DE 8% SOBRE A
      *     BASE DO FGTS) E DA PARTE PATRONAL DO INSS (20% SOBRE A
      *     BASE DO INSS, SEM TETO), PARA QUE O CALCULO INDIVIDUAL
      *     (IR000001), A FOLHA EM LOTE (FOLHA001) E A RESCISAO
      *     (RESCIS01) USEM EXATAMENTE OS MESMOS PERCENTUAIS.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "CALCULA-ENCARGOS-FOLHA" USING LK-BASE-FGTS
      *                  LK-BASE-INSS LK-FGTS LK-INSS-PATRONAL
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. CALCULA-ENCARGOS-FOLHA.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
      *================================================================*
       DATA                                                DIVISION.
       WORKING-STORAGE                         SECTION.
       77  ALIQUOTA-FGTS       PIC 9V9999 VALUE 0.0800.
       77  ALIQUOTA-PATRONAL   PIC 9V9999 VALUE 0.2000.

       LINKAGE                                 SECTION.
       01  LK-BASE-FGTS      PIC 9(07)V99.
       01  LK-BASE-INSS      PIC 9(07)V99.
       01  LK-FGTS           PIC 9(06)V99.
       01  LK-INSS-PATRONAL  PIC 9(06)V99.
      *================================================================*
       PROCEDURE DIVISION USING LK-BASE-FGTS LK-BASE-INSS LK-FGTS
           LK-INSS-PATRONAL.
       0000-MAINLINE.
           PERFORM 2000-CALCULA-FGTS
           PERFORM 3000-CALCULA-PATRONAL
           GOBACK
           .
      *================================================================*
      *    FGTS: 8% SOBRE A REMUNERACAO DO MES, INCLUSIVE 13O E
      *    FERIAS GOZADAS (A BASE JA VEM MONTADA PELO CHAMADOR)
      *================================================================*
       2000-CALCULA-FGTS.
           COMPUTE LK-FGTS ROUNDED = LK-BASE-FGTS * ALIQUOTA-FGTS
           .
      *================================================================*
      *    INSS PATRONAL: 20% SOBRE A BASE DO INSS, SEM O TETO QUE
      *    LIMITA O DESCONTO DO EMPREGADO
      *================================================================*
       3000-CALCULA-PATRONAL.
           COMPUTE LK-INSS-PATRONAL ROUNDED =
               LK-BASE-INSS * ALIQUOTA-PATRONAL
           .
       END PROGRAM CALCULA-ENCARGOS-FOLHA.
