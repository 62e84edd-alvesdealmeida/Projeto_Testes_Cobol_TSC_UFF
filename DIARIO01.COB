           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  PLANCTA.
       01  REGISTRO-CONTA.
      *        GRUPO DE RESULTADO PARA O DRE (DRE001):
      *        0-NENHUM 1-RECEITA 2-DEDUCOES 3-CUSTOS 4-DESPESAS
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *================================================================*
       WORKING-STORAGE                         SECTION.
