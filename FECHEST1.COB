       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X     VALUE SPACE.

       FD  ARQMES
           VALUE OF FILE-ID IS WNOME-ARQMES.
       01  LINHA-ARQMES        PIC X(45).

       FD  ESTTMP.
       01  LINHA-ESTTMP        PIC X(45).

      *================================================================*
       WORKING-STORAGE                         SECTION.
      *    E "T" SOMAM COMO ENTRADA, "B" E "X" BAIXAM COMO SAIDA)
       01  TAB-SALDOS.
           02 TS-ITEM OCCURS 500 TIMES.
               03 TS-CODIGO   PIC 9(06).
               03 TS-DEPOSITO PIC 9(02).
               03 TS-SALDO    PIC S9(08).
       77  QT-SALDOS PIC 9(03) VALUE ZEROS.
