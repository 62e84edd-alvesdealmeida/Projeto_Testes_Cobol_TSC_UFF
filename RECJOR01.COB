      ******************************************************************
      *
      *     RECJOR01 - RECUPERACAO GERAL DO JORNAL DE TRANSACOES
      *     DESFAZ OU CONCLUI TODAS AS TRANSACOES QUE FICARAM ABERTAS
      *     EM JORNAL.DAT (FATURAMENTO E DEMAIS PROGRAMAS QUE USAM O
      *     GRAVA-JORNAL), DE QUALQUER OPERADOR. O FATPED01 SO
      *     RECUPERA AS DO PROPRIO OPERADOR AO ENTRAR; ESTE PASSO E
      *     PARA O PLANO NOTURNO OU PARA QUANDO OS TERMINAIS ESTAO
      *     PARADOS - UMA TRANSACAO EM ANDAMENTO NOUTRO TERMINAL
      *     TAMBEM ESTA ABERTA. O DETALHE VAI PARA O RELATORIO
      *     RECJORNAL DO SPOOL.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RECJOR01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
      *================================================================*
       DATA                                                DIVISION.
       WORKING-STORAGE                         SECTION.
       77  WDATA-SISTEMA   PIC 9(08) VALUE ZERO.
       77  WFILTRO-PROG    PIC X(08) VALUE SPACES.
       77  WFILTRO-OPER    PIC X(10) VALUE SPACES.
       77  WOPERADOR       PIC X(10) VALUE "RECJOR01".
       77  WQT-DESFEITAS   PIC 9(04) VALUE ZERO.
       77  WQT-CONCLUIDAS  PIC 9(04) VALUE ZERO.
      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "RECUPERACAO DO JORNAL DE TRANSACOES - "
               WDATA-SISTEMA
           CALL "RECUPERA-JORNAL" USING WFILTRO-PROG, WFILTRO-OPER,
               WOPERADOR, WQT-DESFEITAS, WQT-CONCLUIDAS
           IF WQT-DESFEITAS = ZERO AND WQT-CONCLUIDAS = ZERO
               DISPLAY "NENHUMA TRANSACAO ABERTA NO JORNAL"
           ELSE
               DISPLAY "TRANSACOES DESFEITAS : " WQT-DESFEITAS
               DISPLAY "TRANSACOES CONCLUIDAS: " WQT-CONCLUIDAS
               DISPLAY "DETALHE NO RELATORIO RECJORNAL DO SPOOL"
           END-IF
           GOBACK
           .
       END PROGRAM RECJOR01.
