      ******************************************************************
      *
      *     GRAVA-HISTSAC - ROTINA COMUM DO HISTORICO DOS CHAMADOS SAC
      *     CADA MUDANCA DE STATUS, TROCA DE RESPONSAVEL OU LIGACAO DE
      *     RMA / ORDEM DE SERVICO A UM CHAMADO (SAC.DAT) VIRA UMA
      *     LINHA EM SACHIST.DAT, NA SEQUENCIA DO CHAMADO, COM DATA,
      *     HORA, STATUS ANTERIOR E NOVO, OPERADOR E OBSERVACAO. A
      *     SEQUENCIA E A ULTIMA DO CHAMADO MAIS UM. USADA PELO
      *     SACATD01, PELO RMAPED01 E PELO ORDSER01.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "GRAVA-HISTSAC" USING LK-CHAMADO LK-STATUS-ANT
      *             LK-STATUS LK-OPERADOR LK-OBS
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. GRAVA-HISTSAC.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SACHIST ASSIGN TO "SACHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-CHAVE
           FILE STATUS IS FS-SACHIST.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  SACHIST.
       01  REGISTRO-SACHIST.
           02 SH-CHAVE.
               03 SH-CHAMADO    PIC 9(06).
               03 SH-SEQ        PIC 9(03).
           02 SH-DATA           PIC 9(08).
           02 SH-HORA           PIC 9(06).
           02 SH-STATUS-ANT     PIC X.
           02 SH-STATUS         PIC X.
           02 SH-OPERADOR       PIC X(10).
           02 SH-OBS            PIC X(60).
       WORKING-STORAGE                         SECTION.
       01  FS-SACHIST.
           02 FS-SACHIST-1 PIC 9.
           02 FS-SACHIST-2 PIC 9.
           02 FS-SACHIST-R REDEFINES FS-SACHIST-2 PIC 99 COMP-X.
       77  WDATA-HORA     PIC X(14) VALUE SPACES.
       77  WULT-SEQ       PIC 9(03) VALUE ZERO.

       LINKAGE                                 SECTION.
       01  LK-CHAMADO    PIC 9(06).
       01  LK-STATUS-ANT PIC X.
       01  LK-STATUS     PIC X.
       01  LK-OPERADOR   PIC X(10).
       01  LK-OBS        PIC X(60).
      *================================================================*
       PROCEDURE DIVISION USING LK-CHAMADO LK-STATUS-ANT LK-STATUS
           LK-OPERADOR LK-OBS.
       0000-MAINLINE.
           OPEN I-O SACHIST
           IF FS-SACHIST = "35"
               OPEN OUTPUT SACHIST
               CLOSE SACHIST
               OPEN I-O SACHIST
           END-IF
           MOVE ZERO TO WULT-SEQ
           PERFORM 1000-ULTIMA-SEQ THRU 1000-EXIT
           IF WULT-SEQ < 999
               PERFORM 2000-GRAVA-LINHA
           END-IF
           CLOSE SACHIST
           GOBACK
           .
      *----------------------------------------------------------------*
      *    ULTIMA SEQUENCIA JA GRAVADA PARA O CHAMADO
      *----------------------------------------------------------------*
       1000-ULTIMA-SEQ.
           MOVE LK-CHAMADO TO SH-CHAMADO
           MOVE ZERO       TO SH-SEQ
           START SACHIST KEY NOT LESS THAN SH-CHAVE
               INVALID KEY
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-LE-PROXIMA
           PERFORM 1200-GUARDA-SEQ
               UNTIL FS-SACHIST NOT = "00"
           .
       1000-EXIT.
           EXIT.
       1100-LE-PROXIMA.
           READ SACHIST NEXT RECORD
               AT END
                   MOVE "10" TO FS-SACHIST
           END-READ
           IF FS-SACHIST = "00" AND SH-CHAMADO NOT = LK-CHAMADO
               MOVE "10" TO FS-SACHIST
           END-IF
           .
       1200-GUARDA-SEQ.
           MOVE SH-SEQ TO WULT-SEQ
           PERFORM 1100-LE-PROXIMA
           .
       2000-GRAVA-LINHA.
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA
           MOVE LK-CHAMADO       TO SH-CHAMADO
           COMPUTE SH-SEQ = WULT-SEQ + 1
           MOVE WDATA-HORA(1:8)  TO SH-DATA
           MOVE WDATA-HORA(9:6)  TO SH-HORA
           MOVE LK-STATUS-ANT    TO SH-STATUS-ANT
           MOVE LK-STATUS        TO SH-STATUS
           MOVE LK-OPERADOR      TO SH-OPERADOR
           MOVE LK-OBS           TO SH-OBS
           WRITE REGISTRO-SACHIST
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO HISTORICO DO CHAMADO "
                       LK-CHAMADO
           END-WRITE
           .
       END PROGRAM GRAVA-HISTSAC.
