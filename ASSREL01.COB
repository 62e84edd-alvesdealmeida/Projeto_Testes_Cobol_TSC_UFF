      ******************************************************************
      *
      *     ASSREL01 - ASSINATURAS DE RELATORIOS DO SPOOL
      *     MANUTENCAO DO ARQUIVO ASSINREL.DAT USADO PELO PASSO DE
      *     LOTE DISTREL1: CADA ASSINATURA LIGA UM RELATORIO (CODIGO
      *     DA FILA / DO SPOOL) A UM DESTINATARIO - UM OPERADOR DO
      *     OPERADOR.DAT OU UM ENDERECO DE E-MAIL - COM A FREQUENCIA
      *     D-DIARIA (A CADA JOB), S-SEMANAL OU M-MENSAL.
      *         I - INCLUI    A - ALTERA A FREQUENCIA
      *         E - EXCLUI    L - LISTA AS ASSINATURAS
      *         H - HISTORICO DE ENTREGAS (DISTLOG.DAT) POR JOB
      *             OU POR RELATORIO
      *     GRAVACOES VAO PARA A TRILHA DE AUDITORIA.
      *     ASSINATURAS DE DESTINATARIO INATIVO SAO LISTADAS TODO
      *     MES PELO ASSINA01.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. ASSREL01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ASSINREL ASSIGN TO "ASSINREL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CHAVE
           FILE STATUS IS FS-ASSINREL.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.

           SELECT DISTLOG ASSIGN TO "DISTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISTLOG.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  ASSINREL.
       01  REGISTRO-ASSINATURA.
           02 AS-CHAVE.
               03 AS-RELATORIO  PIC X(10).
               03 AS-DESTINO    PIC X(50).
           02 AS-TIPO-DEST      PIC X.
               88 AS-DEST-OPERADOR VALUE "O".
               88 AS-DEST-EMAIL    VALUE "E".
           02 AS-FREQUENCIA     PIC X.
               88 AS-DIARIA     VALUE "D".
               88 AS-SEMANAL    VALUE "S".
               88 AS-MENSAL     VALUE "M".
           02 AS-ULT-ENVIO      PIC 9(08).
           02 AS-ULT-JOB        PIC 9(04).
           02 AS-OPERADOR       PIC X(10).
           02 AS-DATA-INC       PIC 9(08).

       FD  OPERADORES.
       01  REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 OP-NOME   PIC X(30).
           02 OP-PERFIL PIC X.
           02 OP-OPCOES PIC X(99).
           02 OP-ATIVO  PIC X.
               88 OPERADOR-ATIVO    VALUE "A" "a".
               88 OPERADOR-INATIVO  VALUE "I" "i".
           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

      *    LOG DE ENTREGAS GRAVADO PELO DISTREL1
       FD  DISTLOG.
       01  LINHA-DISTLOG.
           02 DL-JOB        PIC 9(04).
           02 FILLER        PIC X.
           02 DL-RELATORIO  PIC X(10).
           02 FILLER        PIC X.
           02 DL-DATA       PIC 9(08).
           02 FILLER        PIC X.
           02 DL-HORA       PIC 9(06).
           02 FILLER        PIC X.
           02 DL-TIPO-DEST  PIC X.
           02 FILLER        PIC X.
           02 DL-DESTINO    PIC X(50).
           02 FILLER        PIC X.
           02 DL-RESULTADO  PIC X(10).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ASSINREL.
           02 FS-ASSINREL-1 PIC 9.
           02 FS-ASSINREL-2 PIC 9.
           02 FS-ASSINREL-R REDEFINES FS-ASSINREL-2 PIC 99 COMP-X.
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       77  FS-DISTLOG    PIC XX VALUE SPACES.
       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WACAO         PIC X     VALUE SPACE.
       77  WCONFIRMA     PIC X     VALUE SPACE.
       77  WHA-OPERADOR  PIC X     VALUE "N".
       77  WVALIDO       PIC X     VALUE "N".
       77  WQT-ARROBA    PIC 9(02) VALUE ZERO.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WFREQ-ANT     PIC X     VALUE SPACE.
       77  WDIF-ANTES    PIC X(30) VALUE SPACES.
       77  WDIF-DEPOIS   PIC X(30) VALUE SPACES.
       77  WFILTRO-REL   PIC X(10) VALUE SPACES.
       77  WFILTRO-JOB   PIC 9(04) VALUE ZERO.
       77  QT-LISTADAS   PIC 9(05) VALUE ZERO.
       01  WFREQ-DESC    PIC X(07) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           DISPLAY SPACE ERASE EOS
           DISPLAY "ASSINATURAS DE RELATORIOS DO SPOOL"
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT WOPERADOR
           IF WOPERADOR = SPACES
               STOP RUN
           END-IF
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O ASSINREL
           IF FS-ASSINREL = "35"
               OPEN OUTPUT ASSINREL
               CLOSE ASSINREL
               OPEN I-O ASSINREL
           END-IF
           OPEN INPUT OPERADORES
           IF FS-OPERADORES = "00"
               MOVE "S" TO WHA-OPERADOR
           END-IF
           PERFORM 2000-ATENDE THRU 2000-EXIT
               UNTIL WACAO = "X" OR WACAO = "x"
           PERFORM 9999-ENCERRA
           .
       2000-ATENDE.
           DISPLAY " "
           DISPLAY "I-INCLUIR A-ALTERAR E-EXCLUIR L-LISTAR "
               "H-HISTORICO X-SAIR: " WITH NO ADVANCING
           ACCEPT WACAO
           EVALUATE TRUE
               WHEN WACAO = "I" OR WACAO = "i"
                   PERFORM 3000-INCLUI THRU 3000-EXIT
               WHEN WACAO = "A" OR WACAO = "a"
                   PERFORM 4000-ALTERA THRU 4000-EXIT
               WHEN WACAO = "E" OR WACAO = "e"
                   PERFORM 5000-EXCLUI THRU 5000-EXIT
               WHEN WACAO = "L" OR WACAO = "l"
                   PERFORM 6000-LISTA THRU 6000-EXIT
               WHEN WACAO = "H" OR WACAO = "h"
                   PERFORM 7000-HISTORICO THRU 7000-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CHAVE DA ASSINATURA: RELATORIO + DESTINATARIO
      *----------------------------------------------------------------*
       2100-PEDE-CHAVE.
           MOVE SPACES TO AS-CHAVE
           DISPLAY "RELATORIO:    " WITH NO ADVANCING
           ACCEPT AS-RELATORIO
           INSPECT AS-RELATORIO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "DESTINATARIO (OPERADOR OU E-MAIL): "
               WITH NO ADVANCING
           ACCEPT AS-DESTINO
           .
      *----------------------------------------------------------------*
      *    COM "@" E E-MAIL; SEM "@" TEM DE SER OPERADOR CADASTRADO
      *----------------------------------------------------------------*
       2200-VALIDA-DESTINO.
           MOVE "N"  TO WVALIDO
           MOVE ZERO TO WQT-ARROBA
           INSPECT AS-DESTINO TALLYING WQT-ARROBA FOR ALL "@"
           IF WQT-ARROBA = 1
               IF AS-DESTINO (1:1) = "@" OR AS-DESTINO (1:1) = SPACE
                   DISPLAY "E-MAIL INVALIDO"
               ELSE
                   MOVE "E" TO AS-TIPO-DEST
                   MOVE "S" TO WVALIDO
               END-IF
           ELSE
               IF WQT-ARROBA > 1
                   DISPLAY "E-MAIL INVALIDO"
               ELSE
                   PERFORM 2300-CONFERE-OPERADOR
               END-IF
           END-IF
           .
       2300-CONFERE-OPERADOR.
           IF WHA-OPERADOR NOT = "S" OR AS-DESTINO (11:40) NOT = SPACES
               DISPLAY "OPERADOR NAO CADASTRADO"
           ELSE
               MOVE AS-DESTINO (1:10) TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO"
                   NOT INVALID KEY
                       IF OPERADOR-INATIVO
                           DISPLAY "OPERADOR DESATIVADO"
                       ELSE
                           MOVE "O" TO AS-TIPO-DEST
                           MOVE "S" TO WVALIDO
                       END-IF
               END-READ
           END-IF
           .
       2400-PEDE-FREQUENCIA.
           MOVE SPACE TO AS-FREQUENCIA
           PERFORM 2410-ACEITA-FREQUENCIA
               UNTIL AS-DIARIA OR AS-SEMANAL OR AS-MENSAL
           .
       2410-ACEITA-FREQUENCIA.
           DISPLAY "FREQUENCIA D-DIARIA S-SEMANAL M-MENSAL: "
               WITH NO ADVANCING
           ACCEPT AS-FREQUENCIA
           INSPECT AS-FREQUENCIA CONVERTING "dsm" TO "DSM"
           .
       2500-MONTA-CHAVE-AUD.
           MOVE SPACES TO WCHAVE-AUD
           STRING AS-RELATORIO " " AS-DESTINO
               DELIMITED BY SIZE INTO WCHAVE-AUD
           .
       3000-INCLUI.
           PERFORM 2100-PEDE-CHAVE
           IF AS-RELATORIO = SPACES OR AS-DESTINO = SPACES
               GO TO 3000-EXIT
           END-IF
           READ ASSINREL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ASSINATURA JA CADASTRADA"
                   GO TO 3000-EXIT
           END-READ
           PERFORM 2200-VALIDA-DESTINO
           IF WVALIDO NOT = "S"
               GO TO 3000-EXIT
           END-IF
           PERFORM 2400-PEDE-FREQUENCIA
           MOVE ZERO          TO AS-ULT-ENVIO AS-ULT-JOB
           MOVE WOPERADOR     TO AS-OPERADOR
           MOVE WDATA-SISTEMA TO AS-DATA-INC
           WRITE REGISTRO-ASSINATURA
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DA ASSINATURA"
                   GO TO 3000-EXIT
           END-WRITE
           PERFORM 2500-MONTA-CHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ASSREL01",
               "GRAVOU", WCHAVE-AUD
           DISPLAY "ASSINATURA INCLUIDA"
           .
       3000-EXIT.
           EXIT.
       4000-ALTERA.
           PERFORM 2100-PEDE-CHAVE
           READ ASSINREL
               INVALID KEY
                   DISPLAY "ASSINATURA NAO CADASTRADA"
                   GO TO 4000-EXIT
           END-READ
           PERFORM 6300-MOSTRA-ASSINATURA
           MOVE AS-FREQUENCIA TO WFREQ-ANT
           PERFORM 2400-PEDE-FREQUENCIA
           IF AS-FREQUENCIA = WFREQ-ANT
               GO TO 4000-EXIT
           END-IF
           REWRITE REGISTRO-ASSINATURA
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DA ASSINATURA"
                   GO TO 4000-EXIT
           END-REWRITE
           PERFORM 2500-MONTA-CHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ASSREL01",
               "ALTEROU", WCHAVE-AUD
           MOVE WFREQ-ANT     TO WDIF-ANTES
           MOVE AS-FREQUENCIA TO WDIF-DEPOIS
           CALL "GRAVA-AUDDETALHE" USING WOPERADOR, "ASSREL01",
               WCHAVE-AUD, "FREQUENCIA     ", WDIF-ANTES,
               WDIF-DEPOIS
           DISPLAY "ASSINATURA ALTERADA"
           .
       4000-EXIT.
           EXIT.
       5000-EXCLUI.
           PERFORM 2100-PEDE-CHAVE
           READ ASSINREL
               INVALID KEY
                   DISPLAY "ASSINATURA NAO CADASTRADA"
                   GO TO 5000-EXIT
           END-READ
           PERFORM 6300-MOSTRA-ASSINATURA
           DISPLAY "CONFIRMA EXCLUSAO (S/N)? " WITH NO ADVANCING
           MOVE SPACE TO WCONFIRMA
           ACCEPT WCONFIRMA
           IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
               GO TO 5000-EXIT
           END-IF
           DELETE ASSINREL
               INVALID KEY
                   DISPLAY "ERRO NA EXCLUSAO DA ASSINATURA"
                   GO TO 5000-EXIT
           END-DELETE
           PERFORM 2500-MONTA-CHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ASSREL01",
               "EXCLUIU", WCHAVE-AUD
           DISPLAY "ASSINATURA EXCLUIDA"
           .
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTAGEM EM ORDEM DE RELATORIO; BRANCO LISTA TODOS
      *----------------------------------------------------------------*
       6000-LISTA.
           DISPLAY "RELATORIO (BRANCO=TODOS): " WITH NO ADVANCING
           MOVE SPACES TO WFILTRO-REL
           ACCEPT WFILTRO-REL
           INSPECT WFILTRO-REL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO QT-LISTADAS
           MOVE WFILTRO-REL TO AS-RELATORIO
           MOVE LOW-VALUES  TO AS-DESTINO
           START ASSINREL KEY NOT LESS THAN AS-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA ASSINATURA GRAVADA"
                   GO TO 6000-EXIT
           END-START
           PERFORM 6100-LE-PROXIMA
           PERFORM 6200-LISTA-UMA
               UNTIL FS-ASSINREL NOT = "00"
           DISPLAY "ASSINATURAS LISTADAS: " QT-LISTADAS
           .
       6000-EXIT.
           EXIT.
       6100-LE-PROXIMA.
           READ ASSINREL NEXT RECORD
               AT END
                   MOVE "10" TO FS-ASSINREL
           END-READ
           IF FS-ASSINREL = "00" AND WFILTRO-REL NOT = SPACES
               IF AS-RELATORIO NOT = WFILTRO-REL
                   MOVE "10" TO FS-ASSINREL
               END-IF
           END-IF
           .
       6200-LISTA-UMA.
           PERFORM 6300-MOSTRA-ASSINATURA
           ADD 1 TO QT-LISTADAS
           PERFORM 6100-LE-PROXIMA
           .
       6300-MOSTRA-ASSINATURA.
           EVALUATE TRUE
               WHEN AS-DIARIA
                   MOVE "DIARIA"  TO WFREQ-DESC
               WHEN AS-SEMANAL
                   MOVE "SEMANAL" TO WFREQ-DESC
               WHEN AS-MENSAL
                   MOVE "MENSAL"  TO WFREQ-DESC
               WHEN OTHER
                   MOVE AS-FREQUENCIA TO WFREQ-DESC
           END-EVALUATE
           DISPLAY AS-RELATORIO " " AS-TIPO-DEST " " AS-DESTINO
           DISPLAY "       " WFREQ-DESC " ULTIMO ENVIO " AS-ULT-ENVIO
               " JOB " AS-ULT-JOB " INCLUIDA POR " AS-OPERADOR
               " EM " AS-DATA-INC
           .
      *----------------------------------------------------------------*
      *    HISTORICO DE ENTREGAS: FILTRO POR JOB OU POR RELATORIO
      *----------------------------------------------------------------*
       7000-HISTORICO.
           DISPLAY "JOB (ZERO=TODOS): " WITH NO ADVANCING
           MOVE ZERO TO WFILTRO-JOB
           ACCEPT WFILTRO-JOB
           MOVE SPACES TO WFILTRO-REL
           IF WFILTRO-JOB = ZERO
               DISPLAY "RELATORIO (BRANCO=TODOS): " WITH NO ADVANCING
               ACCEPT WFILTRO-REL
               INSPECT WFILTRO-REL CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           MOVE ZERO TO QT-LISTADAS
           OPEN INPUT DISTLOG
           IF FS-DISTLOG NOT = "00"
               DISPLAY "NENHUMA ENTREGA REGISTRADA"
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-LE-LOG
           PERFORM 7200-LISTA-ENTREGA
               UNTIL FS-DISTLOG NOT = "00"
           CLOSE DISTLOG
           DISPLAY "ENTREGAS LISTADAS: " QT-LISTADAS
           .
       7000-EXIT.
           EXIT.
       7100-LE-LOG.
           READ DISTLOG
               AT END
                   MOVE "10" TO FS-DISTLOG
           END-READ
           .
       7200-LISTA-ENTREGA.
           IF (WFILTRO-JOB = ZERO OR WFILTRO-JOB = DL-JOB)
              AND (WFILTRO-REL = SPACES OR WFILTRO-REL = DL-RELATORIO)
               DISPLAY DL-JOB " " DL-RELATORIO " " DL-DATA " "
                   DL-HORA " " DL-RESULTADO " " DL-TIPO-DEST " "
                   DL-DESTINO
               ADD 1 TO QT-LISTADAS
           END-IF
           PERFORM 7100-LE-LOG
           .
       9999-ENCERRA.
           CLOSE ASSINREL
           IF WHA-OPERADOR = "S"
               CLOSE OPERADORES
           END-IF
           STOP RUN
           .
       END PROGRAM ASSREL01.
