      ******************************************************************
      *
      *     DISTREL1 - DISTRIBUICAO DOS RELATORIOS DO SPOOL
      *     PASSO DE LOTE RODADO DEPOIS DO DESPACHANTE DA FILA
      *     (RELFILA1): PARA CADA JOB NOVO DO CATALOGO SPOOLCAT.DAT
      *     (NUMERO MAIOR QUE O ULTIMO JA DISTRIBUIDO, GUARDADO EM
      *     DISTCTL.DAT) PROCURA AS ASSINATURAS DO RELATORIO EM
      *     ASSINREL.DAT (MANTIDAS EM ASSREL01) E DEPOSITA NA CAIXA
      *     DE SAIDA (GRAVA-NOTIFICA) UMA MENSAGEM COM A REFERENCIA
      *     AO ARQUIVO SPNNNN.REL DO SPOOL - O ENVIO FICA COM O
      *     NOTDISP1. A FREQUENCIA DA ASSINATURA E RESPEITADA:
      *         D - A CADA JOB DO RELATORIO;
      *         S - NO MAXIMO UM A CADA 7 DIAS;
      *         M - NO MAXIMO UM POR MES.
      *     DESTINATARIO OPERADOR INATIVO OU INEXISTENTE NAO
      *     RECEBE. CADA TENTATIVA (DEPOSITADO, FREQUENCIA OU
      *     INATIVO) VAI PARA O LOG DE ENTREGAS DISTLOG.DAT, POR JOB.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. DISTREL1.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SPOOLCAT ASSIGN TO "SPOOLCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SPOOLCAT.

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

           SELECT DISTCTL ASSIGN TO "DISTCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISTCTL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DE GRAVA-SPOOL (SPOOL001)
       FD  SPOOLCAT.
       01  LINHA-SPOOLCAT.
           02 SP-JOB       PIC 9(04).
           02 FILLER       PIC X     VALUE SPACE.
           02 SP-RELATORIO PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
           02 SP-DATA      PIC 9(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 SP-HORA      PIC 9(06).
           02 FILLER       PIC X     VALUE SPACE.
           02 SP-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
           02 SP-STATUS    PIC X(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 SP-ARQUIVO   PIC X(12).

      *    ASSINATURAS DE RELATORIO (ASSREL01)
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

      *    LOG DE ENTREGAS POR JOB
       FD  DISTLOG.
       01  LINHA-DISTLOG.
           02 DL-JOB        PIC 9(04).
           02 FILLER        PIC X     VALUE SPACE.
           02 DL-RELATORIO  PIC X(10).
           02 FILLER        PIC X     VALUE SPACE.
           02 DL-DATA       PIC 9(08).
           02 FILLER        PIC X     VALUE SPACE.
           02 DL-HORA       PIC 9(06).
           02 FILLER        PIC X     VALUE SPACE.
           02 DL-TIPO-DEST  PIC X.
           02 FILLER        PIC X     VALUE SPACE.
           02 DL-DESTINO    PIC X(50).
           02 FILLER        PIC X     VALUE SPACE.
           02 DL-RESULTADO  PIC X(10).

      *    ULTIMO JOB JA DISTRIBUIDO
       FD  DISTCTL.
       01  LINHA-DISTCTL.
           02 DC-ULT-JOB    PIC 9(04).
           02 FILLER        PIC X     VALUE SPACE.
           02 DC-DATA       PIC 9(08).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-SPOOLCAT  PIC XX VALUE SPACES.
       01  FS-ASSINREL.
           02 FS-ASSINREL-1 PIC 9.
           02 FS-ASSINREL-2 PIC 9.
           02 FS-ASSINREL-R REDEFINES FS-ASSINREL-2 PIC 99 COMP-X.
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       77  FS-DISTLOG   PIC XX VALUE SPACES.
       77  FS-DISTCTL   PIC XX VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WDATA-HORA   PIC X(14) VALUE SPACES.
       77  WOPERADOR    PIC X(10) VALUE "DISTREL1".
       77  WCHAVE-AUD   PIC X(20) VALUE SPACES.
       77  WULT-JOB     PIC 9(04) VALUE ZERO.
       77  WMAIOR-JOB   PIC 9(04) VALUE ZERO.
       77  WHA-ASSINREL PIC X VALUE "N".
       77  WHA-OPERADOR PIC X VALUE "N".
       77  WRESULTADO   PIC X(10) VALUE SPACES.
       77  QT-JOBS      PIC 9(05) VALUE ZERO.
       77  QT-DEPOSITOS PIC 9(05) VALUE ZERO.
       77  QT-RETIDAS   PIC 9(05) VALUE ZERO.
       77  QT-DO-JOB    PIC 9(03) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE "DIFDIAS".
       77  WDATAUTIL-DIAS   PIC S9(5) VALUE ZERO.
       77  WDATAUTIL-DIA    PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAI    PIC 9(08) VALUE ZERO.
      *    MENSAGEM DA CAIXA DE SAIDA (FINALIDADE INSTITUCIONAL)
       01  WEMAIL       PIC X(050) VALUE SPACES.
       01  WASSUNTO     PIC X(060) VALUE SPACES.
       01  WCORPO       PIC X(200) VALUE SPACES.
       77  WFINALIDADE  PIC X(01) VALUE "I".

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PERCORRE-CATALOGO THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "DISTRIBUICAO DOS RELATORIOS DO SPOOL - "
               WDATA-SISTEMA
           MOVE ZERO TO WULT-JOB
           OPEN INPUT DISTCTL
           IF FS-DISTCTL = "00"
               READ DISTCTL
                   AT END
                       MOVE ZERO TO DC-ULT-JOB
               END-READ
               IF DC-ULT-JOB IS NUMERIC
                   MOVE DC-ULT-JOB TO WULT-JOB
               END-IF
               CLOSE DISTCTL
           END-IF
           MOVE WULT-JOB TO WMAIOR-JOB
           OPEN I-O ASSINREL
           IF FS-ASSINREL = "00"
               MOVE "S" TO WHA-ASSINREL
           END-IF
           OPEN INPUT OPERADORES
           IF FS-OPERADORES = "00"
               MOVE "S" TO WHA-OPERADOR
           END-IF
           OPEN EXTEND DISTLOG
           IF FS-DISTLOG = "35"
               OPEN OUTPUT DISTLOG
           END-IF
           OPEN INPUT SPOOLCAT
           .
      *----------------------------------------------------------------*
      *    SO OS JOBS POSTERIORES AO ULTIMO DISTRIBUIDO; JOB
      *    EXPURGADO (EXCLUIDO) NAO TEM MAIS ARQUIVO PARA MANDAR
      *----------------------------------------------------------------*
       2000-PERCORRE-CATALOGO.
           IF FS-SPOOLCAT NOT = "00"
               DISPLAY "CATALOGO DO SPOOL VAZIO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-CATALOGO
           PERFORM 2200-CONFERE-JOB
               UNTIL FS-SPOOLCAT NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-CATALOGO.
           READ SPOOLCAT
               AT END
                   MOVE "10" TO FS-SPOOLCAT
           END-READ
           .
       2200-CONFERE-JOB.
           IF SP-JOB > WULT-JOB
               IF SP-JOB > WMAIOR-JOB
                   MOVE SP-JOB TO WMAIOR-JOB
               END-IF
               IF SP-STATUS NOT = "EXCLUIDO" AND WHA-ASSINREL = "S"
                   ADD 1 TO QT-JOBS
                   PERFORM 3000-DISTRIBUI-JOB THRU 3000-EXIT
               END-IF
           END-IF
           PERFORM 2100-LE-CATALOGO
           .
      *----------------------------------------------------------------*
      *    ASSINATURAS DO RELATORIO DO JOB (CHAVE RELATORIO+DESTINO)
      *----------------------------------------------------------------*
       3000-DISTRIBUI-JOB.
           MOVE ZERO TO QT-DO-JOB
           MOVE SP-RELATORIO TO AS-RELATORIO
           MOVE LOW-VALUES   TO AS-DESTINO
           START ASSINREL KEY NOT LESS THAN AS-CHAVE
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-ASSINATURA
           PERFORM 3200-ENTREGA-UMA THRU 3200-EXIT
               UNTIL FS-ASSINREL NOT = "00"
           IF QT-DO-JOB > ZERO
               MOVE SPACES TO WCHAVE-AUD
               STRING SP-JOB " " SP-RELATORIO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "DISTREL1",
                   "DISTRIBUIU", WCHAVE-AUD
           END-IF
           .
       3000-EXIT.
           EXIT.
       3100-LE-ASSINATURA.
           READ ASSINREL NEXT RECORD
               AT END
                   MOVE "10" TO FS-ASSINREL
           END-READ
           IF FS-ASSINREL = "00" AND AS-RELATORIO NOT = SP-RELATORIO
               MOVE "10" TO FS-ASSINREL
           END-IF
           .
       3200-ENTREGA-UMA.
           MOVE SPACES TO WRESULTADO
           EVALUATE TRUE
               WHEN AS-SEMANAL AND AS-ULT-ENVIO NOT = ZERO
                   MOVE ZERO TO WDATAUTIL-DIAS
                   CALL "DATAUTIL" USING WDATAUTIL-FUNCAO,
                       AS-ULT-ENVIO, SP-DATA, WDATAUTIL-DIAS,
                       WDATAUTIL-DIA, WDATAUTIL-SAI
                   IF WDATAUTIL-DIAS < 7
                       MOVE "FREQUENCIA" TO WRESULTADO
                   END-IF
               WHEN AS-MENSAL AND AS-ULT-ENVIO NOT = ZERO
                   IF AS-ULT-ENVIO (1:6) = SP-DATA (1:6)
                       MOVE "FREQUENCIA" TO WRESULTADO
                   END-IF
           END-EVALUATE
           IF WRESULTADO = SPACES AND AS-DEST-OPERADOR
               PERFORM 3300-CONFERE-OPERADOR
           END-IF
           IF WRESULTADO NOT = SPACES
               ADD 1 TO QT-RETIDAS
               PERFORM 3500-GRAVA-LOG
               GO TO 3200-FIM
           END-IF
           PERFORM 3400-DEPOSITA-MENSAGEM
           MOVE SP-DATA TO AS-ULT-ENVIO
           MOVE SP-JOB  TO AS-ULT-JOB
           REWRITE REGISTRO-ASSINATURA
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE "DEPOSITADO" TO WRESULTADO
           ADD 1 TO QT-DEPOSITOS QT-DO-JOB
           PERFORM 3500-GRAVA-LOG
           .
       3200-FIM.
           PERFORM 3100-LE-ASSINATURA
           .
       3200-EXIT.
           EXIT.
       3300-CONFERE-OPERADOR.
           IF WHA-OPERADOR NOT = "S"
               MOVE "INATIVO" TO WRESULTADO
           ELSE
               MOVE AS-DESTINO TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       MOVE "INATIVO" TO WRESULTADO
                   NOT INVALID KEY
                       IF OPERADOR-INATIVO
                           MOVE "INATIVO" TO WRESULTADO
                       END-IF
               END-READ
           END-IF
           .
      *----------------------------------------------------------------*
      *    A MENSAGEM REFERENCIA O ARQUIVO DO JOB NO SPOOL; PARA
      *    OPERADOR O DESTINO E O PROPRIO CODIGO DO OPERADOR
      *----------------------------------------------------------------*
       3400-DEPOSITA-MENSAGEM.
           MOVE AS-DESTINO TO WEMAIL
           MOVE SPACES TO WASSUNTO WCORPO
           STRING "RELATORIO " SP-RELATORIO " - JOB " SP-JOB
               DELIMITED BY SIZE INTO WASSUNTO
           STRING "O RELATORIO " SP-RELATORIO " (JOB " SP-JOB
               ", GERADO EM " SP-DATA " AS " SP-HORA " POR "
               SP-OPERADOR ") ESTA DISPONIVEL NO SPOOL, ARQUIVO "
               SP-ARQUIVO ". ASSINATURA "
               AS-FREQUENCIA " - ALTERACOES PELO ASSREL01."
               DELIMITED BY SIZE INTO WCORPO
           CALL "GRAVA-NOTIFICA" USING WEMAIL, WASSUNTO, WCORPO,
               WFINALIDADE
           .
       3500-GRAVA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA
           MOVE SPACES          TO LINHA-DISTLOG
           MOVE SP-JOB          TO DL-JOB
           MOVE SP-RELATORIO    TO DL-RELATORIO
           MOVE WDATA-HORA(1:8) TO DL-DATA
           MOVE WDATA-HORA(9:6) TO DL-HORA
           MOVE AS-TIPO-DEST    TO DL-TIPO-DEST
           MOVE AS-DESTINO      TO DL-DESTINO
           MOVE WRESULTADO      TO DL-RESULTADO
           WRITE LINHA-DISTLOG
           .
       9999-ENCERRA.
           CLOSE SPOOLCAT DISTLOG
           IF WHA-ASSINREL = "S"
               CLOSE ASSINREL
           END-IF
           IF WHA-OPERADOR = "S"
               CLOSE OPERADORES
           END-IF
           OPEN OUTPUT DISTCTL
           MOVE SPACES        TO LINHA-DISTCTL
           MOVE WMAIOR-JOB    TO DC-ULT-JOB
           MOVE WDATA-SISTEMA TO DC-DATA
           WRITE LINHA-DISTCTL
           CLOSE DISTCTL
           DISPLAY "JOBS NOVOS COM ASSINATURA:  " QT-JOBS
           DISPLAY "MENSAGENS DEPOSITADAS:      " QT-DEPOSITOS
           DISPLAY "ENTREGAS RETIDAS:           " QT-RETIDAS
           GOBACK
           .
       END PROGRAM DISTREL1.
