      ******************************************************************
      *
      *     SOLICITA-APROVACAO - ROTINA COMUM DE DUPLA APROVACAO
      *     AS OPERACOES SENSIVEIS (LIMITE DE CREDITO, REAJUSTE DE
      *     PRECOS, MESCLA DE CLIENTES, CANCELAMENTO DE NOTA,
      *     CORRECAO DE INTEGRIDADE E RESTORE) NAO SAO EXECUTADAS
      *     DIRETO: A ROTINA PROCURA EM APROVAC.DAT UMA SOLICITACAO
      *     DO MESMO PROGRAMA/OPERACAO/CHAVE COM OS MESMOS VALORES
      *     ANTES E DEPOIS.
      *         APROVADA - E BAIXADA COMO EXECUTADA E O RESULTADO
      *                    E "S" (O PROGRAMA PODE EXECUTAR), MAS SO
      *                    QUANDO QUEM EXECUTA E O PROPRIO
      *                    SOLICITANTE E NAO O APROVADOR; PARA OUTRO
      *                    OPERADOR O RESULTADO E "N" E ELA CONTINUA
      *                    APROVADA, AGUARDANDO O SOLICITANTE;
      *         PENDENTE - RESULTADO "P" COM O NUMERO DELA;
      *         NENHUMA  - GRAVA UMA SOLICITACAO PENDENTE NOVA E
      *                    DEVOLVE "P" COM O NUMERO.
      *     A DECISAO E TOMADA EM APROVA01 POR OUTRO OPERADOR COM
      *     PERFIL APROVADOR. TUDO VAI PARA A TRILHA DE AUDITORIA.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "SOLICITA-APROVACAO" USING LK-OPERADOR
      *             LK-PROGRAMA LK-OPERACAO LK-CHAVE LK-ANTES
      *             LK-DEPOIS LK-RESULTADO LK-NUMERO
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. SOLICITA-APROVACAO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT APROVAC ASSIGN TO "APROVAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-NUMERO
           ALTERNATE KEY IS AP-REFERENCIA WITH DUPLICATES
           FILE STATUS IS FS-APROVAC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  APROVAC.
       01  REGISTRO-APROVAC.
           02 AP-NUMERO         PIC 9(06).
           02 AP-REFERENCIA.
               03 AP-PROGRAMA   PIC X(12).
               03 AP-OPERACAO   PIC X(10).
               03 AP-CHAVE      PIC X(20).
           02 AP-ANTES          PIC X(30).
           02 AP-DEPOIS         PIC X(30).
           02 AP-SOLICITANTE    PIC X(10).
           02 AP-DATA-SOL       PIC 9(08).
           02 AP-HORA-SOL       PIC 9(06).
           02 AP-STATUS         PIC X.
               88 AP-PENDENTE   VALUE "P".
               88 AP-APROVADA   VALUE "A".
               88 AP-REJEITADA  VALUE "R".
               88 AP-EXECUTADA  VALUE "E".
           02 AP-APROVADOR      PIC X(10).
           02 AP-DATA-DEC       PIC 9(08).
           02 AP-HORA-DEC       PIC 9(06).
           02 AP-MOTIVO         PIC X(40).
           02 AP-EXECUTOR       PIC X(10).
           02 AP-DATA-EXEC      PIC 9(08).

       WORKING-STORAGE                         SECTION.
       01  FS-APROVAC.
           02 FS-APROVAC-1 PIC 9.
           02 FS-APROVAC-2 PIC 9.
           02 FS-APROVAC-R REDEFINES FS-APROVAC-2 PIC 99 COMP-X.
       77  WDATA-HORA     PIC X(14) VALUE SPACES.
       77  WNUM-APROVADA  PIC 9(06) VALUE ZERO.
       77  WNUM-PENDENTE  PIC 9(06) VALUE ZERO.
       77  WNUM-OUTRO     PIC 9(06) VALUE ZERO.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WCAMPO-AUD     PIC X(15) VALUE SPACES.

       LINKAGE                                 SECTION.
       01  LK-OPERADOR  PIC X(10).
       01  LK-PROGRAMA  PIC X(12).
       01  LK-OPERACAO  PIC X(10).
       01  LK-CHAVE     PIC X(20).
       01  LK-ANTES     PIC X(30).
       01  LK-DEPOIS    PIC X(30).
       01  LK-RESULTADO PIC X.
       01  LK-NUMERO    PIC 9(06).
      *================================================================*
       PROCEDURE DIVISION USING LK-OPERADOR LK-PROGRAMA LK-OPERACAO
           LK-CHAVE LK-ANTES LK-DEPOIS LK-RESULTADO LK-NUMERO.
       0000-MAINLINE.
           OPEN I-O APROVAC
           IF FS-APROVAC = "35"
               OPEN OUTPUT APROVAC
               CLOSE APROVAC
               OPEN I-O APROVAC
           END-IF
           MOVE "P"  TO LK-RESULTADO
           MOVE ZERO TO LK-NUMERO WNUM-APROVADA WNUM-PENDENTE
               WNUM-OUTRO
           PERFORM 1000-PROCURA THRU 1000-EXIT
           EVALUATE TRUE
               WHEN WNUM-APROVADA NOT = ZERO
                   PERFORM 2000-BAIXA-EXECUTADA
               WHEN WNUM-PENDENTE NOT = ZERO
                   MOVE WNUM-PENDENTE TO LK-NUMERO
               WHEN WNUM-OUTRO NOT = ZERO
                   MOVE WNUM-OUTRO  TO AP-NUMERO
                   MOVE LK-OPERACAO TO AP-OPERACAO
                   PERFORM 2500-RECUSA-EXECUCAO
               WHEN OTHER
                   PERFORM 3000-GRAVA-SOLICITACAO
           END-EVALUATE
           CLOSE APROVAC
           GOBACK
           .
      *----------------------------------------------------------------*
      *    PERCORRE AS SOLICITACOES DA MESMA REFERENCIA; SO VALE A
      *    QUE TEM OS MESMOS VALORES ANTES E DEPOIS
      *----------------------------------------------------------------*
       1000-PROCURA.
           MOVE LK-PROGRAMA TO AP-PROGRAMA
           MOVE LK-OPERACAO TO AP-OPERACAO
           MOVE LK-CHAVE    TO AP-CHAVE
           START APROVAC KEY IS EQUAL AP-REFERENCIA
               INVALID KEY
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-LE-PROXIMA
           PERFORM 1200-CONFERE-UMA
               UNTIL FS-APROVAC NOT = "00"
                  OR WNUM-APROVADA NOT = ZERO
           .
       1000-EXIT.
           EXIT.
       1100-LE-PROXIMA.
           READ APROVAC NEXT RECORD
               AT END
                   MOVE "10" TO FS-APROVAC
           END-READ
           IF FS-APROVAC = "00"
               IF AP-PROGRAMA NOT = LK-PROGRAMA
                  OR AP-OPERACAO NOT = LK-OPERACAO
                  OR AP-CHAVE NOT = LK-CHAVE
                   MOVE "10" TO FS-APROVAC
               END-IF
           END-IF
           .
       1200-CONFERE-UMA.
           IF AP-ANTES = LK-ANTES AND AP-DEPOIS = LK-DEPOIS
               IF AP-APROVADA
                   IF AP-SOLICITANTE = LK-OPERADOR
                      AND AP-APROVADOR NOT = LK-OPERADOR
                       MOVE AP-NUMERO TO WNUM-APROVADA
                   ELSE
                       MOVE AP-NUMERO TO WNUM-OUTRO
                   END-IF
               END-IF
               IF AP-PENDENTE
                   MOVE AP-NUMERO TO WNUM-PENDENTE
               END-IF
           END-IF
           PERFORM 1100-LE-PROXIMA
           .
      *----------------------------------------------------------------*
      *    APROVADA: BAIXA COMO EXECUTADA - CADA APROVACAO LIBERA
      *    UMA UNICA EXECUCAO, E SO PARA O PROPRIO SOLICITANTE
      *----------------------------------------------------------------*
       2000-BAIXA-EXECUTADA.
           MOVE WNUM-APROVADA TO AP-NUMERO
           READ APROVAC
               INVALID KEY
                   MOVE "P" TO LK-RESULTADO
           END-READ
           IF FS-APROVAC = "00"
               IF AP-SOLICITANTE NOT = LK-OPERADOR
                  OR AP-APROVADOR = LK-OPERADOR
                   PERFORM 2500-RECUSA-EXECUCAO
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WDATA-HORA
                   MOVE "E"              TO AP-STATUS
                   MOVE LK-OPERADOR      TO AP-EXECUTOR
                   MOVE WDATA-HORA(1:8)  TO AP-DATA-EXEC
                   REWRITE REGISTRO-APROVAC
                   MOVE "S"              TO LK-RESULTADO
                   MOVE AP-NUMERO        TO LK-NUMERO
                   PERFORM 8000-MONTA-CHAVE
                   CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                       "SOLAPR01", "EXECUTOU", WCHAVE-AUD
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    APROVADA PARA OUTRO SOLICITANTE (OU CHAMADA PELO PROPRIO
      *    APROVADOR): NAO EXECUTA E A SOLICITACAO FICA APROVADA
      *----------------------------------------------------------------*
       2500-RECUSA-EXECUCAO.
           MOVE "N"       TO LK-RESULTADO
           MOVE AP-NUMERO TO LK-NUMERO
           DISPLAY "SOLICITACAO " AP-NUMERO
               " SO PODE SER EXECUTADA PELO SOLICITANTE"
           PERFORM 8000-MONTA-CHAVE
           CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
               "SOLAPR01", "EXECNEGADA", WCHAVE-AUD
           .
       3000-GRAVA-SOLICITACAO.
           INITIALIZE REGISTRO-APROVAC
           CALL "PROXIMO-NUMERO" USING "APROVACAO ", AP-NUMERO
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA
           MOVE LK-PROGRAMA      TO AP-PROGRAMA
           MOVE LK-OPERACAO      TO AP-OPERACAO
           MOVE LK-CHAVE         TO AP-CHAVE
           MOVE LK-ANTES         TO AP-ANTES
           MOVE LK-DEPOIS        TO AP-DEPOIS
           MOVE LK-OPERADOR      TO AP-SOLICITANTE
           MOVE WDATA-HORA(1:8)  TO AP-DATA-SOL
           MOVE WDATA-HORA(9:6)  TO AP-HORA-SOL
           MOVE "P"              TO AP-STATUS
           WRITE REGISTRO-APROVAC
               INVALID KEY
                   MOVE ZERO TO AP-NUMERO
           END-WRITE
           MOVE AP-NUMERO TO LK-NUMERO
           IF AP-NUMERO NOT = ZERO
               PERFORM 8000-MONTA-CHAVE
               CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                   "SOLAPR01", "SOLICITOU", WCHAVE-AUD
               MOVE LK-OPERACAO TO WCAMPO-AUD
               CALL "GRAVA-AUDDETALHE" USING LK-OPERADOR,
                   "SOLAPR01", WCHAVE-AUD, WCAMPO-AUD,
                   LK-ANTES, LK-DEPOIS
           END-IF
           .
       8000-MONTA-CHAVE.
           MOVE SPACES TO WCHAVE-AUD
           STRING AP-NUMERO " " AP-OPERACAO
               DELIMITED BY SIZE INTO WCHAVE-AUD
           .
       END PROGRAM SOLICITA-APROVACAO.
