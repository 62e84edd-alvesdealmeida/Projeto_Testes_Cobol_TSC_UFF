      ******************************************************************
      *
      *     APROVACAO DE OPERACOES SENSIVEIS (DUPLA APROVACAO)
      *     O OPERADOR ENTRA COM CODIGO E SENHA (MESMAS REGRAS DO
      *     LOGIN DO MENU) E PODE:
      *       L-LISTAR   AS SOLICITACOES DE APROVAC.DAT, FILTRANDO
      *                  POR SITUACAO (P-PENDENTE A-APROVADA
      *                  R-REJEITADA E-EXECUTADA, BRANCO=TODAS),
      *                  COM OPERADOR, OPERACAO, CHAVE E VALORES
      *                  ANTES/DEPOIS;
      *       D-DECIDIR  APROVAR OU REJEITAR (COM MOTIVO) UMA
      *                  SOLICITACAO PENDENTE - SO PERFIL "A"
      *                  ADMINISTRADOR OU "G" APROVADOR, E NUNCA A
      *                  PROPRIA SOLICITACAO.
      *     A OPERACAO APROVADA FICA LIBERADA PARA UMA EXECUCAO: O
      *     SOLICITANTE REPETE A OPERACAO NO PROGRAMA DE ORIGEM E A
      *     ROTINA SOLICITA-APROVACAO (SOLAPR01) A DEIXA PASSAR.
      *     DECISOES E RECUSAS VAO PARA A TRILHA DE AUDITORIA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. APROVA01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.

           SELECT APROVAC ASSIGN TO "APROVAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-NUMERO
           ALTERNATE KEY IS AP-REFERENCIA WITH DUPLICATES
           FILE STATUS IS FS-APROVAC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  OPERADORES.
       01  REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 OP-NOME   PIC X(30).
      *    PERFIL "G" APROVADOR: USUARIO COMUM QUE TAMBEM DECIDE AS
      *    SOLICITACOES DE DUPLA APROVACAO
           02 OP-PERFIL PIC X.
               88 OP-ADMINISTRADOR VALUE "A" "a".
               88 OP-APROVADOR     VALUE "A" "a" "G" "g".
           02 OP-OPCOES PIC X(99).
           02 OP-ATIVO  PIC X.
               88 OPERADOR-ATIVO    VALUE "A" "a".
               88 OPERADOR-INATIVO  VALUE "I" "i".
           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

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
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       01  FS-APROVAC.
           02 FS-APROVAC-1 PIC 9.
           02 FS-APROVAC-2 PIC 9.
           02 FS-APROVAC-R REDEFINES FS-APROVAC-2 PIC 99 COMP-X.
       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WSENHA        PIC X(10) VALUE SPACES.
       77  WHASH         PIC X(10) VALUE SPACES.
       77  WPERFIL       PIC X     VALUE SPACE.
           88 WPERFIL-APROVADOR VALUE "A" "a" "G" "g".
       77  WACAO         PIC X     VALUE SPACE.
       77  WFILTRO       PIC X     VALUE SPACE.
       77  WDECISAO      PIC X     VALUE SPACE.
       77  WNUMERO       PIC 9(06) VALUE ZERO.
       77  WMOTIVO       PIC X(40) VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WDATA-HORA    PIC X(14) VALUE SPACES.
       77  QT-LISTADAS   PIC 9(05) VALUE ZERO.
       77  QT-DECIDIDAS  PIC 9(05) VALUE ZERO.
       01  WSITUACAO-DESC PIC X(09) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           DISPLAY SPACE ERASE EOS
           DISPLAY "APROVACAO DE OPERACOES SENSIVEIS"
           PERFORM 1000-LOGIN THRU 1000-EXIT
           IF WOPERADOR = SPACES
               STOP RUN
           END-IF
           OPEN I-O APROVAC
           IF FS-APROVAC = "35"
               OPEN OUTPUT APROVAC
               CLOSE APROVAC
               OPEN I-O APROVAC
           END-IF
           PERFORM 2000-ATENDE THRU 2000-EXIT
               UNTIL WACAO = "X" OR WACAO = "x"
           PERFORM 9999-ENCERRA
           .
      *----------------------------------------------------------------*
      *    LOGIN COM AS MESMAS REGRAS DO MENU: OPERADOR ATIVO, NAO
      *    BLOQUEADO, SENHA CONFERIDA PELO HASH; ERRO CONTA FALHA
      *----------------------------------------------------------------*
       1000-LOGIN.
           MOVE SPACES TO WOPERADOR
           OPEN I-O OPERADORES
           IF FS-OPERADORES NOT = "00"
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO"
               GO TO 1000-EXIT
           END-IF
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT OP-CODIGO
           DISPLAY "SENHA:    " WITH NO ADVANCING
           ACCEPT WSENHA WITH NO-ECHO
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO 1000-FECHA
           END-READ
           IF OPERADOR-INATIVO
               DISPLAY "OPERADOR DESATIVADO"
               GO TO 1000-FECHA
           END-IF
           IF OP-FALHAS NOT < 5
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               GO TO 1000-FECHA
           END-IF
           CALL "SENHA-HASH" USING WSENHA, WHASH
           IF OP-SENHA NOT = WHASH
               ADD 1 TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
               MOVE OP-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                   "APROVA01", "SENHAERRO", WCHAVE-AUD
               IF OP-FALHAS NOT < 5
                   CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                       "APROVA01", "BLOQUEOU", WCHAVE-AUD
                   DISPLAY "OPERADOR BLOQUEADO APOS 5 FALHAS"
               ELSE
                   DISPLAY "SENHA INVALIDA"
               END-IF
               GO TO 1000-FECHA
           END-IF
           IF OP-FALHAS NOT = ZERO
               MOVE ZERO TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
           END-IF
           MOVE OP-CODIGO TO WOPERADOR
           MOVE OP-PERFIL TO WPERFIL
           MOVE WOPERADOR TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "APROVA01",
               "LOGIN", WCHAVE-AUD
           .
       1000-FECHA.
           CLOSE OPERADORES
           .
       1000-EXIT.
           EXIT.
       2000-ATENDE.
           DISPLAY " "
           DISPLAY "L-LISTAR D-DECIDIR X-SAIR: " WITH NO ADVANCING
           ACCEPT WACAO
           EVALUATE TRUE
               WHEN WACAO = "L" OR WACAO = "l"
                   PERFORM 3000-LISTA THRU 3000-EXIT
               WHEN WACAO = "D" OR WACAO = "d"
                   PERFORM 4000-DECIDE THRU 4000-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTAGEM EM ORDEM DE NUMERO, COM FILTRO DE SITUACAO
      *----------------------------------------------------------------*
       3000-LISTA.
           DISPLAY "SITUACAO P-PENDENTE A-APROVADA R-REJEITADA"
               " E-EXECUTADA (BRANCO=TODAS): " WITH NO ADVANCING
           MOVE SPACE TO WFILTRO
           ACCEPT WFILTRO
           IF WFILTRO = "p" OR "a" OR "r" OR "e"
               INSPECT WFILTRO CONVERTING "pare" TO "PARE"
           END-IF
           MOVE ZERO TO QT-LISTADAS
           MOVE LOW-VALUES TO AP-NUMERO
           START APROVAC KEY NOT LESS THAN AP-NUMERO
               INVALID KEY
                   DISPLAY "NENHUMA SOLICITACAO GRAVADA"
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-PROXIMA
           PERFORM 3200-LISTA-UMA
               UNTIL FS-APROVAC NOT = "00"
           DISPLAY "SOLICITACOES LISTADAS: " QT-LISTADAS
           .
       3000-EXIT.
           EXIT.
       3100-LE-PROXIMA.
           READ APROVAC NEXT RECORD
               AT END
                   MOVE "10" TO FS-APROVAC
           END-READ
           .
       3200-LISTA-UMA.
           IF WFILTRO = SPACE OR WFILTRO = AP-STATUS
               PERFORM 3300-MOSTRA-SOLICITACAO
               ADD 1 TO QT-LISTADAS
           END-IF
           PERFORM 3100-LE-PROXIMA
           .
       3300-MOSTRA-SOLICITACAO.
           EVALUATE TRUE
               WHEN AP-PENDENTE
                   MOVE "PENDENTE"  TO WSITUACAO-DESC
               WHEN AP-APROVADA
                   MOVE "APROVADA"  TO WSITUACAO-DESC
               WHEN AP-REJEITADA
                   MOVE "REJEITADA" TO WSITUACAO-DESC
               WHEN AP-EXECUTADA
                   MOVE "EXECUTADA" TO WSITUACAO-DESC
               WHEN OTHER
                   MOVE AP-STATUS   TO WSITUACAO-DESC
           END-EVALUATE
           DISPLAY AP-NUMERO " " WSITUACAO-DESC " " AP-PROGRAMA " "
               AP-OPERACAO " " AP-CHAVE
           DISPLAY "       SOLICITANTE " AP-SOLICITANTE " EM "
               AP-DATA-SOL " " AP-HORA-SOL
           DISPLAY "       ANTES:  " AP-ANTES
           DISPLAY "       DEPOIS: " AP-DEPOIS
           IF NOT AP-PENDENTE
               DISPLAY "       DECIDIDA POR " AP-APROVADOR " EM "
                   AP-DATA-DEC " " AP-HORA-DEC
           END-IF
           IF AP-MOTIVO NOT = SPACES
               DISPLAY "       MOTIVO: " AP-MOTIVO
           END-IF
           IF AP-EXECUTADA
               DISPLAY "       EXECUTADA POR " AP-EXECUTOR " EM "
                   AP-DATA-EXEC
           END-IF
           .
      *----------------------------------------------------------------*
      *    DECISAO: SO PERFIL APROVADOR, SO PENDENTE E NUNCA A
      *    PROPRIA SOLICITACAO; REJEICAO EXIGE MOTIVO
      *----------------------------------------------------------------*
       4000-DECIDE.
           IF NOT WPERFIL-APROVADOR
               DISPLAY "PERFIL SEM PERMISSAO PARA APROVAR"
               MOVE WOPERADOR TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "APROVA01",
                   "NEGOU", WCHAVE-AUD
               GO TO 4000-EXIT
           END-IF
           DISPLAY "NUMERO DA SOLICITACAO: " WITH NO ADVANCING
           ACCEPT WNUMERO
           MOVE WNUMERO TO AP-NUMERO
           READ APROVAC
               INVALID KEY
                   DISPLAY "SOLICITACAO NAO ENCONTRADA"
                   GO TO 4000-EXIT
           END-READ
           PERFORM 3300-MOSTRA-SOLICITACAO
           IF NOT AP-PENDENTE
               DISPLAY "SOLICITACAO JA DECIDIDA"
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO WCHAVE-AUD
           STRING AP-NUMERO " " AP-OPERACAO
               DELIMITED BY SIZE INTO WCHAVE-AUD
           IF AP-SOLICITANTE = WOPERADOR
               DISPLAY "NINGUEM APROVA A PROPRIA SOLICITACAO"
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "APROVA01",
                   "NEGOU", WCHAVE-AUD
               GO TO 4000-EXIT
           END-IF
           DISPLAY "A-APROVA R-REJEITA ENTER-DESISTE: "
               WITH NO ADVANCING
           MOVE SPACE TO WDECISAO
           ACCEPT WDECISAO
           MOVE SPACES TO WMOTIVO
           EVALUATE TRUE
               WHEN WDECISAO = "A" OR WDECISAO = "a"
                   MOVE "A" TO WDECISAO
               WHEN WDECISAO = "R" OR WDECISAO = "r"
                   MOVE "R" TO WDECISAO
                   DISPLAY "MOTIVO DA REJEICAO: " WITH NO ADVANCING
                   ACCEPT WMOTIVO
                   IF WMOTIVO = SPACES
                       DISPLAY "REJEICAO EXIGE MOTIVO"
                       GO TO 4000-EXIT
                   END-IF
               WHEN OTHER
                   GO TO 4000-EXIT
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA
           MOVE WDECISAO         TO AP-STATUS
           MOVE WOPERADOR        TO AP-APROVADOR
           MOVE WDATA-HORA(1:8)  TO AP-DATA-DEC
           MOVE WDATA-HORA(9:6)  TO AP-HORA-DEC
           MOVE WMOTIVO          TO AP-MOTIVO
           REWRITE REGISTRO-APROVAC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO"
                   GO TO 4000-EXIT
           END-REWRITE
           ADD 1 TO QT-DECIDIDAS
           IF AP-APROVADA
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "APROVA01",
                   "APROVOU", WCHAVE-AUD
               DISPLAY "SOLICITACAO APROVADA - LIBERADA PARA UMA"
                   " EXECUCAO PELO SOLICITANTE"
           ELSE
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "APROVA01",
                   "REJEITOU", WCHAVE-AUD
               DISPLAY "SOLICITACAO REJEITADA"
           END-IF
           .
       4000-EXIT.
           EXIT.
       9999-ENCERRA.
           CLOSE APROVAC
           DISPLAY "SOLICITACOES DECIDIDAS: " QT-DECIDIDAS
           STOP RUN
           .
       END PROGRAM APROVA01.
