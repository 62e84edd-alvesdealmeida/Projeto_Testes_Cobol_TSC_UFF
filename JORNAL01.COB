      ******************************************************************
      *
      *     GRAVA-JORNAL - ROTINA COMUM DO JORNAL DE IMAGENS ANTES
      *     UMA OPERACAO QUE GRAVA VARIOS ARQUIVOS EM SEQUENCIA
      *     (FATURAMENTO, DEVOLUCAO, RECEBIMENTO DE COMPRA) ABRE UMA
      *     TRANSACAO EM JORNAL.DAT E, ANTES DE CADA GRAVACAO, DEIXA
      *     NO JORNAL A IMAGEM DO REGISTRO COMO ESTAVA (OU A MARCA DE
      *     REGISTRO NOVO); NO FIM CONFIRMA A TRANSACAO E AS IMAGENS
      *     SAO DESCARTADAS. UMA TRANSACAO QUE FICA ABERTA (TERMINAL
      *     CAIU NO MEIO) E DESFEITA OU CONCLUIDA POR RECUPERA-JORNAL.
      *     ACOES:
      *         "A" - ABRE A TRANSACAO (NUMERO PELA ENTIDADE JORNAL DO
      *               PROXIMO-NUMERO) - VOLTA ZERO SE NAO CONSEGUIU
      *         "B" - GRAVA A IMAGEM ANTES DE LK-JR-ARQUIVO; EXISTIA
      *               "S" = REGISTRO ALTERADO, "N" = REGISTRO NOVO
      *               (A IMAGEM SO PRECISA TER A CHAVE)
      *         "M" - GRAVA O MOVIMENTO DE ESTOQUE QUE VAI PARA O
      *               ESTMOV.DAT (LINHA INTEIRA EM LK-JR-IMAGEM), PARA
      *               O ESTORNO NA RECUPERACAO
      *         "C" - CONFIRMA: DESCARTA AS IMAGENS E MARCA A
      *               TRANSACAO COMO CONFIRMADA
      *     O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, PARA A IMAGEM
      *     ESTAR NO DISCO ANTES DA GRAVACAO QUE ELA PROTEGE.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "GRAVA-JORNAL" USING LK-ACAO LK-TRANSACAO
      *             LK-DADOS-JORNAL
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. GRAVA-JORNAL.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JR-CHAVE
           ALTERNATE KEY IS JR-PENDENCIA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    JORNAL DE IMAGENS ANTES - SEQUENCIA 0000 E O CABECALHO DA
      *    TRANSACAO; AS DEMAIS SAO AS IMAGENS NA ORDEM DAS GRAVACOES.
      *    A SITUACAO SO E PREENCHIDA NO CABECALHO (CHAVE ALTERNATIVA
      *    SITUACAO + PROGRAMA PARA ACHAR AS TRANSACOES ABERTAS).
       FD  JORNAL.
       01  REGISTRO-JORNAL.
           02 JR-CHAVE.
               03 JR-TRANSACAO  PIC 9(06).
               03 JR-SEQ        PIC 9(04).
           02 JR-PENDENCIA.
               03 JR-SITUACAO   PIC X.
                   88 JR-ABERTA     VALUE "A".
                   88 JR-CONFIRMADA VALUE "C".
                   88 JR-DESFEITA   VALUE "D".
                   88 JR-CONCLUIDA  VALUE "K".
               03 JR-PROGRAMA   PIC X(08).
           02 JR-TIPO           PIC X.
               88 JR-CABECALHO  VALUE "H".
               88 JR-ANTES      VALUE "B".
               88 JR-MOVIMENTO  VALUE "M".
           02 JR-ARQUIVO        PIC X(08).
           02 JR-EXISTIA        PIC X.
               88 JR-REG-EXISTIA VALUE "S".
               88 JR-REG-NOVO    VALUE "N".
           02 JR-IMAGEM         PIC X(300).
           02 JR-DADOS-CAB REDEFINES JR-IMAGEM.
               03 JR-OPERADOR    PIC X(10).
               03 JR-DOCUMENTO   PIC X(20).
               03 JR-DATA        PIC 9(08).
               03 JR-HORA        PIC 9(06).
               03 JR-QTD-IMAGENS PIC 9(04).
               03 JR-DATA-RECUP  PIC 9(08).
               03 JR-OPER-RECUP  PIC X(10).
               03 FILLER         PIC X(234).

       WORKING-STORAGE                         SECTION.
       01  FS-JORNAL.
           02 FS-JORNAL-1 PIC 9.
           02 FS-JORNAL-2 PIC 9.
           02 FS-JORNAL-R REDEFINES FS-JORNAL-2 PIC 99 COMP-X.
       77  WDATA-HORA     PIC X(14) VALUE SPACES.
       77  WJR-ENTIDADE   PIC X(10) VALUE "JORNAL".
       77  WJR-SEQ        PIC 9(04) VALUE ZERO.

       LINKAGE                                 SECTION.
       01  LK-ACAO       PIC X.
       01  LK-TRANSACAO  PIC 9(06).
       01  LK-DADOS-JORNAL.
           02 LK-JR-PROGRAMA  PIC X(08).
           02 LK-JR-OPERADOR  PIC X(10).
           02 LK-JR-DOCUMENTO PIC X(20).
           02 LK-JR-ARQUIVO   PIC X(08).
           02 LK-JR-EXISTIA   PIC X.
           02 LK-JR-IMAGEM    PIC X(300).
      *================================================================*
       PROCEDURE DIVISION USING LK-ACAO LK-TRANSACAO LK-DADOS-JORNAL.
       0000-MAINLINE.
           OPEN I-O JORNAL
           IF FS-JORNAL = "35"
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN I-O JORNAL
           END-IF
           IF FS-JORNAL NOT = "00"
               IF LK-ACAO = "A"
                   MOVE ZERO TO LK-TRANSACAO
               END-IF
               GOBACK
           END-IF
           EVALUATE LK-ACAO
               WHEN "A"
                   PERFORM 1000-ABRE-TRANSACAO
               WHEN "B"
                   PERFORM 2000-GRAVA-IMAGEM THRU 2000-EXIT
               WHEN "M"
                   PERFORM 2000-GRAVA-IMAGEM THRU 2000-EXIT
               WHEN "C"
                   PERFORM 3000-CONFIRMA THRU 3000-EXIT
           END-EVALUATE
           CLOSE JORNAL
           GOBACK
           .
       1000-ABRE-TRANSACAO.
           CALL "PROXIMO-NUMERO" USING WJR-ENTIDADE, LK-TRANSACAO
           MOVE FUNCTION CURRENT-DATE TO WDATA-HORA
           INITIALIZE REGISTRO-JORNAL
           MOVE LK-TRANSACAO     TO JR-TRANSACAO
           MOVE ZERO             TO JR-SEQ
           MOVE "A"              TO JR-SITUACAO
           MOVE LK-JR-PROGRAMA   TO JR-PROGRAMA
           MOVE "H"              TO JR-TIPO
           MOVE SPACES           TO JR-ARQUIVO
           MOVE SPACE            TO JR-EXISTIA
           MOVE LK-JR-OPERADOR   TO JR-OPERADOR
           MOVE LK-JR-DOCUMENTO  TO JR-DOCUMENTO
           MOVE WDATA-HORA(1:8)  TO JR-DATA
           MOVE WDATA-HORA(9:6)  TO JR-HORA
           MOVE ZERO             TO JR-QTD-IMAGENS
           MOVE ZERO             TO JR-DATA-RECUP
           MOVE SPACES           TO JR-OPER-RECUP
           WRITE REGISTRO-JORNAL
               INVALID KEY
                   MOVE ZERO TO LK-TRANSACAO
           END-WRITE
           .
      *----------------------------------------------------------------*
      *    A IMAGEM GANHA A PROXIMA SEQUENCIA DO CABECALHO; A IMAGEM E
      *    GRAVADA ANTES DE O CABECALHO SER ATUALIZADO (A RECUPERACAO
      *    PERCORRE AS IMAGENS PELA CHAVE, NAO PELA CONTAGEM)
      *----------------------------------------------------------------*
       2000-GRAVA-IMAGEM.
           IF LK-TRANSACAO = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE LK-TRANSACAO TO JR-TRANSACAO
           MOVE ZERO         TO JR-SEQ
           READ JORNAL
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           COMPUTE WJR-SEQ = JR-QTD-IMAGENS + 1
           MOVE LK-TRANSACAO   TO JR-TRANSACAO
           MOVE WJR-SEQ        TO JR-SEQ
           MOVE SPACE          TO JR-SITUACAO
           MOVE LK-JR-PROGRAMA TO JR-PROGRAMA
           MOVE LK-ACAO        TO JR-TIPO
           MOVE LK-JR-ARQUIVO  TO JR-ARQUIVO
           MOVE LK-JR-EXISTIA  TO JR-EXISTIA
           MOVE LK-JR-IMAGEM   TO JR-IMAGEM
           WRITE REGISTRO-JORNAL
               INVALID KEY
                   REWRITE REGISTRO-JORNAL
           END-WRITE
           MOVE LK-TRANSACAO TO JR-TRANSACAO
           MOVE ZERO         TO JR-SEQ
           READ JORNAL
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           MOVE WJR-SEQ TO JR-QTD-IMAGENS
           REWRITE REGISTRO-JORNAL
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFIRMACAO: AS IMAGENS NAO SERVEM MAIS - SO O CABECALHO
      *    FICA, COMO HISTORICO DA TRANSACAO
      *----------------------------------------------------------------*
       3000-CONFIRMA.
           IF LK-TRANSACAO = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE LK-TRANSACAO TO JR-TRANSACAO
           MOVE 1            TO JR-SEQ
           START JORNAL KEY NOT LESS THAN JR-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-JORNAL
           END-START
           IF FS-JORNAL = "00"
               PERFORM 3100-LE-IMAGEM
           END-IF
           PERFORM 3200-DESCARTA-IMAGEM
               UNTIL FS-JORNAL NOT = "00"
           MOVE LK-TRANSACAO TO JR-TRANSACAO
           MOVE ZERO         TO JR-SEQ
           READ JORNAL
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE "C" TO JR-SITUACAO
           REWRITE REGISTRO-JORNAL
           .
       3000-EXIT.
           EXIT.
       3100-LE-IMAGEM.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE "10" TO FS-JORNAL
           END-READ
           IF FS-JORNAL = "00" AND JR-TRANSACAO NOT = LK-TRANSACAO
               MOVE "10" TO FS-JORNAL
           END-IF
           .
       3200-DESCARTA-IMAGEM.
           DELETE JORNAL RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 3100-LE-IMAGEM
           .
       END PROGRAM GRAVA-JORNAL.
