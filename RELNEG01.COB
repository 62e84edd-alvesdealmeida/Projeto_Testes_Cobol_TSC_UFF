      ******************************************************************
      *
      *     RELNEG01 - RELACAO DOS CLIENTES NEGATIVADOS
      *     LE O CONTROLE NEGATIV.DAT (NEGATI01 / NEGAPR01) E LISTA:
      *       - AS PARCELAS NEGATIVADAS NO BUREAU, COM A DATA DA
      *         INCLUSAO, OS DIAS DE NEGATIVACAO E A REMESSA;
      *       - AS EXCLUSOES PENDENTES (PARCELA QUITADA OU
      *         RENEGOCIADA AINDA NEGATIVADA), COM O PRAZO DA
      *         EXCLUSAO E A MARCA "FORA DO PRAZO" QUANDO O PRAZO JA
      *         PASSOU SEM A EXCLUSAO TER SIDO ENVIADA;
      *       - AS PROPOSTAS EM AVISO PREVIO OU APROVADAS AINDA NAO
      *         ENVIADAS;
      *     E A QUANTIDADE E O VALOR POR SITUACAO. SEM PERGUNTAS -
      *     RODA PELA FILA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELNEG01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT NEGATIV ASSIGN TO "NEGATIV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NG-CHAVE
           FILE STATUS IS FS-NEGATIV.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM NEGATI01.
       FD  NEGATIV.
       01  REGISTRO-NEGATIV.
           02 NG-CHAVE.
               03 NG-PEDIDO    PIC 9(06).
               03 NG-PARCELA   PIC 9(02).
           02 NG-CLIENTE       PIC 9(06).
           02 NG-VENCIMENTO    PIC 9(08).
           02 NG-VALOR         PIC 9(8)V99.
           02 NG-STATUS        PIC X.
               88 NG-AVISADA     VALUE "A".
               88 NG-RECUSADA    VALUE "R".
               88 NG-APROVADA    VALUE "I".
               88 NG-NEGATIVADA  VALUE "N".
               88 NG-BAIXAR      VALUE "B".
               88 NG-EXCLUIDA    VALUE "E".
               88 NG-CANCELADA   VALUE "C".
           02 NG-DATA-AVISO    PIC 9(08).
           02 NG-DATA-LIBERA   PIC 9(08).
           02 NG-OPER-DECISAO  PIC X(10).
           02 NG-DATA-DECISAO  PIC 9(08).
           02 NG-MOTIVO        PIC X(30).
           02 NG-DATA-INCLUSAO PIC 9(08).
           02 NG-REMESSA-INC   PIC 9(06).
           02 NG-DATA-QUITA    PIC 9(08).
           02 NG-ORIGEM-BAIXA  PIC X.
           02 NG-PRAZO-BAIXA   PIC 9(08).
           02 NG-DATA-EXCLUSAO PIC 9(08).
           02 NG-REMESSA-EXC   PIC 9(06).

      *    MESMO LAYOUT JA DECLARADO EM CADASTR01.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               03 DIA-NAS PIC 99.
               03 MES-NAS PIC 99.
               03 ANO-NAS PIC 9999.
           02 TELEFONE PIC X(30).
           02 ENDERECO PIC X(50).
           02 NUMERO   PIC 9(6).
           02 COMPLEMENTO PIC X(30).
           02 BAIRRO      PIC X(30).
           02 CIDADE      PIC X(30).
           02 CEP         PIC X(8).
           02 ESTADO      PIC AA.
           02 EMAIL       PIC X(50).
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
           02 CLIENTE-TIPO     PIC X.
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-NEGATIV.
           02 FS-NEGATIV-1 PIC 9.
           02 FS-NEGATIV-2 PIC 9.
           02 FS-NEGATIV-R REDEFINES FS-NEGATIV-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTES-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WDIAS-NEGAT   PIC S9(5) VALUE ZERO.
       77  WED-DIAS      PIC ZZZZ9.
       77  WED-VALOR     PIC Z(7)9.99.
       77  WED-TOTAL     PIC Z(9)9.99.
       77  WFORA-PRAZO   PIC X(13) VALUE SPACES.
      *    1 NEGATIVADAS, 2 EXCLUSOES PENDENTES, 3 PROPOSTAS
       77  WPARTE        PIC 9(01) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE "DIFDIAS".
       77  WDATAUTIL-DIA    PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAIDA  PIC 9(08) VALUE ZERO.

      *    QUANTIDADE E VALOR POR SITUACAO, NA ORDEM DO CICLO
       01  TAB-SITUACAO-VALORES.
           02 FILLER PIC X(21) VALUE "AAVISADA (AVISO)     ".
           02 FILLER PIC X(21) VALUE "RRECUSADA            ".
           02 FILLER PIC X(21) VALUE "IAPROVADA A ENVIAR   ".
           02 FILLER PIC X(21) VALUE "NNEGATIVADA          ".
           02 FILLER PIC X(21) VALUE "BEXCLUSAO A ENVIAR   ".
           02 FILLER PIC X(21) VALUE "EEXCLUIDA            ".
           02 FILLER PIC X(21) VALUE "CCANCELADA           ".
       01  TAB-SITUACAO REDEFINES TAB-SITUACAO-VALORES.
           02 TS-ITEM OCCURS 7 TIMES.
               03 TS-CODIGO  PIC X.
               03 TS-NOME    PIC X(20).
       01  TAB-SITUACAO-QT.
           02 TSQ-ITEM OCCURS 7 TIMES.
               03 TSQ-QTDE   PIC 9(05).
               03 TSQ-VALOR  PIC 9(10)V99.
       77  IND1          PIC 9(02) VALUE ZEROS.
       77  QT-PARTE      PIC 9(05) VALUE ZEROS.
       77  QT-FORA-PRAZO PIC 9(05) VALUE ZEROS.
       77  TOTAL-PARTE   PIC 9(10)V99 VALUE ZEROS.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-PARTE THRU 2000-EXIT
               VARYING WPARTE FROM 1 BY 1
               UNTIL WPARTE > 3
           PERFORM 5000-IMPRIME-RESUMO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TAB-SITUACAO-QT
           OPEN INPUT CLIENTES
           DISPLAY " "
           DISPLAY "RELACAO DOS CLIENTES NEGATIVADOS - " WDATA-SISTEMA
           .
      *----------------------------------------------------------------*
      *    CADA PARTE E UMA LEITURA COMPLETA DO CONTROLE, NA ORDEM
      *    DE PEDIDO / PARCELA; O RESUMO POR SITUACAO E ACUMULADO NA
      *    PRIMEIRA LEITURA
      *----------------------------------------------------------------*
       2000-VARRE-PARTE.
           MOVE ZERO TO QT-PARTE
           MOVE ZERO TO TOTAL-PARTE
           OPEN INPUT NEGATIV
           IF FS-NEGATIV NOT = "00"
               IF WPARTE = 1
                   DISPLAY "NENHUMA PARCELA NO CONTROLE DE NEGATIVACAO"
               END-IF
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           EVALUATE WPARTE
               WHEN 1
                   DISPLAY "NEGATIVADAS NO BUREAU"
                   DISPLAY "PEDIDO/PC CLIENTE NOME                 "
                       "VENCTO         VALOR INCLUSAO  DIAS REMESSA"
               WHEN 2
                   DISPLAY "EXCLUSOES PENDENTES DE ENVIO"
                   DISPLAY "PEDIDO/PC CLIENTE NOME                 "
                       "QUITADA  O PRAZO            VALOR"
               WHEN 3
                   DISPLAY "PROPOSTAS EM AVISO PREVIO / APROVADAS"
                   DISPLAY "PEDIDO/PC CLIENTE NOME                 "
                       "VENCTO         VALOR S LIBERA   DECIDIDA"
           END-EVALUATE
           PERFORM 2100-LE-NEGATIV
           PERFORM 2150-SELECIONA-PARCELA
               UNTIL FS-NEGATIV NOT = "00"
           CLOSE NEGATIV
           MOVE TOTAL-PARTE TO WED-TOTAL
           DISPLAY "PARCELAS: " QT-PARTE "  VALOR: " WED-TOTAL
           IF WPARTE = 2 AND QT-FORA-PRAZO > ZERO
               DISPLAY "EXCLUSOES FORA DO PRAZO: " QT-FORA-PRAZO
           END-IF
           .
       2000-EXIT.
           EXIT.
       2100-LE-NEGATIV.
           READ NEGATIV NEXT RECORD
               AT END
                   MOVE "10" TO FS-NEGATIV
           END-READ
           .
       2150-SELECIONA-PARCELA.
           IF WPARTE = 1
               PERFORM 2160-ACUMULA-SITUACAO
           END-IF
           EVALUATE TRUE
               WHEN WPARTE = 1 AND NG-NEGATIVADA
                   PERFORM 2200-LISTA-NEGATIVADA
               WHEN WPARTE = 2 AND NG-BAIXAR
                   PERFORM 2300-LISTA-EXCLUSAO
               WHEN WPARTE = 3 AND (NG-AVISADA OR NG-APROVADA)
                   PERFORM 2400-LISTA-PROPOSTA
           END-EVALUATE
           PERFORM 2100-LE-NEGATIV
           .
       2160-ACUMULA-SITUACAO.
           PERFORM 2170-COMPARA-SITUACAO
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > 7
           .
       2170-COMPARA-SITUACAO.
           IF TS-CODIGO (IND1) = NG-STATUS
               ADD 1        TO TSQ-QTDE (IND1)
               ADD NG-VALOR TO TSQ-VALOR (IND1)
           END-IF
           .
       2200-LISTA-NEGATIVADA.
           PERFORM 2500-LE-CLIENTE
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, NG-DATA-INCLUSAO,
               WDATA-SISTEMA, WDIAS-NEGAT, WDATAUTIL-DIA,
               WDATAUTIL-SAIDA
           IF WDIAS-NEGAT < ZERO
               MOVE ZERO TO WDIAS-NEGAT
           END-IF
           MOVE WDIAS-NEGAT TO WED-DIAS
           MOVE NG-VALOR TO WED-VALOR
           ADD 1 TO QT-PARTE
           ADD NG-VALOR TO TOTAL-PARTE
           DISPLAY NG-PEDIDO "/" NG-PARCELA " " NG-CLIENTE " "
               NOME (1:20) " " NG-VENCIMENTO " " WED-VALOR " "
               NG-DATA-INCLUSAO WED-DIAS " " NG-REMESSA-INC
           .
       2300-LISTA-EXCLUSAO.
           PERFORM 2500-LE-CLIENTE
           MOVE SPACES TO WFORA-PRAZO
           IF NG-PRAZO-BAIXA < WDATA-SISTEMA
               MOVE "FORA DO PRAZO" TO WFORA-PRAZO
               ADD 1 TO QT-FORA-PRAZO
           END-IF
           MOVE NG-VALOR TO WED-VALOR
           ADD 1 TO QT-PARTE
           ADD NG-VALOR TO TOTAL-PARTE
           DISPLAY NG-PEDIDO "/" NG-PARCELA " " NG-CLIENTE " "
               NOME (1:20) " " NG-DATA-QUITA " " NG-ORIGEM-BAIXA " "
               NG-PRAZO-BAIXA " " WED-VALOR " " WFORA-PRAZO
           .
       2400-LISTA-PROPOSTA.
           PERFORM 2500-LE-CLIENTE
           MOVE NG-VALOR TO WED-VALOR
           ADD 1 TO QT-PARTE
           ADD NG-VALOR TO TOTAL-PARTE
           DISPLAY NG-PEDIDO "/" NG-PARCELA " " NG-CLIENTE " "
               NOME (1:20) " " NG-VENCIMENTO " " WED-VALOR " "
               NG-STATUS " " NG-DATA-LIBERA " " NG-OPER-DECISAO
           .
       2500-LE-CLIENTE.
           MOVE NG-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "10" TO FS-CLIENTES
           END-READ
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTE NAO CADASTRADO" TO NOME
           END-IF
           .
       5000-IMPRIME-RESUMO.
           DISPLAY " "
           DISPLAY "SITUACAO              QTDE          VALOR"
           PERFORM 5100-IMPRIME-SITUACAO
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > 7
           .
       5100-IMPRIME-SITUACAO.
           MOVE TSQ-VALOR (IND1) TO WED-TOTAL
           DISPLAY TS-NOME (IND1) "  " TSQ-QTDE (IND1) " " WED-TOTAL
           .
       9999-ENCERRA.
           CLOSE CLIENTES
           GOBACK
           .
       END PROGRAM RELNEG01.
