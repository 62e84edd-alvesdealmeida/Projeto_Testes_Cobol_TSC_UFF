      *     DADOS001.DAT) NA CONTA DA FORMA DE PAGAMENTO ESCOLHIDA
      *     (FORMPG.DAT), REGISTRANDO O MOVIMENTO DO CAIXA DO DIA
      *     (MOVCAIXA.DAT) PARA O FECHAMENTO DIARIO FECHCX01 - DIA
      *     JA FECHADO NAO RECEBE MAIS BAIXAS. O VALOR COBERTO POR
      *     CHEQUE AINDA EM CUSTODIA (CHQCUS01) NAO E COBRADO DE NOVO:
      *     SAI DO SALDO DEVIDO ATE O CHEQUE COMPENSAR OU VOLTAR.
      *     PARCELA NEGATIVADA NO BUREAU DE CREDITO (NEGATI01) E
      *     QUITADA FICA MARCADA PARA EXCLUSAO NA PROXIMA REMESSA.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CHAVE
           FILE STATUS IS FS-REMCTL.

           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-NUMERO
           ALTERNATE KEY IS CH-IDENT
           ALTERNATE KEY IS CH-BOM-PARA WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

           SELECT CHQPARC ASSIGN TO "CHQPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-CHEQUE WITH DUPLICATES
           FILE STATUS IS FS-CHQPARC.

           SELECT NEGATIV ASSIGN TO "NEGATIV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NG-CHAVE
           FILE STATUS IS FS-NEGATIV.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
           02 FG-DESCRICAO   PIC X(20).
           02 FG-CONTA       PIC 9(05).
           02 FG-DIAS-LIQUID PIC 9(03).
      *    CARTAO: TAXA CONTRATADA COM A ADQUIRENTE E CONTA DE
      *    DESPESA ONDE A TAXA E LANCADA (CONCRT01)
           02 FG-TAXA-PCT    PIC 99V99.
           02 FG-CONTA-TAXA  PIC 9(05).

      *    MOVIMENTO DO CAIXA DO DIA - UMA LINHA POR BAIXA, BASE DO
      *    FECHAMENTO DIARIO (FECHCX01)
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-FORMA     PIC 9(02).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-PEDIDO    PIC 9(06).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-PARCELA   PIC 9(02).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-VALOR     PIC 9(8)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL DO CAIXA (FILIAL DO OPERADOR)
           02 MC-FILIAL    PIC 9(02).

      *    CONTROLE DE FECHAMENTO DE CAIXA - DIA FECHADO NAO RECEBE
      *    MAIS BAIXAS
           02 CF-CONTADO   PIC 9(10)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL FECHADA - ZERO (OU REGISTRO ANTIGO, SEM FILIAL)
      *    E O FECHAMENTO CONSOLIDADO, QUE VALE PARA TODAS
           02 CF-FILIAL    PIC 9(02).

      *    CREDITO DO CLIENTE ACUMULADO PELAS DEVOLUCOES (DEVPED01),
      *    OFERECIDO COMO FONTE DE PAGAMENTO NA BAIXA
       FD  CREDCLI.
       01  REGISTRO-CREDCLI.
           02 CC-CLIENTE PIC 9(06).
           02 CC-SALDO   PIC 9(8)V99.

      *    CONTROLE DE REMESSA (REMESSA1) - PARCELA EM COBRANCA PAGA
       FD  REMCTL.
       01  REGISTRO-REMCTL.
           02 RM-CHAVE.
               03 RM-PEDIDO  PIC 9(06).
               03 RM-PARCELA PIC 9(02).
           02 RM-REMESSA     PIC 9(04).
           02 RM-STATUS      PIC X.
               88 RM-EM-COBRANCA VALUE "E".
               88 RM-BAIXAR      VALUE "B".

      *    CUSTODIA DE CHEQUES (CHQCUS01) E VINCULO CHEQUE X PARCELA
       FD  CHEQUES.
       01  REGISTRO-CHEQUES.
           02 CH-NUMERO        PIC 9(06).
           02 CH-CLIENTE       PIC 9(06).
           02 CH-IDENT.
               03 CH-BANCO     PIC 9(03).
               03 CH-AGENCIA   PIC 9(04).
               03 CH-CONTA     PIC X(12).
               03 CH-CHEQUE    PIC 9(06).
           02 CH-TIPO-DOC      PIC X.
           02 CH-DOCUMENTO     PIC 9(14).
           02 CH-VALOR         PIC 9(8)V99.
           02 CH-BOM-PARA      PIC 9(08).
           02 CH-FORMA         PIC 9(02).
           02 CH-DATA-RECEB    PIC 9(08).
           02 CH-DATA-DEPOSITO PIC 9(08).
           02 CH-DATA-BAIXA    PIC 9(08).
           02 CH-MOTIVO-DEV    PIC 9(02).
           02 CH-TARIFA        PIC 9(6)V99.
           02 CH-STATUS        PIC X.
               88 CH-EM-CUSTODIA VALUE "C".
               88 CH-DEPOSITADO  VALUE "D".
           02 CH-OPERADOR      PIC X(10).

       FD  CHQPARC.
       01  REGISTRO-CHQPARC.
           02 CP-CHAVE.
               03 CP-PEDIDO    PIC 9(06).
               03 CP-PARCELA   PIC 9(02).
               03 CP-CHEQUE    PIC 9(06).
           02 CP-VALOR         PIC 9(8)V99.

      *    CONTROLE DA NEGATIVACAO NO BUREAU DE CREDITO (NEGATI01) -
      *    PARCELA NEGATIVADA E QUITADA E MARCADA PARA EXCLUSAO
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
               88 NG-APROVADA    VALUE "I".
               88 NG-NEGATIVADA  VALUE "N".
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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-CONTASREC.
       77  OPCAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WCR-PEDIDO     PIC 9(06) VALUE ZERO.
       77  WCR-PARCELA    PIC 9(02) VALUE ZERO.
       77  WDATA-PGTO     PIC 9(08) VALUE ZERO.
       77  WVALOR-PAGO    PIC 9(8)V99 VALUE ZERO.
       77  WCONTA-CLIENTES PIC 9(05) VALUE 2.
       77  WTIPO-LANCTO   PIC X VALUE "C".
       77  WLAN-RESULT    PIC X VALUE "N".
       77  WCENTRO-CUSTO  PIC 9(03) VALUE ZERO.
      *    FILIAL DO OPERADOR (BUSCA-FILIAL) - VAI NO LANCAMENTO
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WTIPO-FIL      PIC X     VALUE "O".
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       01  FS-FORMPG.
           02 FS-FORMPG-1 PIC 9.
           02 FS-FORMPG-2 PIC 9.
           02 FS-REMCTL-1 PIC 9.
           02 FS-REMCTL-2 PIC 9.
           02 FS-REMCTL-R REDEFINES FS-REMCTL-2 PIC 99 COMP-X.
      *    VALOR DA PARCELA COBERTO POR CHEQUE EM CUSTODIA
       01  FS-CHEQUES.
           02 FS-CHEQUES-1 PIC 9.
           02 FS-CHEQUES-2 PIC 9.
           02 FS-CHEQUES-R REDEFINES FS-CHEQUES-2 PIC 99 COMP-X.
       01  FS-CHQPARC.
           02 FS-CHQPARC-1 PIC 9.
           02 FS-CHQPARC-2 PIC 9.
           02 FS-CHQPARC-R REDEFINES FS-CHQPARC-2 PIC 99 COMP-X.
       77  WEM-CUSTODIA   PIC 9(8)V99 VALUE ZERO.
       01  FS-NEGATIV.
           02 FS-NEGATIV-1 PIC 9.
           02 FS-NEGATIV-2 PIC 9.
           02 FS-NEGATIV-R REDEFINES FS-NEGATIV-2 PIC 99 COMP-X.
      *    PRAZO LEGAL DA EXCLUSAO NO BUREAU: 5 DIAS DA QUITACAO,
      *    LEVADO AO DIA UTIL (DIAUTIL1)
       77  WDIAS-BAIXA    PIC S9(5) VALUE 5.
       77  WPRAZO-BAIXA   PIC 9(08) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
               OPEN I-O CREDCLI
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
               DISPLAY "JUROS DE MORA              " AT 1205
               DISPLAY "TOTAL DEVIDO               " AT 1305
               ACCEPT WCR-PEDIDO                     AT 0625
               IF WCR-PEDIDO = 999999 THEN
                   CLOSE CONTASREC FORMPG CREDCLI
                   EXIT PROGRAM
               END-IF
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               PERFORM SOMA-CUSTODIA-PARCELA THRU SOMA-CUSTODIA-FIM
               IF WEM-CUSTODIA > ZERO
                   DISPLAY "EM CHEQUE" AT 1140
                   DISPLAY WEM-CUSTODIA AT 1150
                   IF CR-VALOR - CR-VALOR-PAGO NOT > WEM-CUSTODIA
                       DISPLAY "PARCELA COBERTA POR CHEQUE EM"
                           " CUSTODIA" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
                   END-IF
               END-IF
               PERFORM CALCULA-DEVIDO
               DISPLAY "DATA DO PAGAMENTO (AAAAMMDD)" AT 1505
               ACCEPT WDATA-PGTO AT 1535
      *----------------------------------------------------------------*
           CALCULA-DEVIDO.
               COMPUTE WSALDO-DEVIDO = CR-VALOR - CR-VALOR-PAGO
                   - WEM-CUSTODIA
               MOVE FUNCTION CURRENT-DATE(1:8) TO WDATAUTIL-SAIDA
               CALL "CALCULA-ENCARGOS" USING WSALDO-DEVIDO,
                   CR-VENCIMENTO, WDATAUTIL-SAIDA, WJUROS, WMULTA,
               IF WVALOR-PAGO > ZERO
                   CALL "GRAVA-LANCAMENTO" USING WCONTA-FORMA,
                       WTIPO-LANCTO, WVALOR-PAGO, WDATA-PGTO,
                       WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO,
                       WFILIAL
                   IF WLAN-RESULT NOT = "S"
                       DISPLAY "LANCAMENTO REJEITADO - BAIXA NAO"
                           " EFETUADA" AT 2005
                           DISPLAY "PARCELA QUITADA            "
                               AT 2005
                           PERFORM MARCA-BAIXA-REMESSA
                           PERFORM MARCA-BAIXA-NEGATIV
                       ELSE
                           DISPLAY "PAGAMENTO PARCIAL REGISTRADO"
                               AT 2005
               MOVE "D" TO WTIPO-LANCTO
               CALL "GRAVA-LANCAMENTO" USING WCONTA-CREDCLI,
                   WTIPO-LANCTO, WVALOR-CREDITO, WDATA-PGTO,
                   WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO, WFILIAL
               MOVE "C" TO WTIPO-LANCTO
               IF WLAN-RESULT NOT = "S"
                   DISPLAY "LANCAMENTO DO CREDITO REJEITADO -"
                   CLOSE REMCTL
               END-IF
               .
      *    PARCELA JA NEGATIVADA (NEGATIV "N") - A EXCLUSAO NO BUREAU
      *    SAI NA PROXIMA REMESSA DO NEGATI01, DENTRO DO PRAZO LEGAL;
      *    PROPOSTA QUE AINDA NAO FOI AO BUREAU E CANCELADA
           MARCA-BAIXA-NEGATIV.
               OPEN I-O NEGATIV
               IF FS-NEGATIV = "00"
                   MOVE WCR-PEDIDO  TO NG-PEDIDO
                   MOVE WCR-PARCELA TO NG-PARCELA
                   READ NEGATIV
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NG-NEGATIVADA OR NG-AVISADA OR
                              NG-APROVADA
                               PERFORM ATUALIZA-NEGATIV
                           END-IF
                   END-READ
                   CLOSE NEGATIV
               END-IF
               .
           ATUALIZA-NEGATIV.
               MOVE WDATA-PGTO TO NG-DATA-QUITA
               MOVE "P" TO NG-ORIGEM-BAIXA
               IF NG-NEGATIVADA
                   CALL "DIAUTIL1" USING WDATA-PGTO, WDIAS-BAIXA,
                       WPRAZO-BAIXA
                   MOVE WPRAZO-BAIXA TO NG-PRAZO-BAIXA
                   MOVE "B" TO NG-STATUS
               ELSE
                   MOVE "C" TO NG-STATUS
               END-IF
               REWRITE REGISTRO-NEGATIV
               MOVE NG-CHAVE TO WCHAVE-AUD
               IF NG-STATUS = "B"
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "RECEB001", "BAIXANEG", WCHAVE-AUD
                   DISPLAY "EXCLUSAO DO BUREAU DE CREDITO PEDIDA"
                       AT 2205
               ELSE
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "RECEB001", "CANCNEG", WCHAVE-AUD
               END-IF
               .
      *    A FORMA DEFINE A CONTA DO PLANO ONDE O RECEBIMENTO
      *    LIQUIDA; SEM TABELA PUBLICADA VALE A CONTA CAIXA (1)
           BUSCA-FORMA.
               IF FS-CAIXAFCH = "00"
                   PERFORM LE-CAIXAFCH
                   PERFORM UNTIL FS-CAIXAFCH NOT = "00"
                       IF CF-DATA = WDATA-PGTO AND
                          (CF-FILIAL NOT NUMERIC OR CF-FILIAL = ZERO OR
                           CF-FILIAL = WFILIAL)
                           IF CF-STATUS = "FECHADO"
                               MOVE "S" TO WDIA-FECHADO
                           ELSE
                       MOVE "10" TO FS-CAIXAFCH
               END-READ
               .
      *----------------------------------------------------------------*
      *    QUANTO DA PARCELA JA ESTA COBERTO POR CHEQUES AINDA NAO
      *    COMPENSADOS (EM CUSTODIA OU DEPOSITADOS) - SEM A CUSTODIA
      *    DE CHEQUES IMPLANTADA NAO HA NADA A ABATER
      *----------------------------------------------------------------*
           SOMA-CUSTODIA-PARCELA.
               MOVE ZERO TO WEM-CUSTODIA
               OPEN INPUT CHQPARC
               IF FS-CHQPARC NOT = "00"
                   GO TO SOMA-CUSTODIA-FIM
               END-IF
               OPEN INPUT CHEQUES
               IF FS-CHEQUES NOT = "00"
                   CLOSE CHQPARC
                   GO TO SOMA-CUSTODIA-FIM
               END-IF
               MOVE CR-PEDIDO  TO CP-PEDIDO
               MOVE CR-PARCELA TO CP-PARCELA
               MOVE ZERO       TO CP-CHEQUE
               START CHQPARC KEY IS NOT < CP-CHAVE
                   INVALID KEY
                       MOVE "23" TO FS-CHQPARC
               END-START
               IF FS-CHQPARC = "00"
                   PERFORM LE-VINCULO
               END-IF
               PERFORM SOMA-UM-VINCULO
                   UNTIL FS-CHQPARC NOT = "00"
                      OR CP-PEDIDO NOT = CR-PEDIDO
                      OR CP-PARCELA NOT = CR-PARCELA
               CLOSE CHQPARC CHEQUES
               .
           SOMA-CUSTODIA-FIM.
               EXIT.
           SOMA-UM-VINCULO.
               MOVE CP-CHEQUE TO CH-NUMERO
               READ CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CH-EM-CUSTODIA OR CH-DEPOSITADO
                           ADD CP-VALOR TO WEM-CUSTODIA
                       END-IF
               END-READ
               PERFORM LE-VINCULO
               .
           LE-VINCULO.
               READ CHQPARC NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CHQPARC
               END-READ
               .
           GRAVA-MOVCAIXA.
               OPEN EXTEND MOVCAIXA
               IF FS-MOVCAIXA = "35"
               MOVE WCR-PARCELA TO MC-PARCELA
               MOVE WVALOR-PAGO TO MC-VALOR
               MOVE WOPERADOR   TO MC-OPERADOR
               MOVE WFILIAL     TO MC-FILIAL
               WRITE LINHA-MOVCAIXA
               CLOSE MOVCAIXA
               .
