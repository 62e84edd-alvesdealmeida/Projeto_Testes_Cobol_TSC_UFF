      *     GERA O NOVO CRONOGRAMA COM OS JUROS COMBINADOS EMBUTIDOS
      *     (NOVA NUMERACAO DA ENTIDADE RENEG, VENCIMENTOS EM DIA
      *     UTIL) E GUARDA EM RENEGLNK.DAT O VINCULO DE CADA PARCELA
      *     NOVA COM AS ANTIGAS, PARA O EXTRATO. PARCELA ANTIGA JA
      *     NEGATIVADA NO BUREAU DE CREDITO (NEGATI01) FICA MARCADA
      *     PARA EXCLUSAO NA PROXIMA REMESSA. TUDO AUDITADO POR
      *     GRAVA-AUDITORIA.
      *
      ******************************************************************
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CHAVE
           FILE STATUS IS FS-REMCTL.

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
           02 RL-RENEG       PIC 9(04).
           02 FILLER         PIC X     VALUE SPACE.
           02 RL-CHAVE-ANTIGA.
               03 RL-PEDIDO  PIC 9(06).
               03 RL-PARCELA PIC 9(02).
           02 FILLER         PIC X     VALUE SPACE.
           02 RL-SALDO       PIC 9(8)V99.
      *    NUMERACAO RENEG OLHA SE O CODIGO JA E DE UM PEDIDO
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO PIC 9(06).
           02 FILLER     PIC X(61).

       FD  REMCTL.
       01  REGISTRO-REMCTL.
           02 RM-CHAVE.
               03 RM-PEDIDO  PIC 9(06).
               03 RM-PARCELA PIC 9(02).
           02 RM-REMESSA     PIC 9(04).
           02 RM-STATUS      PIC X.
               88 RM-EM-COBRANCA VALUE "E".
               88 RM-BAIXAR      VALUE "B".

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
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       77  FS-RENEGLNK    PIC XX VALUE SPACES.
       01  FS-NEGATIV.
           02 FS-NEGATIV-1 PIC 9.
           02 FS-NEGATIV-2 PIC 9.
           02 FS-NEGATIV-R REDEFINES FS-NEGATIV-2 PIC 99 COMP-X.
      *    PRAZO LEGAL DA EXCLUSAO NO BUREAU: 5 DIAS DA QUITACAO,
      *    LEVADO AO DIA UTIL (DIAUTIL1)
       77  WDIAS-BAIXA    PIC S9(5) VALUE 5.
       77  WPRAZO-BAIXA   PIC 9(08) VALUE ZERO.
       01  FS-REMCTL.
           02 FS-REMCTL-1 PIC 9.
           02 FS-REMCTL-2 PIC 9.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WCLIENTE       PIC 9(06) VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.

      *    PARCELAS VENCIDAS SELECIONADAS (ATE 30 POR RODADA)
       01  TAB-VENCIDAS.
           02 TV-ITEM OCCURS 30 TIMES.
               03 TV-PEDIDO  PIC 9(06).
               03 TV-PARCELA PIC 9(02).
               03 TV-SALDO   PIC 9(8)V99.
       77  QT-VENCIDAS    PIC 9(02) VALUE ZEROS.
      *    SEGUINTE; SEM CHAVE LIVRE A RENEGOCIACAO E RECUSADA
      *    ANTES DE MEXER NAS PARCELAS ANTIGAS.
       77  WRENEG-NUM     PIC 9(04) VALUE ZERO.
       77  WNUM-GERADO    PIC 9(06) VALUE ZERO.
       77  WNUM-OK        PIC X VALUE "N".
       77  WTENTATIVAS    PIC 9(03) VALUE ZERO.
       77  WCOLIDE        PIC X VALUE "N".
           .
           TELA.
               DISPLAY "RENEGOCIACAO DE PARCELAS    " AT 0430
               DISPLAY "CLIENTE [......] (999999 SAI)" AT 0605
               ACCEPT WCLIENTE AT 0614
               IF WCLIENTE = 999999 THEN
                   CLOSE CONTASREC PEDIDOS
                   EXIT PROGRAM
               END-IF
                   DISPLAY TV-PEDIDO (QT-VENCIDAS)
                       AT LINE WLINHA-TELA COL 05
                   DISPLAY TV-PARCELA (QT-VENCIDAS)
                       AT LINE WLINHA-TELA COL 12
                   MOVE WSALDO-PARC TO WED-VALOR
                   DISPLAY WED-VALOR
                       AT LINE WLINHA-TELA COL 16
               END-IF
               .
           GUARDA-VENCIDA-FIM.
                       REWRITE REGISTRO-CONTASREC
                       PERFORM GRAVA-VINCULO
                       PERFORM MARCA-BAIXA-REMESSA
                       PERFORM MARCA-BAIXA-NEGATIV
                       MOVE CR-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "RENEG001", "CANCELOU", WCHAVE-AUD
                   CLOSE REMCTL
               END-IF
               .
      *    PARCELA JA NEGATIVADA (NEGATIV "N") - A EXCLUSAO NO BUREAU
      *    SAI NA PROXIMA REMESSA DO NEGATI01, DENTRO DO PRAZO LEGAL;
      *    PROPOSTA QUE AINDA NAO FOI AO BUREAU E CANCELADA
           MARCA-BAIXA-NEGATIV.
               OPEN I-O NEGATIV
               IF FS-NEGATIV = "00"
                   MOVE TV-PEDIDO (IND1)  TO NG-PEDIDO
                   MOVE TV-PARCELA (IND1) TO NG-PARCELA
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
               MOVE WDATA-SISTEMA TO NG-DATA-QUITA
               MOVE "R" TO NG-ORIGEM-BAIXA
               IF NG-NEGATIVADA
                   CALL "DIAUTIL1" USING WDATA-SISTEMA, WDIAS-BAIXA,
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
                       "RENEG001", "BAIXANEG", WCHAVE-AUD
               ELSE
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "RENEG001", "CANCNEG", WCHAVE-AUD
               END-IF
               .
           GERA-NOVO-CRONOGRAMA.
               COMPUTE WVALOR-PARCELA = WTOTAL-NOVO / WQT-NOVAS
               MOVE ZERO TO WVALOR-ACUM
