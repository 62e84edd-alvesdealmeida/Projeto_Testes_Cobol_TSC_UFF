      ******************************************************************
      *
      *     EXPCTB01 - EXPORTACAO DA ESCRITURACAO CONTABIL DO
      *     EXERCICIO PARA O SISTEMA DO CONTADOR (NO ESPIRITO DA ECD)
      *     PARA O ANO PEDIDO GRAVA O ARQUIVO POSICIONAL EXPCTB.TXT,
      *     NO MESMO ESQUEMA DO EXPIMP01:
      *       TIPO 0 - ABERTURA (ANO, PERIODO E DATA DA GERACAO);
      *       TIPO 1 - PLANO DE CONTAS (PLANCTA.DAT, COM NATUREZA,
      *                GRUPO DO DRE, TIPO S/A E CONTA SUPERIOR);
      *       TIPO 2 - CADA LANCAMENTO DO ANO NO DADOS001.DAT, NA
      *                ORDEM DE POSTAGEM, COM A CONTRAPARTIDA, O
      *                CENTRO E O HISTORICO PADRAO (DESCRICOES DA
      *                CONTA E DA CONTRAPARTIDA NO PLANO);
      *       TIPO 3 - SALDOS MENSAIS POR CONTA (SALDO INICIAL,
      *                DEBITOS, CREDITOS E SALDO FINAL COM INDICADOR
      *                D/C), SO PARA MES COM SALDO OU MOVIMENTO;
      *       TIPO 9 - TRAILER COM AS QUANTIDADES POR TIPO E OS
      *                TOTAIS DE DEBITOS E CREDITOS DAS DUAS PERNAS,
      *                QUE DEVEM BATER COM O BALANCT1 DE 01/01 A 31/12.
      *     O SALDO INICIAL DO ANO VEM DOS LANCAMENTOS ANTERIORES E
      *     E CONFERIDO COM OS SALDOS TRANSPORTADOS DOS FECHAMENTOS
      *     (SALDOANT.DAT, FECHCTB1) - DIFERENCA SAI COMO AVISO.
      *     ANTES DE LIBERAR O ARQUIVO IMPRIME A VALIDACAO: DIAS EM
      *     QUE DEBITOS NAO CONFEREM COM CREDITOS E LANCAMENTOS EM
      *     CONTA FORA DO PLANO OU SINTETICA. COM QUALQUER ERRO O
      *     ARQUIVO NAO E GERADO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. EXPCTB01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO "DADOS001.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

           SELECT PLANCTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CODIGO
           FILE STATUS IS FS-PLANCTA.

           SELECT SALDOANT ASSIGN TO "SALDOANT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOANT.

           SELECT EXPCTB ASSIGN TO "EXPCTB.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXPCTB.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  LANCAMENTOS.
       01  REGISTRO-LANCAMENTO.
           02 TR-CONTA   PIC 9(05).
           02 FILLER     PIC X.
           02 TR-TIPO    PIC X.
               88 TR-CREDITO VALUE "C" "c".
           02 FILLER     PIC X.
           02 TR-VALOR   PIC 9(8)V99.
           02 FILLER     PIC X.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  PLANCTA.
       01  REGISTRO-CONTA.
           02 CTA-CODIGO    PIC 9(05).
           02 CTA-DESCRICAO PIC X(30).
           02 CTA-NATUREZA  PIC X.
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *    MESMO LAYOUT DO FECHCTB1
       FD  SALDOANT.
       01  REGISTRO-SALDOANT.
           02 SA-COMPETENCIA PIC 9(06).
           02 FILLER         PIC X.
           02 SA-CONTA       PIC 9(05).
           02 FILLER         PIC X.
           02 SA-SALDO       PIC S9(10)V99.

       FD  EXPCTB.
       01  LINHA-EXPCTB         PIC X(120).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       77  FS-SALDOANT    PIC XX VALUE SPACES.
       77  FS-EXPCTB      PIC XX VALUE SPACES.

       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WANO           PIC 9(04) VALUE ZERO.
       77  WDATA-INI      PIC 9(08) VALUE ZERO.
       77  WDATA-FIM      PIC 9(08) VALUE ZERO.
       77  WCOMP-INI      PIC 9(06) VALUE ZERO.
       77  WCOMP-FECHO    PIC 9(06) VALUE ZERO.
       77  WLIBERA        PIC X VALUE "N".
       01  WDATA-LANC.
           02 WDL-ANO     PIC 9(04).
           02 WDL-MES     PIC 9(02).
           02 WDL-DIA     PIC 9(02).
       01  WDATA-DIA.
           02 WDD-ANO     PIC 9(04).
           02 WDD-MES     PIC 9(02).
           02 WDD-DIA     PIC 9(02).

      *    CONTAS COM SALDO OU MOVIMENTO: SALDO INICIAL DO ANO
      *    (CREDITOS MENOS DEBITOS, COMO O SALDOANT) E AS PERNAS DE
      *    CADA MES. TC-PLANO: A-ANALITICA N-FORA DO PLANO
      *    S-SINTETICA
       01  TAB-CONTAS.
           02 TC-ITEM OCCURS 1000 TIMES.
               03 TC-CONTA      PIC 9(05).
               03 TC-PLANO      PIC X.
               03 TC-SALDO-INI  PIC S9(12)V99.
               03 TC-MES OCCURS 12 TIMES.
                   04 TC-DEBITOS  PIC 9(12)V99.
                   04 TC-CREDITOS PIC 9(12)V99.
       77  QT-CONTAS      PIC 9(04) VALUE ZERO.
       77  IND-CTA        PIC 9(04) VALUE ZERO.
       77  IND1           PIC 9(04) VALUE ZERO.
       77  IND-MES        PIC 9(02) VALUE ZERO.
       77  IND-DIA        PIC 9(02) VALUE ZERO.
       77  WMES-LIMITE    PIC 9(02) VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WCONTA-PROC    PIC 9(05) VALUE ZERO.

      *    ORDEM DO PLANO PARA OS SALDOS MENSAIS
       01  TAB-ORDEM.
           02 TO-IND OCCURS 1000 TIMES PIC 9(04).
       77  QT-ORDEM       PIC 9(04) VALUE ZERO.
       77  IND-ORD        PIC 9(04) VALUE ZERO.

      *    PROVA DIARIA DAS PARTIDAS DOBRADAS
       01  TAB-DIAS.
           02 TD-MES OCCURS 12 TIMES.
               03 TD-DIA OCCURS 31 TIMES.
                   04 TD-DEBITOS  PIC 9(12)V99.
                   04 TD-CREDITOS PIC 9(12)V99.

      *    SALDOS TRANSPORTADOS DO ANO (O ULTIMO FECHAMENTO DA
      *    COMPETENCIA PREVALECE)
       01  TAB-SALDOANT.
           02 TS-ITEM OCCURS 1300 TIMES.
               03 TS-COMPET     PIC 9(06).
               03 TS-CONTA      PIC 9(05).
               03 TS-SALDO      PIC S9(10)V99.
       77  QT-SALDOANT    PIC 9(04) VALUE ZERO.
       77  IND-SA         PIC 9(04) VALUE ZERO.

      *    PERNA EM ACUMULACAO (LANCAMENTO OU CONTRAPARTIDA COM O
      *    TIPO INVERTIDO - PARTIDAS DOBRADAS)
       77  WLAN-CONTA     PIC 9(05) VALUE ZERO.
       77  WLAN-CREDITO   PIC X VALUE "N".

      *    CONTADORES E TOTAIS
       77  QT-LANCTOS     PIC 9(08) VALUE ZERO.
       77  QT-ERROS       PIC 9(06) VALUE ZERO.
       77  QT-DIAS-ERRO   PIC 9(04) VALUE ZERO.
       77  QT-AVISOS      PIC 9(06) VALUE ZERO.
       77  QT-EXCEDENTES  PIC 9(06) VALUE ZERO.
       77  QT-REG-CONTAS  PIC 9(06) VALUE ZERO.
       77  QT-REG-LANCTOS PIC 9(08) VALUE ZERO.
       77  QT-REG-SALDOS  PIC 9(08) VALUE ZERO.
       77  WT-DEBITOS     PIC 9(14)V99 VALUE ZERO.
       77  WT-CREDITOS    PIC 9(14)V99 VALUE ZERO.
       77  WSALDO         PIC S9(12)V99 VALUE ZERO.
       77  WSALDO-FIM     PIC S9(12)V99 VALUE ZERO.
       77  WDIFERENCA     PIC S9(12)V99 VALUE ZERO.
       77  WMOTIVO        PIC X(30) VALUE SPACES.
       77  WDESC-CONTA    PIC X(30) VALUE SPACES.
       77  WDESC-CONTRA   PIC X(30) VALUE SPACES.
       77  WED-VALOR      PIC Z(9)9.99.
       77  WED-SALDO      PIC -(10)9.99.
       77  WED-TOTAL      PIC Z(13)9.99.

      *    LAYOUT POSICIONAL DO ARQUIVO CONTABIL
       01  REG-ABERTURA.
           02 EA-TIPO        PIC X     VALUE "0".
           02 EA-LITERAL     PIC X(06) VALUE "ECDCTB".
           02 EA-ANO         PIC 9(04).
           02 EA-DATA-INI    PIC 9(08).
           02 EA-DATA-FIM    PIC 9(08).
           02 EA-DATA        PIC 9(08).
           02 FILLER         PIC X(85) VALUE SPACES.
       01  REG-CONTA.
           02 EC-TIPO        PIC X     VALUE "1".
           02 EC-CONTA       PIC 9(05).
           02 EC-DESCRICAO   PIC X(30).
           02 EC-NATUREZA    PIC X.
           02 EC-GRUPO-RES   PIC 9(01).
           02 EC-TIPO-CONTA  PIC X.
           02 EC-PAI         PIC 9(05).
           02 FILLER         PIC X(76) VALUE SPACES.
       01  REG-LANCAMENTO.
           02 EL-TIPO        PIC X     VALUE "2".
           02 EL-SEQUENCIA   PIC 9(08).
           02 EL-DATA        PIC 9(08).
           02 EL-CONTA       PIC 9(05).
           02 EL-DC          PIC X.
           02 EL-VALOR       PIC 9(10)V99.
           02 EL-CONTRA      PIC 9(05).
           02 EL-CENTRO      PIC 9(03).
           02 EL-HISTORICO   PIC X(63).
           02 FILLER         PIC X(14) VALUE SPACES.
       01  REG-SALDO.
           02 ES-TIPO        PIC X     VALUE "3".
           02 ES-COMPETENCIA PIC 9(06).
           02 ES-CONTA       PIC 9(05).
           02 ES-SALDO-INI   PIC 9(12)V99.
           02 ES-IND-INI     PIC X.
           02 ES-DEBITOS     PIC 9(12)V99.
           02 ES-CREDITOS    PIC 9(12)V99.
           02 ES-SALDO-FIM   PIC 9(12)V99.
           02 ES-IND-FIM     PIC X.
           02 FILLER         PIC X(50) VALUE SPACES.
       01  REG-TRAILER.
           02 ET-TIPO        PIC X     VALUE "9".
           02 ET-QT-CONTAS   PIC 9(06).
           02 ET-QT-LANCTOS  PIC 9(08).
           02 ET-QT-SALDOS   PIC 9(08).
           02 ET-QT-REGISTROS PIC 9(08).
           02 ET-DEBITOS     PIC 9(14)V99.
           02 ET-CREDITOS    PIC 9(14)V99.
           02 FILLER         PIC X(57) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF WLIBERA = "S"
               PERFORM 2000-LE-LIVRO THRU 2000-EXIT
               PERFORM 2500-CONFERE-SALDOANT THRU 2500-EXIT
               PERFORM 3000-VALIDACAO
           END-IF
           IF WLIBERA = "S"
               PERFORM 4000-GRAVA-ARQUIVO
               PERFORM 5000-RELATORIO-CONTROLE
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           MOVE "N" TO WLIBERA
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "EXPORTACAO DA ESCRITURACAO CONTABIL"
           DISPLAY "ANO DO EXERCICIO (AAAA, 0=ANO ANTERIOR):"
           ACCEPT WANO
           IF WANO = ZERO
               COMPUTE WANO = WDATA-SISTEMA / 10000 - 1
           END-IF
           IF WANO < 1900
               DISPLAY "ANO INVALIDO"
               GO TO 1000-EXIT
           END-IF
           COMPUTE WDATA-INI = WANO * 10000 + 0101
           COMPUTE WDATA-FIM = WANO * 10000 + 1231
           COMPUTE WCOMP-INI = WANO * 100 + 1
           COMPUTE WCOMP-FECHO = (WANO + 1) * 100 + 1
           OPEN INPUT PLANCTA
           IF FS-PLANCTA NOT = "00"
               DISPLAY "PLANO DE CONTAS (PLANCTA.DAT) NAO ENCONTRADO"
                   " - ARQUIVO NAO GERADO"
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT LANCAMENTOS
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "ARQUIVO DADOS001.DAT NAO ENCONTRADO"
               CLOSE PLANCTA
               GO TO 1000-EXIT
           END-IF
           INITIALIZE TAB-DIAS
           MOVE "S" TO WLIBERA
           DISPLAY " "
           DISPLAY "VALIDACAO DO EXERCICIO " WANO
           DISPLAY "DATA     CONTA CONTRA         VALOR PERNA MOTIVO"
           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA: SALDO INICIAL (LANCAMENTOS ANTES DO ANO),
      *    MOVIMENTO MENSAL, PROVA DIARIA E CONTAS DE CADA PERNA
      *----------------------------------------------------------------*
       2000-LE-LIVRO.
           PERFORM 2100-LE-LANCAMENTO
           PERFORM 2200-ACUMULA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           CLOSE LANCAMENTOS
      *    SALDO DE ANOS ANTERIORES TAMBEM VAI PARA O ARQUIVO
           PERFORM 2400-CONFERE-SALDO-INICIAL
               VARYING IND-CTA FROM 1 BY 1
               UNTIL IND-CTA > QT-CONTAS
           .
       2000-EXIT.
           EXIT.
       2100-LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       2200-ACUMULA-LANCAMENTO.
           IF TR-DATA NOT > WDATA-FIM
               IF TR-DATA NOT < WDATA-INI
                   ADD 1 TO QT-LANCTOS
                   MOVE TR-DATA TO WDATA-LANC
               END-IF
               MOVE TR-CONTA TO WLAN-CONTA
               IF TR-CREDITO
                   MOVE "S" TO WLAN-CREDITO
               ELSE
                   MOVE "N" TO WLAN-CREDITO
               END-IF
               PERFORM 2250-ACUMULA-PERNA THRU 2250-EXIT
               IF TR-CONTRA NOT = ZERO
                   MOVE TR-CONTRA TO WLAN-CONTA
                   IF TR-CREDITO
                       MOVE "N" TO WLAN-CREDITO
                   ELSE
                       MOVE "S" TO WLAN-CREDITO
                   END-IF
                   PERFORM 2250-ACUMULA-PERNA THRU 2250-EXIT
               END-IF
           END-IF
           PERFORM 2100-LE-LANCAMENTO
           .
       2250-ACUMULA-PERNA.
           MOVE WLAN-CONTA TO WCONTA-PROC
           PERFORM 2300-PROCURA-CONTA
           IF WACHOU = "N"
               IF QT-CONTAS < 1000
                   PERFORM 2350-INCLUI-CONTA
               ELSE
                   ADD 1 TO QT-EXCEDENTES
               END-IF
           END-IF
           IF WACHOU = "N"
               GO TO 2250-EXIT
           END-IF
           IF TR-DATA < WDATA-INI
               IF WLAN-CREDITO = "S"
                   ADD TR-VALOR TO TC-SALDO-INI (IND-CTA)
               ELSE
                   SUBTRACT TR-VALOR FROM TC-SALDO-INI (IND-CTA)
               END-IF
               GO TO 2250-EXIT
           END-IF
           IF WLAN-CREDITO = "S"
               ADD TR-VALOR TO TC-CREDITOS (IND-CTA WDL-MES)
               ADD TR-VALOR TO TD-CREDITOS (WDL-MES WDL-DIA)
               ADD TR-VALOR TO WT-CREDITOS
           ELSE
               ADD TR-VALOR TO TC-DEBITOS (IND-CTA WDL-MES)
               ADD TR-VALOR TO TD-DEBITOS (WDL-MES WDL-DIA)
               ADD TR-VALOR TO WT-DEBITOS
           END-IF
           IF TC-PLANO (IND-CTA) NOT = "A"
               IF TC-PLANO (IND-CTA) = "S"
                   MOVE "CONTA SINTETICA NO PLANO" TO WMOTIVO
               ELSE
                   MOVE "CONTA FORA DO PLANO" TO WMOTIVO
               END-IF
               ADD 1 TO QT-ERROS
               MOVE TR-VALOR TO WED-VALOR
               DISPLAY TR-DATA " " TR-CONTA " " TR-CONTRA " "
                   WED-VALOR " " WLAN-CONTA " " WMOTIVO
           END-IF
           .
       2250-EXIT.
           EXIT.
       2300-PROCURA-CONTA.
           MOVE "N" TO WACHOU
           MOVE 1 TO IND1
           PERFORM 2310-COMPARA-CONTA
               UNTIL WACHOU = "S" OR IND1 > QT-CONTAS
           .
       2310-COMPARA-CONTA.
           IF TC-CONTA (IND1) = WCONTA-PROC
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-CTA
           ELSE
               ADD 1 TO IND1
           END-IF
           .
      *    A CONTA ENTRA NA TABELA JA CONFERIDA NO PLANO
       2350-INCLUI-CONTA.
           ADD 1 TO QT-CONTAS
           MOVE QT-CONTAS TO IND-CTA
           INITIALIZE TC-ITEM (IND-CTA)
           MOVE WCONTA-PROC TO TC-CONTA (IND-CTA)
           MOVE WCONTA-PROC TO CTA-CODIGO
           READ PLANCTA
               INVALID KEY
                   MOVE "N" TO TC-PLANO (IND-CTA)
               NOT INVALID KEY
                   IF CTA-SINTETICA
                       MOVE "S" TO TC-PLANO (IND-CTA)
                   ELSE
                       MOVE "A" TO TC-PLANO (IND-CTA)
                   END-IF
           END-READ
           MOVE "S" TO WACHOU
           .
       2400-CONFERE-SALDO-INICIAL.
           IF TC-PLANO (IND-CTA) = "N" AND
              TC-SALDO-INI (IND-CTA) NOT = ZERO
               ADD 1 TO QT-ERROS
               MOVE TC-SALDO-INI (IND-CTA) TO WED-SALDO
               DISPLAY "SALDO ANTERIOR " TC-CONTA (IND-CTA) " "
                   WED-SALDO " CONTA FORA DO PLANO"
           END-IF
           .
      *----------------------------------------------------------------*
      *    SALDOS TRANSPORTADOS PELOS FECHAMENTOS DO ANO (JANEIRO A
      *    DEZEMBRO E O FECHO DE DEZEMBRO) CONTRA O SALDO DO LIVRO
      *----------------------------------------------------------------*
       2500-CONFERE-SALDOANT.
           OPEN INPUT SALDOANT
           IF FS-SALDOANT NOT = "00"
               DISPLAY "SEM SALDOS TRANSPORTADOS (SALDOANT.DAT) -"
                   " SALDOS SO PELO LIVRO"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-LE-SALDOANT
           PERFORM 2520-GUARDA-SALDOANT
               UNTIL FS-SALDOANT NOT = "00"
           CLOSE SALDOANT
           PERFORM 2600-COMPARA-SALDOANT
               VARYING IND-SA FROM 1 BY 1
               UNTIL IND-SA > QT-SALDOANT
           .
       2500-EXIT.
           EXIT.
       2510-LE-SALDOANT.
           READ SALDOANT
               AT END
                   MOVE "10" TO FS-SALDOANT
           END-READ
           .
       2520-GUARDA-SALDOANT.
           IF SA-COMPETENCIA NOT < WCOMP-INI AND
              (SA-COMPETENCIA (1:4) = WANO OR
               SA-COMPETENCIA = WCOMP-FECHO)
               MOVE "N" TO WACHOU
               MOVE 1 TO IND-SA
               PERFORM 2530-PROCURA-SALDOANT
                   UNTIL WACHOU = "S" OR IND-SA > QT-SALDOANT
               IF WACHOU = "N" AND QT-SALDOANT < 1300
                   ADD 1 TO QT-SALDOANT
                   MOVE QT-SALDOANT TO IND-SA
                   MOVE SA-COMPETENCIA TO TS-COMPET (IND-SA)
                   MOVE SA-CONTA       TO TS-CONTA (IND-SA)
                   MOVE "S" TO WACHOU
               END-IF
               IF WACHOU = "S"
                   MOVE SA-SALDO TO TS-SALDO (IND-SA)
               END-IF
           END-IF
           PERFORM 2510-LE-SALDOANT
           .
       2530-PROCURA-SALDOANT.
           IF TS-COMPET (IND-SA) = SA-COMPETENCIA AND
              TS-CONTA (IND-SA) = SA-CONTA
               MOVE "S" TO WACHOU
           ELSE
               ADD 1 TO IND-SA
           END-IF
           .
      *    SALDO DO LIVRO NA ABERTURA DA COMPETENCIA TRANSPORTADA
       2600-COMPARA-SALDOANT.
           MOVE TS-CONTA (IND-SA) TO WCONTA-PROC
           PERFORM 2300-PROCURA-CONTA
           MOVE ZERO TO WSALDO
           IF WACHOU = "S"
               MOVE TC-SALDO-INI (IND-CTA) TO WSALDO
               IF TS-COMPET (IND-SA) = WCOMP-FECHO
                   MOVE 13 TO WMES-LIMITE
               ELSE
                   MOVE TS-COMPET (IND-SA) (5:2) TO WMES-LIMITE
               END-IF
               PERFORM 2650-SOMA-MES-ANTERIOR
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 NOT < WMES-LIMITE
           END-IF
           IF WSALDO NOT = TS-SALDO (IND-SA)
               ADD 1 TO QT-AVISOS
               COMPUTE WDIFERENCA = WSALDO - TS-SALDO (IND-SA)
               MOVE WDIFERENCA TO WED-SALDO
               DISPLAY "AVISO: SALDO TRANSPORTADO " TS-COMPET (IND-SA)
                   " CONTA " TS-CONTA (IND-SA)
                   " DIFERE DO LIVRO EM " WED-SALDO
           END-IF
           .
       2650-SOMA-MES-ANTERIOR.
           ADD TC-CREDITOS (IND-CTA IND1) TO WSALDO
           SUBTRACT TC-DEBITOS (IND-CTA IND1) FROM WSALDO
           .
      *----------------------------------------------------------------*
      *    PROVA DIARIA E DECISAO DE LIBERAR O ARQUIVO
      *----------------------------------------------------------------*
       3000-VALIDACAO.
           PERFORM 3100-PROVA-MES
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES > 12
           DISPLAY " "
           DISPLAY "LANCAMENTOS DO ANO:           " QT-LANCTOS
           DISPLAY "LANCAMENTOS EM CONTA INVALIDA: " QT-ERROS
           DISPLAY "DIAS SEM PARTIDAS DOBRADAS:   " QT-DIAS-ERRO
           DISPLAY "AVISOS DE SALDO TRANSPORTADO: " QT-AVISOS
           IF QT-EXCEDENTES > ZERO
               DISPLAY "ATENCAO: " QT-EXCEDENTES " PERNA(S) DE CONTAS"
                   " ALEM DA CAPACIDADE (1000)"
           END-IF
           IF QT-ERROS > ZERO OR QT-DIAS-ERRO > ZERO OR
              QT-EXCEDENTES > ZERO
               MOVE "N" TO WLIBERA
               DISPLAY "VALIDACAO COM ERROS - ARQUIVO EXPCTB.TXT NAO"
                   " GERADO"
           END-IF
           IF QT-LANCTOS = ZERO
               MOVE "N" TO WLIBERA
               DISPLAY "NENHUM LANCAMENTO NO EXERCICIO " WANO
           END-IF
           CLOSE PLANCTA
           .
       3100-PROVA-MES.
           PERFORM 3200-PROVA-DIA
               VARYING IND-DIA FROM 1 BY 1
               UNTIL IND-DIA > 31
           .
       3200-PROVA-DIA.
           IF TD-DEBITOS (IND-MES IND-DIA) NOT =
              TD-CREDITOS (IND-MES IND-DIA)
               ADD 1 TO QT-DIAS-ERRO
               MOVE WANO    TO WDD-ANO
               MOVE IND-MES TO WDD-MES
               MOVE IND-DIA TO WDD-DIA
               COMPUTE WDIFERENCA = TD-DEBITOS (IND-MES IND-DIA)
                   - TD-CREDITOS (IND-MES IND-DIA)
               MOVE WDIFERENCA TO WED-SALDO
               DISPLAY "DIA " WDATA-DIA " DEBITOS NAO CONFEREM COM"
                   " CREDITOS - DIFERENCA " WED-SALDO
           END-IF
           .
      *----------------------------------------------------------------*
      *    GRAVACAO: ABERTURA, PLANO, LANCAMENTOS, SALDOS E TRAILER
      *----------------------------------------------------------------*
       4000-GRAVA-ARQUIVO.
           OPEN INPUT PLANCTA
           OPEN OUTPUT EXPCTB
           MOVE WANO          TO EA-ANO
           MOVE WDATA-INI     TO EA-DATA-INI
           MOVE WDATA-FIM     TO EA-DATA-FIM
           MOVE WDATA-SISTEMA TO EA-DATA
           MOVE REG-ABERTURA TO LINHA-EXPCTB
           WRITE LINHA-EXPCTB
           MOVE ZERO TO CTA-CODIGO
           START PLANCTA KEY NOT LESS THAN CTA-CODIGO
               INVALID KEY
                   MOVE "10" TO FS-PLANCTA
           END-START
           IF FS-PLANCTA = "00"
               PERFORM 4110-LE-PLANO
           END-IF
           PERFORM 4100-GRAVA-CONTA
               UNTIL FS-PLANCTA NOT = "00"
           OPEN INPUT LANCAMENTOS
           PERFORM 2100-LE-LANCAMENTO
           PERFORM 4200-GRAVA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           CLOSE LANCAMENTOS
           PERFORM 4400-GRAVA-MES
               VARYING IND-MES FROM 1 BY 1
               UNTIL IND-MES > 12
           MOVE QT-REG-CONTAS  TO ET-QT-CONTAS
           MOVE QT-REG-LANCTOS TO ET-QT-LANCTOS
           MOVE QT-REG-SALDOS  TO ET-QT-SALDOS
           COMPUTE ET-QT-REGISTROS = QT-REG-CONTAS + QT-REG-LANCTOS
               + QT-REG-SALDOS + 2
           MOVE WT-DEBITOS     TO ET-DEBITOS
           MOVE WT-CREDITOS    TO ET-CREDITOS
           MOVE REG-TRAILER TO LINHA-EXPCTB
           WRITE LINHA-EXPCTB
           CLOSE EXPCTB
           CLOSE PLANCTA
           .
       4100-GRAVA-CONTA.
           MOVE CTA-CODIGO    TO EC-CONTA
           MOVE CTA-DESCRICAO TO EC-DESCRICAO
           MOVE CTA-NATUREZA  TO EC-NATUREZA
           MOVE CTA-GRUPO-RES TO EC-GRUPO-RES
           IF CTA-SINTETICA
               MOVE "S" TO EC-TIPO-CONTA
           ELSE
               MOVE "A" TO EC-TIPO-CONTA
           END-IF
           MOVE CTA-PAI       TO EC-PAI
           MOVE REG-CONTA TO LINHA-EXPCTB
           WRITE LINHA-EXPCTB
           ADD 1 TO QT-REG-CONTAS
           MOVE CTA-CODIGO TO WCONTA-PROC
           PERFORM 2300-PROCURA-CONTA
           IF WACHOU = "S"
               ADD 1 TO QT-ORDEM
               MOVE IND-CTA TO TO-IND (QT-ORDEM)
           END-IF
           PERFORM 4110-LE-PLANO
           .
       4110-LE-PLANO.
           READ PLANCTA NEXT
               AT END
                   MOVE "10" TO FS-PLANCTA
           END-READ
           .
       4200-GRAVA-LANCAMENTO.
           IF TR-DATA NOT < WDATA-INI AND TR-DATA NOT > WDATA-FIM
               ADD 1 TO QT-REG-LANCTOS
               MOVE QT-REG-LANCTOS TO EL-SEQUENCIA
               MOVE TR-DATA   TO EL-DATA
               MOVE TR-CONTA  TO EL-CONTA
               IF TR-CREDITO
                   MOVE "C" TO EL-DC
               ELSE
                   MOVE "D" TO EL-DC
               END-IF
               MOVE TR-VALOR  TO EL-VALOR
               MOVE TR-CONTRA TO EL-CONTRA
               MOVE TR-CENTRO TO EL-CENTRO
               PERFORM 4300-MONTA-HISTORICO
               MOVE REG-LANCAMENTO TO LINHA-EXPCTB
               WRITE LINHA-EXPCTB
           END-IF
           PERFORM 2100-LE-LANCAMENTO
           .
      *    HISTORICO PADRAO: DESCRICOES DA CONTA E DA CONTRAPARTIDA
       4300-MONTA-HISTORICO.
           MOVE TR-CONTA TO CTA-CODIGO
           READ PLANCTA
               INVALID KEY
                   MOVE SPACES TO CTA-DESCRICAO
           END-READ
           MOVE CTA-DESCRICAO TO WDESC-CONTA
           MOVE SPACES TO EL-HISTORICO
           IF TR-CONTRA = ZERO
               MOVE WDESC-CONTA TO EL-HISTORICO
           ELSE
               MOVE TR-CONTRA TO CTA-CODIGO
               READ PLANCTA
                   INVALID KEY
                       MOVE SPACES TO CTA-DESCRICAO
               END-READ
               MOVE CTA-DESCRICAO TO WDESC-CONTRA
               STRING WDESC-CONTA  DELIMITED BY "  "
                      " X "        DELIMITED BY SIZE
                      WDESC-CONTRA DELIMITED BY "  "
                   INTO EL-HISTORICO
           END-IF
           .
      *    SALDOS DO MES NA ORDEM DO PLANO
       4400-GRAVA-MES.
           PERFORM 4500-GRAVA-SALDO THRU 4500-EXIT
               VARYING IND-ORD FROM 1 BY 1
               UNTIL IND-ORD > QT-ORDEM
           .
       4500-GRAVA-SALDO.
           MOVE TO-IND (IND-ORD) TO IND-CTA
           MOVE TC-SALDO-INI (IND-CTA) TO WSALDO
           MOVE IND-MES TO WMES-LIMITE
           PERFORM 2650-SOMA-MES-ANTERIOR
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 NOT < WMES-LIMITE
           COMPUTE WSALDO-FIM = WSALDO
               + TC-CREDITOS (IND-CTA IND-MES)
               - TC-DEBITOS (IND-CTA IND-MES)
           IF WSALDO = ZERO AND
              TC-DEBITOS (IND-CTA IND-MES) = ZERO AND
              TC-CREDITOS (IND-CTA IND-MES) = ZERO
               GO TO 4500-EXIT
           END-IF
           COMPUTE ES-COMPETENCIA = WANO * 100 + IND-MES
           MOVE TC-CONTA (IND-CTA) TO ES-CONTA
           IF WSALDO < ZERO
               MOVE "D" TO ES-IND-INI
               COMPUTE ES-SALDO-INI = WSALDO * -1
           ELSE
               MOVE "C" TO ES-IND-INI
               MOVE WSALDO TO ES-SALDO-INI
           END-IF
           MOVE TC-DEBITOS (IND-CTA IND-MES)  TO ES-DEBITOS
           MOVE TC-CREDITOS (IND-CTA IND-MES) TO ES-CREDITOS
           IF WSALDO-FIM < ZERO
               MOVE "D" TO ES-IND-FIM
               COMPUTE ES-SALDO-FIM = WSALDO-FIM * -1
           ELSE
               MOVE "C" TO ES-IND-FIM
               MOVE WSALDO-FIM TO ES-SALDO-FIM
           END-IF
           MOVE REG-SALDO TO LINHA-EXPCTB
           WRITE LINHA-EXPCTB
           ADD 1 TO QT-REG-SALDOS
           .
       4500-EXIT.
           EXIT.
       5000-RELATORIO-CONTROLE.
           DISPLAY " "
           DISPLAY "CONTROLE DA EXPORTACAO CONTABIL - EXERCICIO " WANO
           DISPLAY "CONTAS DO PLANO:     " QT-REG-CONTAS
           DISPLAY "LANCAMENTOS:         " QT-REG-LANCTOS
           DISPLAY "SALDOS MENSAIS:      " QT-REG-SALDOS
           MOVE WT-DEBITOS TO WED-TOTAL
           DISPLAY "TOTAL DE DEBITOS:    " WED-TOTAL
           MOVE WT-CREDITOS TO WED-TOTAL
           DISPLAY "TOTAL DE CREDITOS:   " WED-TOTAL
           DISPLAY "OS TOTAIS DEVEM CONFERIR COM O BALANCT1 DE "
               WDATA-INI " A " WDATA-FIM
           DISPLAY "ARQUIVO EXPCTB.TXT LIBERADO PARA O CONTADOR"
           .
       9999-ENCERRA.
           GOBACK
           .
       END PROGRAM EXPCTB01.
