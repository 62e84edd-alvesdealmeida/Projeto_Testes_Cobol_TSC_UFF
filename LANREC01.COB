      ******************************************************************
      *
      *     LANREC01 - LANCAMENTOS CONTABEIS RECORRENTES DO MES
      *     PASSO DE FIM DE DIA (BATCH001): PARA CADA MODELO ATIVO DO
      *     LANCREC.DAT (CADLRC01) LANCA, PELO GRAVA-LANCAMENTO, AS
      *     COMPETENCIAS DA VIGENCIA AINDA NAO LANCADAS (LR-ULT-
      *     COMPET) CUJO DIA JA CHEGOU - CONTA DEVEDORA A CONTA
      *     CREDORA, NO CENTRO DO MODELO, NA DATA COMPETENCIA + DIA
      *     (DIA ALEM DO FIM DO MES VALE NO ULTIMO DIA). O PRIMEIRO
      *     DIA DO MES LANCA OS MODELOS DO DIA 1 E OS DIAS SEGUINTES
      *     OS DEMAIS; UM DIA SEM RODAR E RECUPERADO NA EXECUCAO
      *     SEGUINTE. VALOR DO MES: FORMA F O VALOR DO MODELO, FORMA
      *     P O TOTAL DIVIDIDO PELOS MESES DA VIGENCIA, COM O ULTIMO
      *     MES LEVANDO O QUE FALTA PARA O TOTAL (LR-ACUMULADO).
      *     COMPETENCIA FECHADA NO CTBFECH.DAT E PULADA E LISTADA;
      *     LANCAMENTO RECUSADO PELO LIVRO SEGURA O MODELO PARA A
      *     PROXIMA EXECUCAO. O MODELO E REGRAVADO A CADA LANCAMENTO,
      *     ENTAO RODAR DE NOVO NUNCA LANCA O MES DUAS VEZES. IMPRIME
      *     O QUE FOI LANCADO E AUDITA CADA LANCAMENTO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. LANREC01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LANCREC ASSIGN TO "LANCREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LR-CODIGO
           FILE STATUS IS FS-LANCREC.

           SELECT CTBFECH ASSIGN TO "CTBFECH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTBFECH.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADLRC01
       FD  LANCREC.
       01  REGISTRO-LANCREC.
           02 LR-CODIGO        PIC 9(04).
           02 LR-HISTORICO     PIC X(40).
           02 LR-CTA-DEBITO    PIC 9(05).
           02 LR-CTA-CREDITO   PIC 9(05).
           02 LR-CENTRO        PIC 9(03).
           02 LR-FORMA         PIC X.
               88 LR-FIXO         VALUE "F".
               88 LR-PARCELADO    VALUE "P".
           02 LR-VALOR         PIC 9(8)V99.
           02 LR-DIA           PIC 9(02).
           02 LR-COMPET-INI    PIC 9(06).
           02 LR-COMPET-FIM    PIC 9(06).
           02 LR-ULT-COMPET    PIC 9(06).
           02 LR-ACUMULADO     PIC 9(8)V99.
           02 LR-SITUACAO      PIC X.
               88 LR-ATIVO        VALUE "A".
               88 LR-INATIVO      VALUE "I".
           02 LR-DATA-CADASTRO PIC 9(08).

      *    MESMO LAYOUT DO FECHCTB1
       FD  CTBFECH.
       01  REGISTRO-FECHAMENTO.
           02 FCH-COMPETENCIA PIC 9(06).
           02 FILLER          PIC X.
           02 FCH-STATUS      PIC X(08).
           02 FILLER          PIC X.
           02 FCH-DATA        PIC 9(08).
           02 FILLER          PIC X.
           02 FCH-OPERADOR    PIC X(10).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-LANCREC.
           02 FS-LANCREC-1 PIC 9.
           02 FS-LANCREC-2 PIC 9.
           02 FS-LANCREC-R REDEFINES FS-LANCREC-2 PIC 99 COMP-X.
       77  FS-CTBFECH     PIC XX VALUE SPACES.

       77  WOPERADOR      PIC X(10) VALUE "LANREC01".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANOMES PIC 9(06).
           02 WSIS-DIA    PIC 9(02).
      *    MES DO MODELO EM AVALIACAO
       01  WMES-CALC.
           02 WMC-ANO     PIC 9(04).
           02 WMC-MES     PIC 9(02).
       01  FILLER REDEFINES WMES-CALC.
           02 WMC-NUM     PIC 9(06).
      *    VIGENCIA DO MODELO PARCELADO
       01  WMES-INI.
           02 WMI-ANO     PIC 9(04).
           02 WMI-MES     PIC 9(02).
       01  FILLER REDEFINES WMES-INI.
           02 WMI-NUM     PIC 9(06).
       01  WMES-FIM.
           02 WMF-ANO     PIC 9(04).
           02 WMF-MES     PIC 9(02).
       01  FILLER REDEFINES WMES-FIM.
           02 WMF-NUM     PIC 9(06).
       77  WQT-MESES      PIC 9(04) VALUE ZERO.
       77  WPERIODO-FECHADO PIC X VALUE "N".
       77  WSEGURA        PIC X VALUE "N".

      *    DATA DO LANCAMENTO (DATAUTIL: DIA 1 DO MES SEGUINTE - 1)
       77  WDATA-LANC     PIC 9(08) VALUE ZERO.
       77  WPRIMEIRO-DIA  PIC 9(08) VALUE ZERO.
       77  WULTIMO-DIA    PIC 9(08) VALUE ZERO.
       77  WDIAS          PIC S9(05) VALUE -1.
       77  WNOME-DIA      PIC X(09) VALUE SPACES.

      *    LANCAMENTO
       77  WTIPO-DEB      PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WVALOR-LANC    PIC 9(8)V99 VALUE ZERO.

      *    TOTAIS DO RESUMO
       77  QT-MODELOS     PIC 9(05) VALUE ZERO.
       77  QT-LANCADOS    PIC 9(05) VALUE ZERO.
       77  QT-FECHADOS    PIC 9(05) VALUE ZERO.
       77  QT-RECUSADOS   PIC 9(05) VALUE ZERO.
       77  WT-LANCADO     PIC 9(10)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-TOTAL      PIC Z(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-MODELOS THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "LANCAMENTOS RECORRENTES - COMPETENCIA " WSIS-ANOMES
           OPEN I-O LANCREC
           .
       2000-VARRE-MODELOS.
           IF FS-LANCREC NOT = "00"
               DISPLAY "NENHUM MODELO DE LANCAMENTO CADASTRADO"
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "MOD  HISTORICO                      COMPET DATA    "
               " DEVED CREDO CCU       VALOR"
           PERFORM 2100-LE-MODELO
           PERFORM 2200-PROCESSA-MODELO
               UNTIL FS-LANCREC NOT = "00"
           CLOSE LANCREC
           MOVE WT-LANCADO TO WED-TOTAL
           DISPLAY " "
           DISPLAY "MODELOS ATIVOS:          " QT-MODELOS
           DISPLAY "LANCAMENTOS GRAVADOS:    " QT-LANCADOS
               "  VALOR: " WED-TOTAL
           DISPLAY "COMPETENCIAS FECHADAS:   " QT-FECHADOS
           DISPLAY "LANCAMENTOS RECUSADOS:   " QT-RECUSADOS
           .
       2000-EXIT.
           EXIT.
       2100-LE-MODELO.
           READ LANCREC NEXT RECORD
               AT END
                   MOVE "10" TO FS-LANCREC
           END-READ
           .
       2200-PROCESSA-MODELO.
           PERFORM 2300-AVALIA-MODELO THRU 2300-EXIT
           PERFORM 2100-LE-MODELO
           .
      *----------------------------------------------------------------*
      *    PRIMEIRA COMPETENCIA A LANCAR: A SEGUINTE A ULTIMA LANCADA
      *    OU O INICIO DA VIGENCIA; SEGUE ATE A COMPETENCIA CORRENTE,
      *    O FIM DA VIGENCIA OU UM MES AINDA NAO VENCIDO
      *----------------------------------------------------------------*
       2300-AVALIA-MODELO.
           IF NOT LR-ATIVO
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO QT-MODELOS
           IF LR-ULT-COMPET > ZERO
               MOVE LR-ULT-COMPET TO WMC-NUM
               PERFORM 2700-PROXIMO-MES
           ELSE
               MOVE LR-COMPET-INI TO WMC-NUM
           END-IF
           IF WMC-NUM < LR-COMPET-INI
               MOVE LR-COMPET-INI TO WMC-NUM
           END-IF
           MOVE "N" TO WSEGURA
           PERFORM 2400-LANCA-MES THRU 2400-EXIT
               UNTIL WSEGURA = "S"
                  OR WMC-NUM > WSIS-ANOMES
                  OR (LR-COMPET-FIM NOT = ZERO AND
                      WMC-NUM > LR-COMPET-FIM)
           .
       2300-EXIT.
           EXIT.
       2400-LANCA-MES.
           PERFORM 2500-DATA-DO-LANCAMENTO
           IF WDATA-LANC > WDATA-SISTEMA
               MOVE "S" TO WSEGURA
               GO TO 2400-EXIT
           END-IF
           PERFORM 2800-VERIFICA-PERIODO
           IF WPERIODO-FECHADO = "S"
               ADD 1 TO QT-FECHADOS
               DISPLAY LR-CODIGO " " LR-HISTORICO (1:30) " " WMC-NUM
                   " COMPETENCIA FECHADA - NAO LANCADO"
               PERFORM 2700-PROXIMO-MES
               GO TO 2400-EXIT
           END-IF
           PERFORM 2600-VALOR-DO-MES THRU 2600-EXIT
           IF WVALOR-LANC = ZERO
               PERFORM 2700-PROXIMO-MES
               GO TO 2400-EXIT
           END-IF
           CALL "GRAVA-LANCAMENTO" USING LR-CTA-DEBITO,
               WTIPO-DEB, WVALOR-LANC, WDATA-LANC,
               WLAN-RESULT, LR-CTA-CREDITO, LR-CENTRO, WFILIAL
           MOVE WVALOR-LANC TO WED-VALOR
           IF WLAN-RESULT NOT = "S"
               ADD 1 TO QT-RECUSADOS
               DISPLAY LR-CODIGO " " LR-HISTORICO (1:30) " " WMC-NUM
                   " " WED-VALOR " RECUSADO PELO LIVRO"
               MOVE "S" TO WSEGURA
               GO TO 2400-EXIT
           END-IF
           MOVE WMC-NUM TO LR-ULT-COMPET
           ADD WVALOR-LANC TO LR-ACUMULADO
           REWRITE REGISTRO-LANCREC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO MODELO " LR-CODIGO
           END-REWRITE
           ADD 1 TO QT-LANCADOS
           ADD WVALOR-LANC TO WT-LANCADO
           DISPLAY LR-CODIGO " " LR-HISTORICO (1:30) " " WMC-NUM " "
               WDATA-LANC " " LR-CTA-DEBITO " " LR-CTA-CREDITO " "
               LR-CENTRO " " WED-VALOR
           MOVE SPACES TO WCHAVE-AUD
           STRING LR-CODIGO "/" WMC-NUM
               DELIMITED BY SIZE INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "LANREC01", "LANCOU", WCHAVE-AUD
           PERFORM 2700-PROXIMO-MES
           .
       2400-EXIT.
           EXIT.
      *    DATA = COMPETENCIA + DIA DO MODELO, LIMITADA AO ULTIMO DIA
       2500-DATA-DO-LANCAMENTO.
           MOVE WMC-NUM TO WMI-NUM
           IF WMI-MES = 12
               ADD 1 TO WMI-ANO
               MOVE 1 TO WMI-MES
           ELSE
               ADD 1 TO WMI-MES
           END-IF
           MOVE WMI-NUM TO WPRIMEIRO-DIA (1:6)
           MOVE "01"    TO WPRIMEIRO-DIA (7:2)
           CALL "DATAUTIL" USING "SOMADIAS", WPRIMEIRO-DIA,
               WPRIMEIRO-DIA, WDIAS, WNOME-DIA, WULTIMO-DIA
           COMPUTE WDATA-LANC = WMC-NUM * 100 + LR-DIA
           IF WDATA-LANC > WULTIMO-DIA
               MOVE WULTIMO-DIA TO WDATA-LANC
           END-IF
           .
      *    PARCELADO: TOTAL / MESES DA VIGENCIA, SEM PASSAR DO TOTAL;
      *    O ULTIMO MES LEVA O QUE FALTA
       2600-VALOR-DO-MES.
           IF NOT LR-PARCELADO
               MOVE LR-VALOR TO WVALOR-LANC
               GO TO 2600-EXIT
           END-IF
           MOVE ZERO TO WVALOR-LANC
           IF LR-ACUMULADO NOT < LR-VALOR
               GO TO 2600-EXIT
           END-IF
           MOVE LR-COMPET-INI TO WMI-NUM
           MOVE LR-COMPET-FIM TO WMF-NUM
           COMPUTE WQT-MESES = (WMF-ANO * 12 + WMF-MES)
               - (WMI-ANO * 12 + WMI-MES) + 1
           COMPUTE WVALOR-LANC ROUNDED = LR-VALOR / WQT-MESES
           IF WMC-NUM = LR-COMPET-FIM OR
              LR-ACUMULADO + WVALOR-LANC > LR-VALOR
               COMPUTE WVALOR-LANC = LR-VALOR - LR-ACUMULADO
           END-IF
           .
       2600-EXIT.
           EXIT.
       2700-PROXIMO-MES.
           IF WMC-MES = 12
               ADD 1 TO WMC-ANO
               MOVE 1 TO WMC-MES
           ELSE
               ADD 1 TO WMC-MES
           END-IF
           .
       2800-VERIFICA-PERIODO.
           MOVE "N" TO WPERIODO-FECHADO
           OPEN INPUT CTBFECH
           IF FS-CTBFECH = "00"
               PERFORM 2810-LE-CTBFECH
               PERFORM 2820-CONFERE-CTBFECH
                   UNTIL FS-CTBFECH NOT = "00"
               CLOSE CTBFECH
           END-IF
           .
       2810-LE-CTBFECH.
           READ CTBFECH
               AT END
                   MOVE "10" TO FS-CTBFECH
           END-READ
           .
      *    O ULTIMO REGISTRO DA COMPETENCIA PREVALECE (REABERTURA)
       2820-CONFERE-CTBFECH.
           IF FCH-COMPETENCIA = WMC-NUM
               IF FCH-STATUS = "FECHADO"
                   MOVE "S" TO WPERIODO-FECHADO
               ELSE
                   MOVE "N" TO WPERIODO-FECHADO
               END-IF
           END-IF
           PERFORM 2810-LE-CTBFECH
           .
       9999-ENCERRA.
           GOBACK
           .
       END PROGRAM LANREC01.
