      ******************************************************************
      *
      *     RELCIC01 - ACURACIDADE DA CONTAGEM CICLICA
      *     LE O HISTORICO CICLOHIS.DAT (UMA LINHA POR CONTAGEM
      *     CICLICA APURADA NO INVENTARIO-ESTOQUE) NO PERIODO PEDIDO
      *     (PADRAO: DO DIA 1 DO MES ATE HOJE) E MOSTRA, POR CLASSE
      *     ABC E POR DEPOSITO: CONTAGENS, CONTAGENS EXATAS (CONTADO
      *     IGUAL AO SISTEMA), ACURACIDADE EM %, UNIDADES DIVERGENTES
      *     (SOMA DAS DIFERENCAS EM MODULO) E O VALOR LIQUIDO E
      *     ABSOLUTO DOS AJUSTES AO CUSTO MEDIO DA APURACAO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELCIC01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CICLOHIS ASSIGN TO "CICLOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CICLOHIS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO INVENT01
       FD  CICLOHIS.
       01  LINHA-CICLOHIS.
           02 CH-DATA          PIC 9(08).
           02 FILLER           PIC X.
           02 CH-PRODUTO       PIC 9(06).
           02 FILLER           PIC X.
           02 CH-DEPOSITO      PIC 9(02).
           02 FILLER           PIC X.
           02 CH-CLASSE        PIC X.
           02 FILLER           PIC X.
           02 CH-SALDO-SISTEMA PIC 9(06).
           02 FILLER           PIC X.
           02 CH-QTD-CONTADA   PIC 9(06).
           02 FILLER           PIC X.
           02 CH-CUSTO-MEDIO   PIC 9(6)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-CICLOHIS    PIC XX VALUE SPACES.
       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANOMES PIC 9(06).
           02 WSIS-DIA    PIC 9(02).
       77  WDATA-INI      PIC 9(08) VALUE ZERO.
       77  WDATA-FIM      PIC 9(08) VALUE ZERO.
       77  WDIFERENCA     PIC S9(07) VALUE ZERO.
       77  WDIF-ABS       PIC 9(07) VALUE ZERO.
       77  WVALOR-DIF     PIC S9(10)V99 VALUE ZERO.
       77  WVALOR-ABS     PIC 9(10)V99 VALUE ZERO.
       77  IND-CL         PIC 9 VALUE ZERO.
       77  IND-DEP        PIC 9(03) VALUE ZERO.
       77  WROTULO        PIC X(10) VALUE SPACES.
       77  WPCT           PIC 9(03)V99 VALUE ZERO.
       77  QT-LIDAS       PIC 9(06) VALUE ZEROS.

      *    ACUMULADOS: 1-A 2-B 3-C; DEPOSITOS 1 A 99; E O TOTAL
       01  TAB-CLASSES.
           02 TCL-ITEM OCCURS 3 TIMES.
               03 TCL-CONTAGENS PIC 9(06).
               03 TCL-EXATAS    PIC 9(06).
               03 TCL-UNIDADES  PIC 9(09).
               03 TCL-VALOR     PIC S9(10)V99.
               03 TCL-VALOR-ABS PIC 9(10)V99.
       01  TAB-DEPOSITOS.
           02 TDP-ITEM OCCURS 99 TIMES.
               03 TDP-CONTAGENS PIC 9(06).
               03 TDP-EXATAS    PIC 9(06).
               03 TDP-UNIDADES  PIC 9(09).
               03 TDP-VALOR     PIC S9(10)V99.
               03 TDP-VALOR-ABS PIC 9(10)V99.
       01  TOTAL-GERAL.
           02 TOT-CONTAGENS     PIC 9(06) VALUE ZERO.
           02 TOT-EXATAS        PIC 9(06) VALUE ZERO.
           02 TOT-UNIDADES      PIC 9(09) VALUE ZERO.
           02 TOT-VALOR         PIC S9(10)V99 VALUE ZERO.
           02 TOT-VALOR-ABS     PIC 9(10)V99 VALUE ZERO.

      *    LINHA IMPRESSA (CARREGADA DE UMA DAS TABELAS)
       01  WLINHA.
           02 WL-CONTAGENS      PIC 9(06).
           02 WL-EXATAS         PIC 9(06).
           02 WL-UNIDADES       PIC 9(09).
           02 WL-VALOR          PIC S9(10)V99.
           02 WL-VALOR-ABS      PIC 9(10)V99.
       77  WED-CONTAGENS  PIC ZZZZZ9.
       77  WED-EXATAS     PIC ZZZZZ9.
       77  WED-PCT        PIC ZZ9.99.
       77  WED-UNIDADES   PIC ZZZZZZZZ9.
       77  WED-VALOR      PIC -(9)9.99.
       77  WED-VALOR-ABS  PIC Z(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-ACUMULA THRU 2000-EXIT
           PERFORM 3000-IMPRIME
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TAB-CLASSES TAB-DEPOSITOS
           DISPLAY SPACE ERASE EOS
           DISPLAY "ACURACIDADE DA CONTAGEM CICLICA" AT 0420
           DISPLAY "DATA INICIAL AAAAMMDD (0 = DIA 1 DO MES)" AT 0605
           ACCEPT WDATA-INI AT 0646
           IF WDATA-INI = ZERO
               MOVE WSIS-ANOMES TO WDATA-INI (1:6)
               MOVE "01"        TO WDATA-INI (7:2)
           END-IF
           DISPLAY "DATA FINAL   AAAAMMDD (0 = HOJE)" AT 0705
           ACCEPT WDATA-FIM AT 0746
           IF WDATA-FIM = ZERO
               MOVE WDATA-SISTEMA TO WDATA-FIM
           END-IF
           DISPLAY SPACE ERASE EOS
           DISPLAY "ACURACIDADE DA CONTAGEM CICLICA DE " WDATA-INI
               " A " WDATA-FIM
           OPEN INPUT CICLOHIS
           .
       2000-ACUMULA.
           IF FS-CICLOHIS NOT = "00"
               DISPLAY "NENHUMA CONTAGEM CICLICA APURADA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-HISTORICO
           PERFORM 2200-ACUMULA-CONTAGEM
               UNTIL FS-CICLOHIS NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-HISTORICO.
           READ CICLOHIS
               AT END
                   MOVE "10" TO FS-CICLOHIS
           END-READ
           .
       2200-ACUMULA-CONTAGEM.
           IF CH-DATA NOT < WDATA-INI AND CH-DATA NOT > WDATA-FIM
               ADD 1 TO QT-LIDAS
               COMPUTE WDIFERENCA = CH-QTD-CONTADA - CH-SALDO-SISTEMA
               IF WDIFERENCA < ZERO
                   COMPUTE WDIF-ABS = ZERO - WDIFERENCA
               ELSE
                   MOVE WDIFERENCA TO WDIF-ABS
               END-IF
               COMPUTE WVALOR-DIF = WDIFERENCA * CH-CUSTO-MEDIO
               COMPUTE WVALOR-ABS = WDIF-ABS * CH-CUSTO-MEDIO
               EVALUATE CH-CLASSE
                   WHEN "A"
                       MOVE 1 TO IND-CL
                   WHEN "B"
                       MOVE 2 TO IND-CL
                   WHEN OTHER
                       MOVE 3 TO IND-CL
               END-EVALUATE
               ADD 1          TO TCL-CONTAGENS (IND-CL)
               ADD WDIF-ABS   TO TCL-UNIDADES (IND-CL)
               ADD WVALOR-DIF TO TCL-VALOR (IND-CL)
               ADD WVALOR-ABS TO TCL-VALOR-ABS (IND-CL)
               ADD 1          TO TOT-CONTAGENS
               ADD WDIF-ABS   TO TOT-UNIDADES
               ADD WVALOR-DIF TO TOT-VALOR
               ADD WVALOR-ABS TO TOT-VALOR-ABS
               IF WDIF-ABS = ZERO
                   ADD 1 TO TCL-EXATAS (IND-CL)
                   ADD 1 TO TOT-EXATAS
               END-IF
               IF CH-DEPOSITO > ZERO
                   MOVE CH-DEPOSITO TO IND-DEP
                   ADD 1          TO TDP-CONTAGENS (IND-DEP)
                   ADD WDIF-ABS   TO TDP-UNIDADES (IND-DEP)
                   ADD WVALOR-DIF TO TDP-VALOR (IND-DEP)
                   ADD WVALOR-ABS TO TDP-VALOR-ABS (IND-DEP)
                   IF WDIF-ABS = ZERO
                       ADD 1 TO TDP-EXATAS (IND-DEP)
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LE-HISTORICO
           .
      *----------------------------------------------------------------*
      *    IMPRESSAO - POR CLASSE, POR DEPOSITO E TOTAL
      *----------------------------------------------------------------*
       3000-IMPRIME.
           IF QT-LIDAS = ZERO
               DISPLAY "NENHUMA CONTAGEM CICLICA NO PERIODO"
           ELSE
               DISPLAY " "
               PERFORM 3050-CABECALHO
               PERFORM 3100-LINHA-CLASSE
                   VARYING IND-CL FROM 1 BY 1
                   UNTIL IND-CL > 3
               DISPLAY " "
               PERFORM 3050-CABECALHO
               PERFORM 3200-LINHA-DEPOSITO
                   VARYING IND-DEP FROM 1 BY 1
                   UNTIL IND-DEP > 99
               DISPLAY " "
               MOVE TOTAL-GERAL TO WLINHA
               MOVE "TOTAL" TO WROTULO
               PERFORM 3300-IMPRIME-LINHA
           END-IF
           .
       3050-CABECALHO.
           DISPLAY "           CONTAG  EXATAS  ACUR%   UNID.DIVERG"
               "  VALOR LIQUIDO  VALOR ABSOLUTO"
           .
       3100-LINHA-CLASSE.
           MOVE TCL-ITEM (IND-CL) TO WLINHA
           EVALUATE IND-CL
               WHEN 1
                   MOVE "CLASSE A" TO WROTULO
               WHEN 2
                   MOVE "CLASSE B" TO WROTULO
               WHEN OTHER
                   MOVE "CLASSE C" TO WROTULO
           END-EVALUATE
           PERFORM 3300-IMPRIME-LINHA
           .
       3200-LINHA-DEPOSITO.
           IF TDP-CONTAGENS (IND-DEP) > ZERO
               MOVE TDP-ITEM (IND-DEP) TO WLINHA
               MOVE SPACES TO WROTULO
               STRING "DEPOS. " IND-DEP (2:2)
                   DELIMITED BY SIZE INTO WROTULO
               PERFORM 3300-IMPRIME-LINHA
           END-IF
           .
       3300-IMPRIME-LINHA.
           MOVE ZERO TO WPCT
           IF WL-CONTAGENS > ZERO
               COMPUTE WPCT ROUNDED =
                   WL-EXATAS * 100 / WL-CONTAGENS
           END-IF
           MOVE WL-CONTAGENS TO WED-CONTAGENS
           MOVE WL-EXATAS    TO WED-EXATAS
           MOVE WPCT         TO WED-PCT
           MOVE WL-UNIDADES  TO WED-UNIDADES
           MOVE WL-VALOR     TO WED-VALOR
           MOVE WL-VALOR-ABS TO WED-VALOR-ABS
           DISPLAY WROTULO " " WED-CONTAGENS "  " WED-EXATAS " "
               WED-PCT "  " WED-UNIDADES "  " WED-VALOR "  "
               WED-VALOR-ABS
           .
       9999-ENCERRA.
           CLOSE CICLOHIS
           GOBACK
           .
       END PROGRAM RELCIC01.
