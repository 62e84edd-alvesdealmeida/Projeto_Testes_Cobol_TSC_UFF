      ******************************************************************
      *
      *     RATEIO01 - RATEIO MENSAL DOS CENTROS DE CUSTO
      *     PARA A COMPETENCIA PEDIDA (AAAAMM, PADRAO O MES CORRENTE)
      *     APURA NO LIVRO (DADOS001.DAT) O SALDO DEVEDOR DE CADA
      *     CONTA DE CUSTO OU DESPESA (GRUPOS 3 E 4 DO PLANO DE
      *     CONTAS) EM CADA CENTRO COMPARTILHADO - O QUE TEM REGRAS
      *     DE RATEIO NO CCRATEIO.DAT (CADCCU01) SOMANDO 100% - E
      *     DISTRIBUI ESSE SALDO ENTRE OS CENTROS DE DESTINO PELOS
      *     PERCENTUAIS (O ULTIMO DESTINO LEVA A SOBRA DO
      *     ARREDONDAMENTO). CADA PARCELA SAO DOIS LANCAMENTOS NO
      *     ULTIMO DIA DA COMPETENCIA PELO GRAVA-LANCAMENTO, PASSANDO
      *     PELA CONTA TRANSITORIA DE RATEICTA.DAT:
      *       CONTA A TRANSITORIA, NO CENTRO DE DESTINO;
      *       TRANSITORIA A CONTA, NO CENTRO DE ORIGEM.
      *     A CONTA DA DESPESA SAI ZERADA DO CENTRO DE ORIGEM, ENTAO
      *     RODAR DE NOVO A MESMA COMPETENCIA NAO DUPLICA. O RATEIO
      *     NAO E EM CASCATA: O QUE UM CENTRO COMPARTILHADO RECEBE DE
      *     OUTRO FICA NELE. A COMPETENCIA FECHADA NO CTBFECH.DAT E
      *     RECUSADA LOGO NA ENTRADA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RATEIO01.
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

           SELECT CCRATEIO ASSIGN TO "CCRATEIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-CHAVE
           FILE STATUS IS FS-CCRATEIO.

           SELECT RATEICTA ASSIGN TO "RATEICTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATEICTA.

           SELECT CTBFECH ASSIGN TO "CTBFECH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTBFECH.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO GRAVA-LANCAMENTO
       FD  LANCAMENTOS.
       01  REGISTRO-LANCAMENTO.
           02 TR-CONTA   PIC 9(05).
           02 FILLER     PIC X.
           02 TR-TIPO    PIC X.
               88 TR-CREDITO VALUE "C" "c".
               88 TR-DEBITO  VALUE "D" "d".
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
               88 CTA-CUSTO-DESPESA VALUE 3 4.
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *    MESMO LAYOUT DO CADCCU01
       FD  CCRATEIO.
       01  REGISTRO-CCRATEIO.
           02 RT-CHAVE.
               03 RT-ORIGEM    PIC 9(03).
               03 RT-DESTINO   PIC 9(03).
           02 RT-PERCENTUAL    PIC 9(03)V99.

      *    CONTA TRANSITORIA DO RATEIO (UM UNICO REGISTRO) - DEVE SER
      *    CONTA SEM GRUPO DE RESULTADO, PARA NAO APARECER NO DRE
       FD  RATEICTA.
       01  REGISTRO-RATEICTA.
           02 RC-CTA-TRANSITO PIC 9(05).

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
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       01  FS-CCRATEIO.
           02 FS-CCRATEIO-1 PIC 9.
           02 FS-CCRATEIO-2 PIC 9.
           02 FS-CCRATEIO-R REDEFINES FS-CCRATEIO-2 PIC 99 COMP-X.
       77  FS-RATEICTA    PIC XX VALUE SPACES.
       77  FS-CTBFECH     PIC XX VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANOMES PIC 9(06).
           02 WSIS-DIA    PIC 9(02).
       01  WCOMPETENCIA.
           02 WCOMP-ANO   PIC 9(04).
           02 WCOMP-MES   PIC 9(02).
       01  FILLER REDEFINES WCOMPETENCIA.
           02 WCOMP-NUM   PIC 9(06).
       77  WPERIODO-FECHADO PIC X VALUE "N".
       77  WCONFIRMA      PIC X VALUE "N".

      *    REGRAS DE RATEIO (CCRATEIO NA ORDEM ORIGEM/DESTINO)
       01  TAB-REGRAS.
           02 TG-ITEM OCCURS 300 TIMES.
               03 TG-ORIGEM     PIC 9(03).
               03 TG-DESTINO    PIC 9(03).
               03 TG-PERCENTUAL PIC 9(03)V99.
       77  QT-REGRAS      PIC 9(03) VALUE ZEROS.
      *    CENTROS DE ORIGEM: PRIMEIRA E ULTIMA REGRA E A SOMA
       01  TAB-ORIGENS.
           02 TO-ITEM OCCURS 100 TIMES.
               03 TO-ORIGEM     PIC 9(03).
               03 TO-PRIMEIRA   PIC 9(03).
               03 TO-ULTIMA     PIC 9(03).
               03 TO-SOMA       PIC 9(05)V99.
       77  QT-ORIGENS     PIC 9(03) VALUE ZEROS.
      *    SALDO DEVEDOR DA COMPETENCIA POR CENTRO DE ORIGEM E CONTA
       01  TAB-SALDOS.
           02 TS-ITEM OCCURS 500 TIMES.
               03 TS-ORIGEM     PIC 9(03).
               03 TS-IND-ORIGEM PIC 9(03).
               03 TS-CONTA      PIC 9(05).
               03 TS-SALDO      PIC S9(10)V99.
       77  QT-SALDOS      PIC 9(03) VALUE ZEROS.
       77  IND1           PIC 9(03) VALUE ZEROS.
       77  IND-ORI        PIC 9(03) VALUE ZEROS.
       77  IND-SAL        PIC 9(03) VALUE ZEROS.
       77  IND-REG        PIC 9(03) VALUE ZEROS.
       77  WACHOU         PIC X VALUE "N".
       77  WESTOUROU      PIC X VALUE "N".

      *    PERNA DO LIVRO EM APURACAO
       77  WLEG-CONTA     PIC 9(05) VALUE ZERO.
       77  WLEG-CENTRO    PIC 9(03) VALUE ZERO.
       77  WLEG-VALOR     PIC S9(10)V99 VALUE ZERO.

      *    LANCAMENTO
       77  WTIPO-DEB      PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
       77  WLAN-OK        PIC X VALUE "S".
       77  WCONTA-DEVEDORA PIC 9(05) VALUE ZERO.
       77  WCONTA-CREDORA PIC 9(05) VALUE ZERO.
       77  WCENTRO-CUSTO  PIC 9(03) VALUE ZERO.
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WVALOR-LANC    PIC 9(8)V99 VALUE ZERO.
       77  WDATA-LANC     PIC 9(08) VALUE ZERO.
       77  WPRIMEIRO-DIA  PIC 9(08) VALUE ZERO.
       77  WDIAS          PIC S9(05) VALUE -1.
       77  WNOME-DIA      PIC X(09) VALUE SPACES.
       01  WMES-SEGUINTE.
           02 WMS-ANO     PIC 9(04).
           02 WMS-MES     PIC 9(02).
       77  WSALDO-RATEAR  PIC 9(8)V99 VALUE ZERO.
       77  WDISTRIBUIDO   PIC 9(8)V99 VALUE ZERO.

      *    TOTAIS
       77  QT-LANCADOS    PIC 9(05) VALUE ZERO.
       77  QT-RECUSADOS   PIC 9(05) VALUE ZERO.
       77  WTOTAL-RATEADO PIC 9(10)V99 VALUE ZERO.

       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-TOTAL      PIC Z(9)9.99.
       77  WED-PCT        PIC ZZ9.99.

      *================================================================*
       LINKAGE                                 SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE DIVISION USING LK-OPCAO LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF WCONFIRMA = "S"
               PERFORM 2000-CARREGA-REGRAS THRU 2000-EXIT
           END-IF
           IF WCONFIRMA = "S"
               PERFORM 3000-APURA-SALDOS THRU 3000-EXIT
           END-IF
           IF WCONFIRMA = "S"
               PERFORM 4000-RATEIA
               PERFORM 5000-TOTAIS
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           MOVE LK-OPERADOR TO WOPERADOR
           MOVE "N" TO WCONFIRMA
           INITIALIZE TAB-REGRAS TAB-ORIGENS TAB-SALDOS
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "RATEIO DOS CENTROS DE CUSTO" AT 0420
           DISPLAY "COMPETENCIA AAAAMM (0 = MES CORRENTE)" AT 0605
           MOVE ZERO TO WCOMP-NUM
           ACCEPT WCOMP-NUM AT 0645
           IF WCOMP-NUM = ZERO
               MOVE WSIS-ANOMES TO WCOMP-NUM
           END-IF
           IF WCOMP-MES < 1 OR WCOMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA" AT 1905
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-VERIFICA-PERIODO
           IF WPERIODO-FECHADO = "S"
               DISPLAY "COMPETENCIA FECHADA NA CONTABILIDADE -"
                   " RATEIO NAO LANCADO" AT 1905
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RATEICTA
           IF FS-RATEICTA NOT = "00"
               DISPLAY "RATEICTA.DAT NAO ENCONTRADO - RATEIO NAO"
                   " LANCADO" AT 1905
               GO TO 1000-EXIT
           END-IF
           READ RATEICTA
               AT END
                   MOVE "10" TO FS-RATEICTA
           END-READ
           CLOSE RATEICTA
           IF FS-RATEICTA NOT = "00" OR RC-CTA-TRANSITO = ZERO
               DISPLAY "RATEICTA.DAT SEM A CONTA TRANSITORIA -"
                   " RATEIO NAO LANCADO" AT 1905
               GO TO 1000-EXIT
           END-IF
      *    ULTIMO DIA DA COMPETENCIA: DIA 1 DO MES SEGUINTE MENOS 1
           MOVE WCOMP-ANO TO WMS-ANO
           MOVE WCOMP-MES TO WMS-MES
           IF WMS-MES = 12
               ADD 1 TO WMS-ANO
               MOVE 1 TO WMS-MES
           ELSE
               ADD 1 TO WMS-MES
           END-IF
           MOVE WMES-SEGUINTE TO WPRIMEIRO-DIA (1:6)
           MOVE "01"          TO WPRIMEIRO-DIA (7:2)
           CALL "DATAUTIL" USING "SOMADIAS", WPRIMEIRO-DIA,
               WPRIMEIRO-DIA, WDIAS, WNOME-DIA, WDATA-LANC
           DISPLAY "LANCAMENTOS EM" AT 0705
           DISPLAY WDATA-LANC AT 0720
           DISPLAY "CONFIRMA (S/N)" AT 0805
           ACCEPT WCONFIRMA AT 0820
           IF WCONFIRMA = "s"
               MOVE "S" TO WCONFIRMA
           END-IF
           .
       1000-EXIT.
           EXIT.
       1100-VERIFICA-PERIODO.
           MOVE "N" TO WPERIODO-FECHADO
           OPEN INPUT CTBFECH
           IF FS-CTBFECH = "00"
               PERFORM 1110-LE-CTBFECH
               PERFORM 1120-CONFERE-CTBFECH
                   UNTIL FS-CTBFECH NOT = "00"
               CLOSE CTBFECH
           END-IF
           .
       1110-LE-CTBFECH.
           READ CTBFECH
               AT END
                   MOVE "10" TO FS-CTBFECH
           END-READ
           .
      *    O ULTIMO REGISTRO DA COMPETENCIA PREVALECE (REABERTURA)
       1120-CONFERE-CTBFECH.
           IF FCH-COMPETENCIA = WCOMP-NUM
               IF FCH-STATUS = "FECHADO"
                   MOVE "S" TO WPERIODO-FECHADO
               ELSE
                   MOVE "N" TO WPERIODO-FECHADO
               END-IF
           END-IF
           PERFORM 1110-LE-CTBFECH
           .
      *----------------------------------------------------------------*
      *    REGRAS DE RATEIO POR CENTRO DE ORIGEM; SO O CENTRO COM A
      *    SOMA EM 100% E RATEADO
      *----------------------------------------------------------------*
       2000-CARREGA-REGRAS.
           DISPLAY SPACE ERASE EOS
           DISPLAY "RATEIO DOS CENTROS DE CUSTO - COMPETENCIA "
               WCOMP-NUM " - LANCADO EM " WDATA-LANC
           DISPLAY " "
           OPEN INPUT CCRATEIO
           IF FS-CCRATEIO NOT = "00"
               DISPLAY "CCRATEIO.DAT NAO ENCONTRADO - NENHUMA REGRA"
                   " DE RATEIO"
               MOVE "N" TO WCONFIRMA
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WESTOUROU
           PERFORM 2100-LE-REGRA
           PERFORM 2200-GUARDA-REGRA
               UNTIL FS-CCRATEIO NOT = "00"
           CLOSE CCRATEIO
           IF WESTOUROU = "S"
               DISPLAY "REGRAS DE RATEIO ACIMA DO LIMITE DA TABELA"
                   " - RATEIO NAO LANCADO"
               MOVE "N" TO WCONFIRMA
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-CONFERE-SOMA
               VARYING IND-ORI FROM 1 BY 1
               UNTIL IND-ORI > QT-ORIGENS
           IF QT-ORIGENS = ZERO
               DISPLAY "NENHUMA REGRA DE RATEIO CADASTRADA"
               MOVE "N" TO WCONFIRMA
           END-IF
           .
       2000-EXIT.
           EXIT.
       2100-LE-REGRA.
           READ CCRATEIO NEXT
               AT END
                   MOVE "10" TO FS-CCRATEIO
           END-READ
           .
       2200-GUARDA-REGRA.
           IF RT-PERCENTUAL > ZERO
               IF QT-REGRAS < 300
                   ADD 1 TO QT-REGRAS
                   MOVE RT-ORIGEM     TO TG-ORIGEM (QT-REGRAS)
                   MOVE RT-DESTINO    TO TG-DESTINO (QT-REGRAS)
                   MOVE RT-PERCENTUAL TO TG-PERCENTUAL (QT-REGRAS)
                   PERFORM 2210-GUARDA-ORIGEM
               ELSE
                   MOVE "S" TO WESTOUROU
               END-IF
           END-IF
           PERFORM 2100-LE-REGRA
           .
      *    O ARQUIVO VEM NA ORDEM DA CHAVE: AS REGRAS DE UMA ORIGEM
      *    FICAM SEGUIDAS NA TABELA
       2210-GUARDA-ORIGEM.
           IF QT-ORIGENS > ZERO
               IF TO-ORIGEM (QT-ORIGENS) = RT-ORIGEM
                   MOVE QT-REGRAS TO TO-ULTIMA (QT-ORIGENS)
                   ADD RT-PERCENTUAL TO TO-SOMA (QT-ORIGENS)
                   GO TO 2210-EXIT
               END-IF
           END-IF
           IF QT-ORIGENS < 100
               ADD 1 TO QT-ORIGENS
               MOVE RT-ORIGEM     TO TO-ORIGEM (QT-ORIGENS)
               MOVE QT-REGRAS     TO TO-PRIMEIRA (QT-ORIGENS)
               MOVE QT-REGRAS     TO TO-ULTIMA (QT-ORIGENS)
               MOVE RT-PERCENTUAL TO TO-SOMA (QT-ORIGENS)
           ELSE
               MOVE "S" TO WESTOUROU
           END-IF
           .
       2210-EXIT.
           EXIT.
       2300-CONFERE-SOMA.
           IF TO-SOMA (IND-ORI) NOT = 100
               MOVE TO-SOMA (IND-ORI) TO WED-PCT
               DISPLAY "CENTRO " TO-ORIGEM (IND-ORI)
                   " RATEIO SOMA " WED-PCT "% - NAO RATEADO"
           END-IF
           .
      *----------------------------------------------------------------*
      *    SALDO DA COMPETENCIA (DEBITOS MENOS CREDITOS) DAS CONTAS
      *    DE CUSTO E DESPESA NOS CENTROS DE ORIGEM - AS DUAS PERNAS
      *    DE CADA LANCAMENTO, A CONTRAPARTIDA COM O TIPO INVERTIDO
      *----------------------------------------------------------------*
       3000-APURA-SALDOS.
           OPEN INPUT PLANCTA
           IF FS-PLANCTA NOT = "00"
               DISPLAY "PLANCTA.DAT NAO ENCONTRADO - SEM OS GRUPOS"
                   " DO DRE NAO HA RATEIO"
               MOVE "N" TO WCONFIRMA
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT LANCAMENTOS
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "DADOS001.DAT NAO ENCONTRADO"
               CLOSE PLANCTA
               MOVE "N" TO WCONFIRMA
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WESTOUROU
           PERFORM 3100-LE-LANCAMENTO
           PERFORM 3200-APURA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           CLOSE LANCAMENTOS PLANCTA
           IF WESTOUROU = "S"
               DISPLAY "CONTAS A RATEAR ACIMA DO LIMITE DA TABELA -"
                   " RATEIO NAO LANCADO"
               MOVE "N" TO WCONFIRMA
           END-IF
           .
       3000-EXIT.
           EXIT.
       3100-LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       3200-APURA-LANCAMENTO.
           IF TR-DATA (1:6) = WCOMPETENCIA AND TR-CENTRO NUMERIC
              AND TR-CENTRO NOT = ZERO
               MOVE TR-CENTRO TO WLEG-CENTRO
               MOVE TR-CONTA  TO WLEG-CONTA
               IF TR-DEBITO
                   MOVE TR-VALOR TO WLEG-VALOR
               ELSE
                   COMPUTE WLEG-VALOR = ZERO - TR-VALOR
               END-IF
               PERFORM 3300-ACUMULA-PERNA THRU 3300-EXIT
               IF TR-CONTRA NUMERIC AND TR-CONTRA NOT = ZERO
                   MOVE TR-CONTRA TO WLEG-CONTA
                   COMPUTE WLEG-VALOR = ZERO - WLEG-VALOR
                   PERFORM 3300-ACUMULA-PERNA THRU 3300-EXIT
               END-IF
           END-IF
           PERFORM 3100-LE-LANCAMENTO
           .
       3300-ACUMULA-PERNA.
           MOVE "N" TO WACHOU
           PERFORM 3310-PROCURA-ORIGEM
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-ORIGENS OR WACHOU = "S"
           IF WACHOU = "N"
               GO TO 3300-EXIT
           END-IF
           IF TO-SOMA (IND-ORI) NOT = 100
               GO TO 3300-EXIT
           END-IF
           MOVE WLEG-CONTA TO CTA-CODIGO
           READ PLANCTA
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           IF NOT CTA-CUSTO-DESPESA
               GO TO 3300-EXIT
           END-IF
           MOVE "N" TO WACHOU
           PERFORM 3320-PROCURA-SALDO
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-SALDOS OR WACHOU = "S"
           IF WACHOU = "N"
               IF QT-SALDOS < 500
                   ADD 1 TO QT-SALDOS
                   MOVE WLEG-CENTRO TO TS-ORIGEM (QT-SALDOS)
                   MOVE IND-ORI     TO TS-IND-ORIGEM (QT-SALDOS)
                   MOVE WLEG-CONTA  TO TS-CONTA (QT-SALDOS)
                   MOVE QT-SALDOS   TO IND-SAL
               ELSE
                   MOVE "S" TO WESTOUROU
                   GO TO 3300-EXIT
               END-IF
           END-IF
           ADD WLEG-VALOR TO TS-SALDO (IND-SAL)
           .
       3300-EXIT.
           EXIT.
       3310-PROCURA-ORIGEM.
           IF TO-ORIGEM (IND1) = WLEG-CENTRO
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-ORI
           END-IF
           .
       3320-PROCURA-SALDO.
           IF TS-ORIGEM (IND1) = WLEG-CENTRO AND
              TS-CONTA (IND1) = WLEG-CONTA
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-SAL
           END-IF
           .
      *----------------------------------------------------------------*
      *    DISTRIBUI CADA SALDO DEVEDOR PELAS REGRAS DA ORIGEM
      *----------------------------------------------------------------*
       4000-RATEIA.
           IF QT-SALDOS = ZERO
               DISPLAY "NENHUM SALDO A RATEAR NA COMPETENCIA"
           ELSE
               DISPLAY "ORIG CONTA DEST     %        VALOR"
               PERFORM 4100-RATEIA-SALDO
                   VARYING IND-SAL FROM 1 BY 1
                   UNTIL IND-SAL > QT-SALDOS
           END-IF
           .
       4100-RATEIA-SALDO.
           IF TS-SALDO (IND-SAL) > ZERO
               MOVE TS-SALDO (IND-SAL) TO WSALDO-RATEAR
               MOVE ZERO TO WDISTRIBUIDO
               MOVE TS-IND-ORIGEM (IND-SAL) TO IND-ORI
               PERFORM 4200-RATEIA-DESTINO THRU 4200-EXIT
                   VARYING IND-REG FROM TO-PRIMEIRA (IND-ORI) BY 1
                   UNTIL IND-REG > TO-ULTIMA (IND-ORI)
           END-IF
           .
      *    O ULTIMO DESTINO LEVA O QUE FALTA (ARREDONDAMENTO)
       4200-RATEIA-DESTINO.
           IF IND-REG = TO-ULTIMA (IND-ORI)
               COMPUTE WVALOR-LANC = WSALDO-RATEAR - WDISTRIBUIDO
           ELSE
               COMPUTE WVALOR-LANC ROUNDED = WSALDO-RATEAR *
                   TG-PERCENTUAL (IND-REG) / 100
           END-IF
           IF WVALOR-LANC = ZERO
               GO TO 4200-EXIT
           END-IF
           MOVE WVALOR-LANC TO WED-VALOR
           MOVE TG-PERCENTUAL (IND-REG) TO WED-PCT
           MOVE "S" TO WLAN-OK
           MOVE TS-CONTA (IND-SAL)      TO WCONTA-DEVEDORA
           MOVE RC-CTA-TRANSITO         TO WCONTA-CREDORA
           MOVE TG-DESTINO (IND-REG)    TO WCENTRO-CUSTO
           PERFORM 4300-POSTA-PERNA
           IF WLAN-OK = "S"
               MOVE RC-CTA-TRANSITO     TO WCONTA-DEVEDORA
               MOVE TS-CONTA (IND-SAL)  TO WCONTA-CREDORA
               MOVE TS-ORIGEM (IND-SAL) TO WCENTRO-CUSTO
               PERFORM 4300-POSTA-PERNA
               IF WLAN-OK NOT = "S"
                   DISPLAY "ATENCAO: RATEIO LANCADO SO NO DESTINO -"
                       " CONFERIR O LIVRO"
               END-IF
           END-IF
           IF WLAN-OK NOT = "S"
               ADD 1 TO QT-RECUSADOS
               DISPLAY TS-ORIGEM (IND-SAL) "  " TS-CONTA (IND-SAL)
                   " " TG-DESTINO (IND-REG) "  " WED-PCT " "
                   WED-VALOR " RECUSADO PELO LIVRO"
               GO TO 4200-EXIT
           END-IF
           ADD WVALOR-LANC TO WDISTRIBUIDO
           ADD WVALOR-LANC TO WTOTAL-RATEADO
           ADD 1 TO QT-LANCADOS
           DISPLAY TS-ORIGEM (IND-SAL) "  " TS-CONTA (IND-SAL)
               " " TG-DESTINO (IND-REG) "  " WED-PCT " " WED-VALOR
           .
       4200-EXIT.
           EXIT.
       4300-POSTA-PERNA.
           CALL "GRAVA-LANCAMENTO" USING WCONTA-DEVEDORA,
               WTIPO-DEB, WVALOR-LANC, WDATA-LANC,
               WLAN-RESULT, WCONTA-CREDORA, WCENTRO-CUSTO, WFILIAL
           IF WLAN-RESULT NOT = "S"
               MOVE "N" TO WLAN-OK
           END-IF
           .
       5000-TOTAIS.
           MOVE WTOTAL-RATEADO TO WED-TOTAL
           DISPLAY " "
           DISPLAY "PARCELAS LANCADAS:     " QT-LANCADOS
           DISPLAY "PARCELAS RECUSADAS:    " QT-RECUSADOS
           DISPLAY "TOTAL RATEADO:         " WED-TOTAL
           IF QT-LANCADOS > ZERO
               MOVE SPACES TO WCHAVE-AUD
               MOVE WCOMP-NUM TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "RATEIO01", "RATEOU", WCHAVE-AUD
           END-IF
           .
       9999-ENCERRA.
           GOBACK
           .
       END PROGRAM RATEIO01.
