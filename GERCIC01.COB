      ******************************************************************
      *
      *     GERCIC01 - PROGRAMACAO DA CONTAGEM CICLICA DE ESTOQUE
      *     PASSO DE FIM DE DIA (BATCH001): ESCOLHE OS PRODUTO X
      *     DEPOSITO (SALDODEP.DAT COM SALDO, FORA OS DEPOSITOS 98
      *     CONSIGNACAO E 99 TRANSITO) A CONTAR NO PROXIMO DIA UTIL
      *     (DIAUTIL1 / CALENDARIO.DAT) PELA CLASSE ABC DE RECEITA
      *     DO PRODUTO (FD-ABC-RECEITA, ABCCLS01; SEM CLASSE VALE C):
      *       A - UMA CONTAGEM POR MES;
      *       B - UMA POR TRIMESTRE;
      *       C - UMA POR SEMESTRE.
      *     UM LOCAL ESTA DEVIDO QUANDO A ULTIMA CONTAGEM (CICLOCT.DAT,
      *     GRAVADO PELA APURACAO DO INVENTARIO) E ANTERIOR AO INICIO
      *     DO PERIODO DA CLASSE E NAO HA LINHA PENDENTE EM
      *     CONTAGEM.DAT. A COTA DO DIA DE CADA CLASSE E O TOTAL
      *     DEVIDO DIVIDIDO PELOS DIAS UTEIS QUE RESTAM NO PERIODO
      *     (ARREDONDADO PARA CIMA), O QUE ESPALHA A CARGA IGUALMENTE
      *     E FECHA O PERIODO NO ULTIMO DIA UTIL. AS LINHAS ESCOLHIDAS
      *     ENTRAM EM CONTAGEM.DAT (ORIGEM "C") E SEGUEM A DIGITACAO
      *     E A APURACAO DO INVENTARIO-ESTOQUE; AS FOLHAS DE CONTAGEM
      *     SAEM POR DEPOSITO, SEM O SALDO DO SISTEMA (CONTAGEM AS
      *     CEGAS). REEXECUTADO PARA O MESMO DIA, NAO GERA DE NOVO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. GERCIC01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT SALDODEP ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.

           SELECT CONTAGEM ASSIGN TO "CONTAGEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-CHAVE
           FILE STATUS IS FS-CONTAGEM.

           SELECT CICLOCT ASSIGN TO "CICLOCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CHAVE
           FILE STATUS IS FS-CICLOCT.

           SELECT ORDENADOS ASSIGN TO "GERCIC01.SRT".
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
           02 FD-OPCOES.
               03 FD-IMPORTADO  PIC 9(01).
               03 FD-GARANTIA   PIC 9(01).
               03 FD-DURAVEL    PIC 9(01).
           02 FD-QTD-ESTOQUE    PIC 9(06).
           02 FD-CUSTO-MEDIO    PIC 9(6)V99.
           02 FD-DESC-QTDE      PIC 9(06).
           02 FD-DESC-PCT       PIC 99V99.
           02 FD-MARGEM-MIN     PIC 99V99.
           02 FD-ESTOQUE-MINIMO PIC 9(06).
           02 FD-QTD-REPOR      PIC 9(06).
           02 FD-UNIDADE        PIC X(03).
           02 FD-UNID-COMPRA    PIC X(03).
           02 FD-FATOR-COMPRA   PIC 9(05).
           02 FD-UNID-VENDA     PIC X(03).
           02 FD-FATOR-VENDA    PIC 9(05).
           02 FD-CLASSE-ABC.
               03 FD-ABC-RECEITA  PIC X.
               03 FD-ABC-MARGEM   PIC X.
               03 FD-ABC-UNIDADES PIC X.

       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

       FD  CONTAGEM.
       01  REGISTRO-CONTAGEM.
           02 CG-CHAVE.
               03 CG-PRODUTO   PIC 9(06).
               03 CG-DEPOSITO  PIC 9(02).
           02 CG-SALDO-SISTEMA PIC 9(06).
           02 CG-QTD-CONTADA   PIC 9(06).
           02 CG-CONTADO       PIC X.
               88 CG-FOI-CONTADO VALUE "S".
           02 CG-ORIGEM        PIC X.
               88 CG-CICLICA    VALUE "C".
           02 CG-DATA          PIC 9(08).

       FD  CICLOCT.
       01  REGISTRO-CICLOCT.
           02 CC-CHAVE.
               03 CC-PRODUTO   PIC 9(06).
               03 CC-DEPOSITO  PIC 9(02).
           02 CC-ULT-CONTAGEM  PIC 9(08).
           02 CC-QT-CONTAGENS  PIC 9(05).

      *    LOCAIS ESCOLHIDOS, NA ORDEM DAS FOLHAS (DEPOSITO, PRODUTO)
       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-DEPOSITO     PIC 9(02).
           02 ORD-PRODUTO      PIC 9(06).
           02 ORD-CLASSE       PIC X.
           02 ORD-SALDO        PIC 9(06).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-SALDODEP.
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       01  FS-CONTAGEM.
           02 FS-CONTAGEM-1 PIC 9.
           02 FS-CONTAGEM-2 PIC 9.
           02 FS-CONTAGE-R REDEFINES FS-CONTAGEM-2 PIC 99 COMP-X.
       01  FS-CICLOCT.
           02 FS-CICLOCT-1 PIC 9.
           02 FS-CICLOCT-2 PIC 9.
           02 FS-CICLOC-R REDEFINES FS-CICLOCT-2 PIC 99 COMP-X.
       77  FS-ORDENADOS   PIC XX VALUE SPACES.

       77  WOPERADOR      PIC X(10) VALUE "GERCIC01".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WUM-DIA        PIC S9(5) VALUE 1.
       77  WDIA-UTIL      PIC 9(08) VALUE ZERO.
       77  WJA-GERADA     PIC X VALUE "N".
       77  WTEM-SALDOS    PIC X VALUE "N".
      *    DIA DA CONTAGEM (PROXIMO DIA UTIL) E SEUS PERIODOS
       01  WDATA-CONTAGEM PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-CONTAGEM.
           02 WCT-ANO     PIC 9(04).
           02 WCT-MES     PIC 9(02).
           02 WCT-DIA     PIC 9(02).
       01  WDATA-MONTA.
           02 WMT-ANO     PIC 9(04).
           02 WMT-MES     PIC 9(02).
           02 WMT-DIA     PIC 9(02).
       01  FILLER REDEFINES WDATA-MONTA.
           02 WMT-DATA    PIC 9(08).
       77  WMES-INI       PIC 9(02) VALUE ZERO.

      *    POR CLASSE: 1-A 2-B 3-C
       01  TAB-CLASSES.
           02 TCL-ITEM OCCURS 3 TIMES.
               03 TCL-INICIO    PIC 9(08).
               03 TCL-FIM       PIC 9(08).
               03 TCL-DIAS      PIC 9(03).
               03 TCL-DEVIDOS   PIC 9(05).
               03 TCL-COTA      PIC 9(05).
               03 TCL-ESCOLHIDOS PIC 9(05).
       77  IND-CL         PIC 9 VALUE ZERO.
       77  WLETRA-CL      PIC X VALUE SPACE.
       77  WDEVIDO        PIC X VALUE "N".
       77  WULT-PRODUTO   PIC 9(06) VALUE ZERO.
       77  WACHOU-PROD    PIC X VALUE "N".

       77  WDEP-ANT       PIC 9(02) VALUE ZERO.
       77  QT-LINHAS      PIC 9(05) VALUE ZEROS.
       77  QT-FOLHA       PIC 9(04) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1100-VERIFICA-GERADA THRU 1100-EXIT
           IF WJA-GERADA = "S"
               DISPLAY "CONTAGEM CICLICA DE " WDATA-CONTAGEM
                   " JA GERADA"
           ELSE
               PERFORM 1200-MONTA-PERIODOS
               PERFORM 1300-CONTA-DIAS-UTEIS
               PERFORM 2000-CONTA-DEVIDOS THRU 2000-EXIT
               PERFORM 2500-CALCULA-COTAS
                   VARYING IND-CL FROM 1 BY 1
                   UNTIL IND-CL > 3
               SORT ORDENADOS
                   ON ASCENDING KEY ORD-DEPOSITO ORD-PRODUTO
                   INPUT PROCEDURE IS 3000-ESCOLHE-LOCAIS
                   OUTPUT PROCEDURE IS 4000-GERA-FOLHAS
               PERFORM 5000-RESUMO
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           CALL "DIAUTIL1" USING WDATA-SISTEMA, WUM-DIA,
               WDATA-CONTAGEM
           DISPLAY "CONTAGEM CICLICA - FOLHAS PARA " WDATA-CONTAGEM
           OPEN INPUT ARQ1
           OPEN INPUT SALDODEP
           OPEN INPUT CICLOCT
           OPEN I-O CONTAGEM
           IF FS-CONTAGEM = "35"
               OPEN OUTPUT CONTAGEM
               CLOSE CONTAGEM
               OPEN I-O CONTAGEM
           END-IF
           .
      *    LINHA CICLICA JA GERADA PARA O DIA = PASSO JA RODOU
       1100-VERIFICA-GERADA.
           MOVE "N" TO WJA-GERADA
           MOVE LOW-VALUES TO CG-CHAVE
           START CONTAGEM KEY NOT LESS THAN CG-CHAVE
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1110-LE-CONTAGEM
           PERFORM 1120-CONFERE-LINHA
               UNTIL FS-CONTAGEM NOT = "00" OR WJA-GERADA = "S"
           .
       1100-EXIT.
           EXIT.
       1110-LE-CONTAGEM.
           READ CONTAGEM NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTAGEM
           END-READ
           .
       1120-CONFERE-LINHA.
           IF CG-CICLICA AND CG-DATA = WDATA-CONTAGEM
               MOVE "S" TO WJA-GERADA
           ELSE
               PERFORM 1110-LE-CONTAGEM
           END-IF
           .
      *----------------------------------------------------------------*
      *    PERIODOS DO DIA DA CONTAGEM: A = MES, B = TRIMESTRE,
      *    C = SEMESTRE. O FIM E DIA 31 DO ULTIMO MES (SO SERVE DE
      *    LIMITE NAS COMPARACOES).
      *----------------------------------------------------------------*
       1200-MONTA-PERIODOS.
           MOVE WCT-ANO TO WMT-ANO
           MOVE 01      TO WMT-DIA
           MOVE WCT-MES TO WMT-MES
           MOVE WMT-DATA TO TCL-INICIO (1)
           MOVE 31 TO WMT-DIA
           MOVE WMT-DATA TO TCL-FIM (1)
           COMPUTE WMES-INI = ((WCT-MES - 1) / 3) * 3 + 1
           MOVE 01 TO WMT-DIA
           MOVE WMES-INI TO WMT-MES
           MOVE WMT-DATA TO TCL-INICIO (2)
           MOVE 31 TO WMT-DIA
           COMPUTE WMT-MES = WMES-INI + 2
           MOVE WMT-DATA TO TCL-FIM (2)
           IF WCT-MES < 7
               MOVE 01 TO WMES-INI
           ELSE
               MOVE 07 TO WMES-INI
           END-IF
           MOVE 01 TO WMT-DIA
           MOVE WMES-INI TO WMT-MES
           MOVE WMT-DATA TO TCL-INICIO (3)
           MOVE 31 TO WMT-DIA
           COMPUTE WMT-MES = WMES-INI + 5
           MOVE WMT-DATA TO TCL-FIM (3)
           .
      *    DIAS UTEIS DO DIA DA CONTAGEM ATE O FIM DE CADA PERIODO
       1300-CONTA-DIAS-UTEIS.
           MOVE ZERO TO TCL-DIAS (1) TCL-DIAS (2) TCL-DIAS (3)
           MOVE WDATA-CONTAGEM TO WDIA-UTIL
           PERFORM 1310-CONTA-DIA
               UNTIL WDIA-UTIL > TCL-FIM (3)
           .
       1310-CONTA-DIA.
           IF WDIA-UTIL NOT > TCL-FIM (1)
               ADD 1 TO TCL-DIAS (1)
           END-IF
           IF WDIA-UTIL NOT > TCL-FIM (2)
               ADD 1 TO TCL-DIAS (2)
           END-IF
           ADD 1 TO TCL-DIAS (3)
           CALL "DIAUTIL1" USING WDIA-UTIL, WUM-DIA, WDIA-UTIL
           .
      *----------------------------------------------------------------*
      *    PRIMEIRA VARRIDA: QUANTOS LOCAIS DE CADA CLASSE AINDA
      *    ESTAO DEVIDOS NO PERIODO
      *----------------------------------------------------------------*
       2000-CONTA-DEVIDOS.
           IF FS-SALDODEP NOT = "00"
               DISPLAY "ARQUIVO DE SALDOS POR DEPOSITO NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           MOVE "S" TO WTEM-SALDOS
           PERFORM 2050-INICIO-SALDOS
           PERFORM 2200-CONTA-LOCAL
               UNTIL FS-SALDODEP NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2050-INICIO-SALDOS.
           MOVE ZERO TO WULT-PRODUTO
           MOVE LOW-VALUES TO SD-CHAVE
           START SALDODEP KEY NOT LESS THAN SD-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-SALDODEP
           END-START
           IF FS-SALDODEP = "00"
               PERFORM 2100-LE-SALDO
           END-IF
           .
       2100-LE-SALDO.
           READ SALDODEP NEXT RECORD
               AT END
                   MOVE "10" TO FS-SALDODEP
           END-READ
           .
       2200-CONTA-LOCAL.
           PERFORM 2300-AVALIA-LOCAL THRU 2300-FIM
           IF WDEVIDO = "S"
               ADD 1 TO TCL-DEVIDOS (IND-CL)
           END-IF
           PERFORM 2100-LE-SALDO
           .
      *    DEVOLVE WDEVIDO E A CLASSE DO LOCAL LIDO EM IND-CL
       2300-AVALIA-LOCAL.
           MOVE "N" TO WDEVIDO
           IF SD-SALDO NOT > ZERO OR SD-DEPOSITO = 98
              OR SD-DEPOSITO = 99 OR SD-DEPOSITO = ZERO
               GO TO 2300-FIM
           END-IF
           IF SD-PRODUTO NOT = WULT-PRODUTO
               MOVE SD-PRODUTO TO WULT-PRODUTO
               MOVE SD-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "N" TO WACHOU-PROD
                   NOT INVALID KEY
                       MOVE "S" TO WACHOU-PROD
               END-READ
           END-IF
           IF WACHOU-PROD NOT = "S"
               GO TO 2300-FIM
           END-IF
           EVALUATE FD-ABC-RECEITA
               WHEN "A"
                   MOVE 1 TO IND-CL
               WHEN "B"
                   MOVE 2 TO IND-CL
               WHEN OTHER
                   MOVE 3 TO IND-CL
           END-EVALUATE
           MOVE SD-PRODUTO  TO CG-PRODUTO
           MOVE SD-DEPOSITO TO CG-DEPOSITO
           READ CONTAGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2300-FIM
           END-READ
           IF FS-CICLOCT = "00" OR FS-CICLOCT = "23"
               MOVE SD-PRODUTO  TO CC-PRODUTO
               MOVE SD-DEPOSITO TO CC-DEPOSITO
               READ CICLOCT
                   INVALID KEY
                       MOVE ZERO TO CC-ULT-CONTAGEM
               END-READ
               IF CC-ULT-CONTAGEM NOT < TCL-INICIO (IND-CL)
                   GO TO 2300-FIM
               END-IF
           END-IF
           MOVE "S" TO WDEVIDO
           .
       2300-FIM.
           EXIT.
      *    COTA = DEVIDOS / DIAS UTEIS RESTANTES, PARA CIMA
       2500-CALCULA-COTAS.
           MOVE ZERO TO TCL-ESCOLHIDOS (IND-CL)
           IF TCL-DIAS (IND-CL) = ZERO
               MOVE TCL-DEVIDOS (IND-CL) TO TCL-COTA (IND-CL)
           ELSE
               COMPUTE TCL-COTA (IND-CL) =
                   (TCL-DEVIDOS (IND-CL) + TCL-DIAS (IND-CL) - 1)
                   / TCL-DIAS (IND-CL)
           END-IF
           .
      *----------------------------------------------------------------*
      *    SEGUNDA VARRIDA: OS PRIMEIROS DEVIDOS DE CADA CLASSE ATE
      *    A COTA DO DIA
      *----------------------------------------------------------------*
       3000-ESCOLHE-LOCAIS.
           IF WTEM-SALDOS = "S"
               PERFORM 2050-INICIO-SALDOS
               PERFORM 3100-ESCOLHE-LOCAL
                   UNTIL FS-SALDODEP NOT = "00"
           END-IF
           .
       3100-ESCOLHE-LOCAL.
           PERFORM 2300-AVALIA-LOCAL THRU 2300-FIM
           IF WDEVIDO = "S" AND
              TCL-ESCOLHIDOS (IND-CL) < TCL-COTA (IND-CL)
               ADD 1 TO TCL-ESCOLHIDOS (IND-CL)
               MOVE SD-DEPOSITO TO ORD-DEPOSITO
               MOVE SD-PRODUTO  TO ORD-PRODUTO
               MOVE SD-SALDO    TO ORD-SALDO
               PERFORM 3200-LETRA-CLASSE
               MOVE WLETRA-CL   TO ORD-CLASSE
               RELEASE REG-ORDENADO
           END-IF
           PERFORM 2100-LE-SALDO
           .
       3200-LETRA-CLASSE.
           EVALUATE IND-CL
               WHEN 1
                   MOVE "A" TO WLETRA-CL
               WHEN 2
                   MOVE "B" TO WLETRA-CL
               WHEN OTHER
                   MOVE "C" TO WLETRA-CL
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    GRAVA AS LINHAS EM CONTAGEM.DAT E IMPRIME AS FOLHAS POR
      *    DEPOSITO - SEM O SALDO DO SISTEMA
      *----------------------------------------------------------------*
       4000-GERA-FOLHAS.
           MOVE 99 TO WDEP-ANT
           MOVE ZERO TO QT-LINHAS
           PERFORM 4100-RETORNA-ORDENADO
           PERFORM 4200-GERA-LINHA
               UNTIL FS-ORDENADOS = "10"
           MOVE "00" TO FS-ORDENADOS
           IF QT-LINHAS > ZERO
               PERFORM 4400-RODAPE-FOLHA
           END-IF
           .
       4100-RETORNA-ORDENADO.
           RETURN ORDENADOS
               AT END
                   MOVE "10" TO FS-ORDENADOS
           END-RETURN
           .
       4200-GERA-LINHA.
           IF ORD-DEPOSITO NOT = WDEP-ANT
               IF QT-LINHAS > ZERO
                   PERFORM 4400-RODAPE-FOLHA
               END-IF
               PERFORM 4300-CABECALHO-FOLHA
           END-IF
           MOVE ORD-PRODUTO    TO CG-PRODUTO
           MOVE ORD-DEPOSITO   TO CG-DEPOSITO
           MOVE ORD-SALDO      TO CG-SALDO-SISTEMA
           MOVE ZERO           TO CG-QTD-CONTADA
           MOVE "N"            TO CG-CONTADO
           MOVE "C"            TO CG-ORIGEM
           MOVE WDATA-CONTAGEM TO CG-DATA
           WRITE REGISTRO-CONTAGEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QT-LINHAS
                   ADD 1 TO QT-FOLHA
                   MOVE ORD-PRODUTO TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE SPACES TO FD-PRODUTO FD-UNIDADE
                   END-READ
                   DISPLAY ORD-PRODUTO " " FD-PRODUTO " "
                       FD-UNIDADE "   " ORD-CLASSE
                       "     ____________"
           END-WRITE
           PERFORM 4100-RETORNA-ORDENADO
           .
       4300-CABECALHO-FOLHA.
           MOVE ORD-DEPOSITO TO WDEP-ANT
           MOVE ZERO TO QT-FOLHA
           DISPLAY " "
           DISPLAY "FOLHA DE CONTAGEM CICLICA - DEPOSITO " ORD-DEPOSITO
               " - DIA " WDATA-CONTAGEM
           DISPLAY "PRODUT DESCRICAO                      UNI CLASSE"
               "  QTD CONTADA"
           .
       4400-RODAPE-FOLHA.
           DISPLAY QT-FOLHA " ITEM(NS)   CONTADO POR ______________"
               "  DATA ___/___/______"
           .
       5000-RESUMO.
           DISPLAY " "
           DISPLAY "CLASSE PERIODO           DEVIDOS DIAS UTEIS"
               "  COTA  GERADOS"
           PERFORM 5100-RESUMO-CLASSE
               VARYING IND-CL FROM 1 BY 1
               UNTIL IND-CL > 3
           DISPLAY "LINHAS GERADAS EM CONTAGEM.DAT: " QT-LINHAS
           MOVE SPACES TO WCHAVE-AUD
           MOVE WDATA-CONTAGEM TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "GERCIC01", "GEROU", WCHAVE-AUD
           .
       5100-RESUMO-CLASSE.
           PERFORM 3200-LETRA-CLASSE
           DISPLAY "  " WLETRA-CL "    " TCL-INICIO (IND-CL) "-"
               TCL-FIM (IND-CL) "  " TCL-DEVIDOS (IND-CL) "    "
               TCL-DIAS (IND-CL) "     " TCL-COTA (IND-CL) "  "
               TCL-ESCOLHIDOS (IND-CL)
           .
       9999-ENCERRA.
           CLOSE ARQ1 SALDODEP CICLOCT CONTAGEM
           GOBACK
           .
       END PROGRAM GERCIC01.
