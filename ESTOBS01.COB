      ******************************************************************
      *
      *     ESTOBS01 - ESTOQUE PARADO E OBSOLETO / PROVISAO PARA
      *     PERDAS. PARA CADA PRODUTO X DEPOSITO COM SALDO
      *     (SALDODEP.DAT, FORA 98 CONSIGNACAO E 99 TRANSITO) PROCURA
      *     A ULTIMA SAIDA ("S" VENDA/CONSUMO, "F" DEVOLUCAO AO
      *     FORNECEDOR) NO ESTMOV.DAT VIVO E NOS MESES FECHADOS
      *     (ESTMOVAAAAMM.DAT, FECHEST1) DOS ULTIMOS 13 MESES. SEM
      *     SAIDA, VALE A PRIMEIRA ENTRADA ("E"/"T") DA JANELA; SEM
      *     NENHUMA DAS DUAS O LOCAL E TRATADO COMO PARADO HA MAIS DE
      *     UM ANO. O SALDO E ENVELHECIDO NAS FAIXAS 90/180/365+
      *     DIAS SEM SAIDA E VALORIZADO AO CUSTO MEDIO (COMO O
      *     RELVAL01), COM A PROPOSTA DE BAIXA POR FAIXA (PADRAO
      *     10/25/50%). APROVADA A PROPOSTA, A DIFERENCA PARA A
      *     PROVISAO JA CONTABILIZADA (ULTIMA LINHA DE OBSPST.DAT) E
      *     LANCADA PELO GRAVA-LANCAMENTO - DESPESA CONTRA PROVISAO
      *     PARA OBSOLESCENCIA, OU O ESTORNO QUANDO A PROVISAO CAI -
      *     COM AS CONTAS DE OBSCTA.DAT. SEM O ARQUIVO DE CONTAS O
      *     RELATORIO SAI E A CONTABILIZACAO E PULADA COM AVISO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. ESTOBS01.
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

           SELECT ESTMOV ASSIGN TO "ESTMOV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT ARQMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQMES.

           SELECT OBSCTA ASSIGN TO "OBSCTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OBSCTA.

           SELECT OBSPST ASSIGN TO "OBSPST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OBSPST.

           SELECT ORDENADOS ASSIGN TO "ESTOBS01.SRT".
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

       FD  ESTMOV.
       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X.
           02 MV-QUANTIDADE    PIC 9(6).
           02 FILLER           PIC X.
           02 MV-SALDO         PIC 9(6).
           02 FILLER           PIC X.
           02 MV-DEPOSITO      PIC 9(2).
           02 FILLER           PIC X.
           02 MV-LOTE          PIC X(10).

      *    MES FECHADO PELO FECHEST1 - MESMO LAYOUT DO ESTMOV
       FD  ARQMES
           VALUE OF FILE-ID IS WNOME-ARQMES.
       01  LINHA-ARQMES.
           02 AM-DATA          PIC 9(8).
           02 FILLER           PIC X.
           02 AM-CODIGO        PIC 9(06).
           02 FILLER           PIC X.
           02 AM-TIPO          PIC X.
           02 FILLER           PIC X.
           02 AM-QUANTIDADE    PIC 9(6).
           02 FILLER           PIC X.
           02 AM-SALDO         PIC 9(6).
           02 FILLER           PIC X.
           02 AM-DEPOSITO      PIC 9(2).
           02 FILLER           PIC X.
           02 AM-LOTE          PIC X(10).

      *    CONTAS DO PLANO PARA A PROVISAO (UM REGISTRO: DESPESA COM
      *    OBSOLESCENCIA, PROVISAO PARA PERDAS NO ESTOQUE)
       FD  OBSCTA.
       01  REGISTRO-OBSCTA.
           02 OC-CTA-DESPESA   PIC 9(05).
           02 FILLER           PIC X.
           02 OC-CTA-PROVISAO  PIC 9(05).

      *    HISTORICO DA PROVISAO CONTABILIZADA - A ULTIMA LINHA E O
      *    SALDO VIGENTE
       FD  OBSPST.
       01  REGISTRO-OBSPST.
           02 OP-DATA          PIC 9(08).
           02 FILLER           PIC X.
           02 OP-PROVISAO      PIC 9(10)V99.
           02 FILLER           PIC X.
           02 OP-AJUSTE        PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           02 FILLER           PIC X.
           02 OP-OPERADOR      PIC X(10).

       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-FAIXA        PIC 9(01).
           02 ORD-VALOR        PIC 9(10)V99.
           02 ORD-PRODUTO      PIC 9(06).
           02 ORD-DEPOSITO     PIC 9(02).
           02 ORD-SALDO        PIC 9(07).
           02 ORD-REFERENCIA   PIC 9(08).
           02 ORD-TEM-SAIDA    PIC X.
           02 ORD-DIAS         PIC 9(05).

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
       77  FS-ESTMOV      PIC XX VALUE SPACES.
       77  FS-ARQMES      PIC XX VALUE SPACES.
       77  FS-OBSCTA      PIC XX VALUE SPACES.
       77  FS-OBSPST      PIC XX VALUE SPACES.
       77  FS-ORDENADOS   PIC XX VALUE SPACES.

       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANO    PIC 9(04).
           02 WSIS-MES    PIC 9(02).
           02 WSIS-DIA    PIC 9(02).
       77  WNOME-ARQMES   PIC X(20) VALUE SPACES.
       77  WMES-CORRIDO   PIC 9(06) VALUE ZERO.
       77  IND-MES        PIC 9(02) VALUE ZERO.
       01  WCOMPETENCIA.
           02 WCOMP-ANO   PIC 9(04).
           02 WCOMP-MES   PIC 9(02).
       77  QT-MESES-LIDOS PIC 9(02) VALUE ZERO.

      *    LOCAIS COM SALDO, NA ORDEM DA CHAVE (BUSCA BINARIA)
       01  TAB-LOCAIS.
           02 TL-ITEM OCCURS 5000 TIMES.
               03 TL-CHAVE      PIC 9(08).
               03 TL-SALDO      PIC 9(07).
               03 TL-ULT-SAIDA  PIC 9(08).
               03 TL-PRI-ENTRADA PIC 9(08).
       77  QT-LOCAIS      PIC 9(05) VALUE ZEROS.
       77  QT-EXCEDENTES  PIC 9(05) VALUE ZEROS.
       77  IND1           PIC 9(05) VALUE ZEROS.
       77  IND-INI        PIC 9(05) VALUE ZEROS.
       77  IND-FIM        PIC 9(05) VALUE ZEROS.
       77  IND-MEIO       PIC 9(05) VALUE ZEROS.
       77  IND-ACHADO     PIC 9(05) VALUE ZEROS.
       77  WACHOU         PIC X VALUE "N".
       01  WCHAVE-BUSCA.
           02 WCB-PRODUTO PIC 9(06).
           02 WCB-DEPOSITO PIC 9(02).
       01  FILLER REDEFINES WCHAVE-BUSCA.
           02 WCB-CHAVE   PIC 9(08).
      *    MOVIMENTO CORRENTE (DO ESTMOV OU DO MES FECHADO)
       77  WMV-DATA       PIC 9(08) VALUE ZERO.
       77  WMV-TIPO       PIC X VALUE SPACE.

      *    FAIXAS: 1 ATE 89 DIAS, 2 90-179, 3 180-364, 4 365 OU MAIS
       01  TAB-FAIXAS.
           02 TF-ITEM OCCURS 4 TIMES.
               03 TF-LOCAIS     PIC 9(05).
               03 TF-QTDE       PIC 9(09).
               03 TF-VALOR      PIC 9(10)V99.
               03 TF-PCT-BAIXA  PIC 9(03).
               03 TF-BAIXA      PIC 9(10)V99.
       77  IND-FX         PIC 9 VALUE ZERO.
       77  WPCT-ENTRADA   PIC 9(03) VALUE ZERO.
       77  WREFERENCIA    PIC 9(08) VALUE ZERO.
       77  WTEM-SAIDA     PIC X VALUE "N".
       77  WDIAS          PIC S9(05) VALUE ZERO.
       77  WDATAUTIL-DT2  PIC 9(08) VALUE ZERO.
       77  WNOME-DIA      PIC X(09) VALUE SPACES.
       77  WVALOR-LOCAL   PIC 9(10)V99 VALUE ZERO.
       77  WBAIXA-LOCAL   PIC 9(10)V99 VALUE ZERO.
       77  WTOTAL-VALOR   PIC 9(10)V99 VALUE ZERO.
       77  WTOTAL-BAIXA   PIC 9(10)V99 VALUE ZERO.
       77  WPCT-VALOR     PIC 9(03)V99 VALUE ZERO.
       77  WULT-PRODUTO   PIC 9(06) VALUE ZERO.

      *    CONTABILIZACAO
       77  WPROVISAO-ANT  PIC 9(10)V99 VALUE ZERO.
       77  WAJUSTE        PIC S9(10)V99 VALUE ZERO.
       77  WVALOR-LANC    PIC 9(8)V99 VALUE ZERO.
       77  WTIPO-DEB      PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
       77  WCENTRO-CUSTO  PIC 9(03) VALUE ZERO.
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WCONTA-DEVEDORA PIC 9(05) VALUE ZERO.
       77  WCONTA-CREDORA PIC 9(05) VALUE ZERO.
       77  WAPROVA        PIC X VALUE "N".

       77  WED-SALDO      PIC ZZZZZZ9.
       77  WED-VALOR      PIC Z(9)9.99.
       77  WED-BAIXA      PIC Z(9)9.99.
       77  WED-AJUSTE     PIC -(10)9.99.
       77  WED-DIAS       PIC ZZZZ9.
       77  WED-PCT        PIC ZZ9.99.
       77  WFAIXA-NOME    PIC X(08) VALUE SPACES.
       77  WREF-TEXTO     PIC X(10) VALUE SPACES.

      *================================================================*
       LINKAGE                                 SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE DIVISION USING LK-OPCAO LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1100-CARREGA-LOCAIS THRU 1100-EXIT
           PERFORM 2000-LE-MESES-FECHADOS
               VARYING IND-MES FROM 13 BY -1
               UNTIL IND-MES < 1
           PERFORM 2500-LE-ESTMOV THRU 2500-EXIT
           SORT ORDENADOS
               ON ASCENDING KEY ORD-FAIXA
               ON DESCENDING KEY ORD-VALOR
               ON ASCENDING KEY ORD-PRODUTO ORD-DEPOSITO
               INPUT PROCEDURE IS 3000-ENVELHECE-LOCAIS
               OUTPUT PROCEDURE IS 4000-LISTA-PARADOS
           PERFORM 5000-RESUMO
           PERFORM 6000-PROVISAO THRU 6000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           MOVE LK-OPERADOR TO WOPERADOR
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TAB-FAIXAS
           DISPLAY SPACE ERASE EOS
           DISPLAY "ESTOQUE PARADO E OBSOLETO" AT 0420
           DISPLAY "% DE BAIXA  90-179 DIAS (0 = 10)" AT 0605
           ACCEPT WPCT-ENTRADA AT 0640
           MOVE 10 TO TF-PCT-BAIXA (2)
           IF WPCT-ENTRADA > ZERO AND WPCT-ENTRADA NOT > 100
               MOVE WPCT-ENTRADA TO TF-PCT-BAIXA (2)
           END-IF
           DISPLAY "% DE BAIXA 180-364 DIAS (0 = 25)" AT 0705
           MOVE ZERO TO WPCT-ENTRADA
           ACCEPT WPCT-ENTRADA AT 0740
           MOVE 25 TO TF-PCT-BAIXA (3)
           IF WPCT-ENTRADA > ZERO AND WPCT-ENTRADA NOT > 100
               MOVE WPCT-ENTRADA TO TF-PCT-BAIXA (3)
           END-IF
           DISPLAY "% DE BAIXA 365 DIAS OU MAIS (0 = 50)" AT 0805
           MOVE ZERO TO WPCT-ENTRADA
           ACCEPT WPCT-ENTRADA AT 0840
           MOVE 50 TO TF-PCT-BAIXA (4)
           IF WPCT-ENTRADA > ZERO AND WPCT-ENTRADA NOT > 100
               MOVE WPCT-ENTRADA TO TF-PCT-BAIXA (4)
           END-IF
           OPEN INPUT ARQ1
           OPEN INPUT SALDODEP
           DISPLAY SPACE ERASE EOS
           DISPLAY "ESTOQUE PARADO E OBSOLETO EM " WDATA-SISTEMA
           .
       1100-CARREGA-LOCAIS.
           IF FS-SALDODEP NOT = "00"
               DISPLAY "ARQUIVO DE SALDOS POR DEPOSITO NAO ENCONTRADO"
               GO TO 1100-EXIT
           END-IF
           MOVE LOW-VALUES TO SD-CHAVE
           START SALDODEP KEY NOT LESS THAN SD-CHAVE
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1110-LE-SALDO
           PERFORM 1120-GUARDA-LOCAL
               UNTIL FS-SALDODEP NOT = "00"
           .
       1100-EXIT.
           EXIT.
       1110-LE-SALDO.
           READ SALDODEP NEXT RECORD
               AT END
                   MOVE "10" TO FS-SALDODEP
           END-READ
           .
       1120-GUARDA-LOCAL.
           IF SD-SALDO > ZERO AND SD-DEPOSITO NOT = 98
              AND SD-DEPOSITO NOT = 99
               IF QT-LOCAIS < 5000
                   ADD 1 TO QT-LOCAIS
                   MOVE SD-CHAVE TO WCHAVE-BUSCA
                   MOVE WCB-CHAVE TO TL-CHAVE (QT-LOCAIS)
                   MOVE SD-SALDO  TO TL-SALDO (QT-LOCAIS)
                   MOVE ZERO      TO TL-ULT-SAIDA (QT-LOCAIS)
                   MOVE 99999999  TO TL-PRI-ENTRADA (QT-LOCAIS)
               ELSE
                   ADD 1 TO QT-EXCEDENTES
               END-IF
           END-IF
           PERFORM 1110-LE-SALDO
           .
      *----------------------------------------------------------------*
      *    MESES FECHADOS (DO MAIS ANTIGO PARA O MAIS RECENTE) E O
      *    ESTMOV VIVO: ULTIMA SAIDA E PRIMEIRA ENTRADA POR LOCAL
      *----------------------------------------------------------------*
       2000-LE-MESES-FECHADOS.
           COMPUTE WMES-CORRIDO = WSIS-ANO * 12 + WSIS-MES - 1
               - IND-MES
           DIVIDE WMES-CORRIDO BY 12 GIVING WCOMP-ANO
               REMAINDER WCOMP-MES
           ADD 1 TO WCOMP-MES
           MOVE SPACES TO WNOME-ARQMES
           STRING "ESTMOV" WCOMPETENCIA ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQMES
           OPEN INPUT ARQMES
           IF FS-ARQMES = "00"
               ADD 1 TO QT-MESES-LIDOS
               PERFORM 2010-LE-ARQMES
               PERFORM 2020-REGISTRA-ARQMES
                   UNTIL FS-ARQMES NOT = "00"
               CLOSE ARQMES
           END-IF
           .
       2010-LE-ARQMES.
           READ ARQMES
               AT END
                   MOVE "10" TO FS-ARQMES
           END-READ
           .
       2020-REGISTRA-ARQMES.
           MOVE AM-DATA     TO WMV-DATA
           MOVE AM-TIPO     TO WMV-TIPO
           MOVE AM-CODIGO   TO WCB-PRODUTO
           MOVE AM-DEPOSITO TO WCB-DEPOSITO
           PERFORM 2900-REGISTRA-MOVIMENTO
           PERFORM 2010-LE-ARQMES
           .
       2500-LE-ESTMOV.
           OPEN INPUT ESTMOV
           IF FS-ESTMOV NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-LE-ESTMOV
           PERFORM 2520-REGISTRA-ESTMOV
               UNTIL FS-ESTMOV NOT = "00"
           CLOSE ESTMOV
           .
       2500-EXIT.
           EXIT.
       2510-LE-ESTMOV.
           READ ESTMOV
               AT END
                   MOVE "10" TO FS-ESTMOV
           END-READ
           .
       2520-REGISTRA-ESTMOV.
           MOVE MV-DATA     TO WMV-DATA
           MOVE MV-TIPO     TO WMV-TIPO
           MOVE MV-CODIGO   TO WCB-PRODUTO
           MOVE MV-DEPOSITO TO WCB-DEPOSITO
           PERFORM 2900-REGISTRA-MOVIMENTO
           PERFORM 2510-LE-ESTMOV
           .
       2900-REGISTRA-MOVIMENTO.
           IF WMV-TIPO NOT = "S" AND WMV-TIPO NOT = "s"
              AND WMV-TIPO NOT = "F" AND WMV-TIPO NOT = "E"
              AND WMV-TIPO NOT = "e" AND WMV-TIPO NOT = "T"
               GO TO 2900-FIM
           END-IF
           PERFORM 2950-BUSCA-LOCAL
           IF WACHOU NOT = "S"
               GO TO 2900-FIM
           END-IF
           IF WMV-TIPO = "S" OR WMV-TIPO = "s" OR WMV-TIPO = "F"
               IF WMV-DATA > TL-ULT-SAIDA (IND-ACHADO)
                   MOVE WMV-DATA TO TL-ULT-SAIDA (IND-ACHADO)
               END-IF
           ELSE
               IF WMV-DATA < TL-PRI-ENTRADA (IND-ACHADO)
                   MOVE WMV-DATA TO TL-PRI-ENTRADA (IND-ACHADO)
               END-IF
           END-IF
           .
       2900-FIM.
           EXIT.
       2950-BUSCA-LOCAL.
           MOVE "N" TO WACHOU
           MOVE 1 TO IND-INI
           MOVE QT-LOCAIS TO IND-FIM
           PERFORM 2960-PASSO-BUSCA
               UNTIL IND-INI > IND-FIM OR WACHOU = "S"
           .
       2960-PASSO-BUSCA.
           COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
           EVALUATE TRUE
               WHEN TL-CHAVE (IND-MEIO) = WCB-CHAVE
                   MOVE "S" TO WACHOU
                   MOVE IND-MEIO TO IND-ACHADO
               WHEN TL-CHAVE (IND-MEIO) < WCB-CHAVE
                   COMPUTE IND-INI = IND-MEIO + 1
               WHEN OTHER
                   COMPUTE IND-FIM = IND-MEIO - 1
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    IDADE DE CADA LOCAL, FAIXA, VALOR AO CUSTO MEDIO E BAIXA
      *    PROPOSTA; PARA O SORT SO VAO OS PARADOS (90 DIAS OU MAIS)
      *----------------------------------------------------------------*
       3000-ENVELHECE-LOCAIS.
           PERFORM 3100-ENVELHECE-LOCAL
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-LOCAIS
           .
       3100-ENVELHECE-LOCAL.
           MOVE TL-CHAVE (IND1) TO WCB-CHAVE
           IF WCB-PRODUTO NOT = WULT-PRODUTO
               MOVE WCB-PRODUTO TO WULT-PRODUTO
               MOVE WCB-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-CUSTO-MEDIO
               END-READ
           END-IF
           MOVE "N" TO WTEM-SAIDA
           MOVE ZERO TO WREFERENCIA
           EVALUATE TRUE
               WHEN TL-ULT-SAIDA (IND1) > ZERO
                   MOVE "S" TO WTEM-SAIDA
                   MOVE TL-ULT-SAIDA (IND1) TO WREFERENCIA
               WHEN TL-PRI-ENTRADA (IND1) < 99999999
                   MOVE TL-PRI-ENTRADA (IND1) TO WREFERENCIA
           END-EVALUATE
           IF WREFERENCIA = ZERO
               MOVE 99999 TO WDIAS
           ELSE
               CALL "DATAUTIL" USING "DIFDIAS", WREFERENCIA,
                   WDATA-SISTEMA, WDIAS, WNOME-DIA, WDATAUTIL-DT2
           END-IF
           EVALUATE TRUE
               WHEN WDIAS < 90
                   MOVE 1 TO IND-FX
               WHEN WDIAS < 180
                   MOVE 2 TO IND-FX
               WHEN WDIAS < 365
                   MOVE 3 TO IND-FX
               WHEN OTHER
                   MOVE 4 TO IND-FX
           END-EVALUATE
           COMPUTE WVALOR-LOCAL ROUNDED =
               TL-SALDO (IND1) * FD-CUSTO-MEDIO
           COMPUTE WBAIXA-LOCAL ROUNDED =
               WVALOR-LOCAL * TF-PCT-BAIXA (IND-FX) / 100
           ADD 1               TO TF-LOCAIS (IND-FX)
           ADD TL-SALDO (IND1) TO TF-QTDE (IND-FX)
           ADD WVALOR-LOCAL    TO TF-VALOR (IND-FX)
           ADD WBAIXA-LOCAL    TO TF-BAIXA (IND-FX)
           ADD WVALOR-LOCAL    TO WTOTAL-VALOR
           ADD WBAIXA-LOCAL    TO WTOTAL-BAIXA
           IF IND-FX > 1
               MOVE IND-FX          TO ORD-FAIXA
               MOVE WVALOR-LOCAL    TO ORD-VALOR
               MOVE WCB-PRODUTO     TO ORD-PRODUTO
               MOVE WCB-DEPOSITO    TO ORD-DEPOSITO
               MOVE TL-SALDO (IND1) TO ORD-SALDO
               MOVE WREFERENCIA     TO ORD-REFERENCIA
               MOVE WTEM-SAIDA      TO ORD-TEM-SAIDA
               MOVE WDIAS           TO ORD-DIAS
               RELEASE REG-ORDENADO
           END-IF
           .
       4000-LISTA-PARADOS.
           DISPLAY " "
           DISPLAY "PRODUT DESCRICAO                      DP"
               "   SALDO ULT.SAIDA   DIAS  VALOR CUSTO FAIXA"
           PERFORM 4100-RETORNA-ORDENADO
           PERFORM 4200-LISTA-LOCAL
               UNTIL FS-ORDENADOS = "10"
           MOVE "00" TO FS-ORDENADOS
           .
       4100-RETORNA-ORDENADO.
           RETURN ORDENADOS
               AT END
                   MOVE "10" TO FS-ORDENADOS
           END-RETURN
           .
       4200-LISTA-LOCAL.
           MOVE ORD-PRODUTO TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
           END-READ
           EVALUATE TRUE
               WHEN ORD-REFERENCIA = ZERO
                   MOVE "SEM MOVIM." TO WREF-TEXTO
               WHEN ORD-TEM-SAIDA = "S"
                   MOVE ORD-REFERENCIA TO WREF-TEXTO
               WHEN OTHER
                   MOVE "SEM SAIDA " TO WREF-TEXTO
           END-EVALUATE
           MOVE ORD-FAIXA TO IND-FX
           PERFORM 4300-NOME-FAIXA
           MOVE ORD-SALDO TO WED-SALDO
           MOVE ORD-VALOR TO WED-VALOR
           IF ORD-REFERENCIA = ZERO
               DISPLAY ORD-PRODUTO " " FD-PRODUTO " " ORD-DEPOSITO
                   " " WED-SALDO " " WREF-TEXTO "   ---- "
                   WED-VALOR " " WFAIXA-NOME
           ELSE
               MOVE ORD-DIAS TO WED-DIAS
               DISPLAY ORD-PRODUTO " " FD-PRODUTO " " ORD-DEPOSITO
                   " " WED-SALDO " " WREF-TEXTO " " WED-DIAS " "
                   WED-VALOR " " WFAIXA-NOME
           END-IF
           PERFORM 4100-RETORNA-ORDENADO
           .
       4300-NOME-FAIXA.
           EVALUATE IND-FX
               WHEN 1
                   MOVE "ATE 89"  TO WFAIXA-NOME
               WHEN 2
                   MOVE "90-179"  TO WFAIXA-NOME
               WHEN 3
                   MOVE "180-364" TO WFAIXA-NOME
               WHEN OTHER
                   MOVE "365+"    TO WFAIXA-NOME
           END-EVALUATE
           .
       5000-RESUMO.
           DISPLAY " "
           DISPLAY "FAIXA    LOCAIS       QTDE      VALOR CUSTO  %VALOR"
               " %BX  BAIXA PROPOSTA"
           PERFORM 5100-RESUMO-FAIXA
               VARYING IND-FX FROM 1 BY 1
               UNTIL IND-FX > 4
           MOVE WTOTAL-VALOR TO WED-VALOR
           MOVE WTOTAL-BAIXA TO WED-BAIXA
           DISPLAY "TOTAL                      " WED-VALOR
               "              " WED-BAIXA
           IF QT-MESES-LIDOS < 12
               DISPLAY "ATENCAO: SO " QT-MESES-LIDOS " MES(ES) FECHADO"
                   "(S) ENCONTRADO(S) - IDADES PODEM ESTAR SUBESTIMADAS"
           END-IF
           IF QT-EXCEDENTES > ZERO
               DISPLAY "ATENCAO: " QT-EXCEDENTES " LOCAL(IS) ALEM DA"
                   " CAPACIDADE (5000) FORA DO RELATORIO"
           END-IF
           .
       5100-RESUMO-FAIXA.
           PERFORM 4300-NOME-FAIXA
           MOVE ZERO TO WPCT-VALOR
           IF WTOTAL-VALOR > ZERO
               COMPUTE WPCT-VALOR ROUNDED =
                   TF-VALOR (IND-FX) * 100 / WTOTAL-VALOR
           END-IF
           MOVE WPCT-VALOR TO WED-PCT
           MOVE TF-VALOR (IND-FX) TO WED-VALOR
           MOVE TF-BAIXA (IND-FX) TO WED-BAIXA
           DISPLAY WFAIXA-NOME " " TF-LOCAIS (IND-FX) " "
               TF-QTDE (IND-FX) " " WED-VALOR " " WED-PCT " "
               TF-PCT-BAIXA (IND-FX) " " WED-BAIXA
           .
      *----------------------------------------------------------------*
      *    PROVISAO: SO A DIFERENCA PARA A JA CONTABILIZADA, COM A
      *    APROVACAO DO OPERADOR. DESPESA A PROVISAO QUANDO SOBE,
      *    PROVISAO A DESPESA (ESTORNO) QUANDO CAI.
      *----------------------------------------------------------------*
       6000-PROVISAO.
           MOVE ZERO TO WPROVISAO-ANT
           OPEN INPUT OBSPST
           IF FS-OBSPST = "00"
               PERFORM 6010-LE-PROVISAO
               PERFORM 6020-GUARDA-PROVISAO
                   UNTIL FS-OBSPST NOT = "00"
               CLOSE OBSPST
           END-IF
           COMPUTE WAJUSTE = WTOTAL-BAIXA - WPROVISAO-ANT
           MOVE WPROVISAO-ANT TO WED-BAIXA
           DISPLAY " "
           DISPLAY "PROVISAO JA CONTABILIZADA:   " WED-BAIXA
           MOVE WAJUSTE TO WED-AJUSTE
           DISPLAY "AJUSTE PROPOSTO DA PROVISAO: " WED-AJUSTE
           IF WAJUSTE = ZERO
               DISPLAY "PROVISAO JA CORRESPONDE A PROPOSTA"
               GO TO 6000-EXIT
           END-IF
           IF WAJUSTE > 99999999.99 OR WAJUSTE < -99999999.99
               DISPLAY "AJUSTE ACIMA DO LIMITE DO LANCAMENTO -"
                   " CONTABILIZAR MANUALMENTE"
               GO TO 6000-EXIT
           END-IF
           DISPLAY "APROVA O LANCAMENTO DO AJUSTE (S/N):"
           MOVE "N" TO WAPROVA
           ACCEPT WAPROVA
           IF WAPROVA NOT = "S" AND WAPROVA NOT = "s"
               DISPLAY "AJUSTE NAO APROVADO - NADA CONTABILIZADO"
               GO TO 6000-EXIT
           END-IF
           OPEN INPUT OBSCTA
           IF FS-OBSCTA NOT = "00"
               DISPLAY "OBSCTA.DAT NAO ENCONTRADO -"
                   " CONTABILIZACAO DA PROVISAO PULADA"
               GO TO 6000-EXIT
           END-IF
           READ OBSCTA
               AT END
                   MOVE "10" TO FS-OBSCTA
           END-READ
           CLOSE OBSCTA
           IF FS-OBSCTA NOT = "00"
               DISPLAY "OBSCTA.DAT VAZIO - CONTABILIZACAO PULADA"
               GO TO 6000-EXIT
           END-IF
           IF WAJUSTE > ZERO
               MOVE WAJUSTE TO WVALOR-LANC
               MOVE OC-CTA-DESPESA  TO WCONTA-DEVEDORA
               MOVE OC-CTA-PROVISAO TO WCONTA-CREDORA
           ELSE
               COMPUTE WVALOR-LANC = ZERO - WAJUSTE
               MOVE OC-CTA-PROVISAO TO WCONTA-DEVEDORA
               MOVE OC-CTA-DESPESA  TO WCONTA-CREDORA
           END-IF
           CALL "GRAVA-LANCAMENTO" USING WCONTA-DEVEDORA,
               WTIPO-DEB, WVALOR-LANC, WDATA-SISTEMA,
               WLAN-RESULT, WCONTA-CREDORA, WCENTRO-CUSTO, WFILIAL
           IF WLAN-RESULT NOT = "S"
               DISPLAY "LANCAMENTO RECUSADO (CONTA OU COMPETENCIA"
                   " FECHADA) - PROVISAO NAO ALTERADA"
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-GRAVA-PROVISAO
           MOVE SPACES TO WCHAVE-AUD
           MOVE WDATA-SISTEMA TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "ESTOBS01", "PROVISAO", WCHAVE-AUD
           DISPLAY "PROVISAO PARA OBSOLESCENCIA AJUSTADA NO LIVRO"
           .
       6000-EXIT.
           EXIT.
       6010-LE-PROVISAO.
           READ OBSPST
               AT END
                   MOVE "10" TO FS-OBSPST
           END-READ
           .
       6020-GUARDA-PROVISAO.
           MOVE OP-PROVISAO TO WPROVISAO-ANT
           PERFORM 6010-LE-PROVISAO
           .
       6100-GRAVA-PROVISAO.
           OPEN EXTEND OBSPST
           IF FS-OBSPST = "35"
               OPEN OUTPUT OBSPST
           END-IF
           MOVE SPACES        TO REGISTRO-OBSPST
           MOVE WDATA-SISTEMA TO OP-DATA
           MOVE WTOTAL-BAIXA  TO OP-PROVISAO
           MOVE WAJUSTE       TO OP-AJUSTE
           MOVE WOPERADOR     TO OP-OPERADOR
           WRITE REGISTRO-OBSPST
           CLOSE OBSPST
           .
       9999-ENCERRA.
           CLOSE ARQ1 SALDODEP
           GOBACK
           .
       END PROGRAM ESTOBS01.
