      *     A DESCRICAO E A NATUREZA DE CADA CONTA DO PLANO - O
      *     SALDO RESPEITA A NATUREZA (CONTA CREDORA ACUMULA
      *     CREDITOS MENOS DEBITOS; DEVEDORA, O INVERSO).
      *     AS CONTAS SAEM NA ARVORE DO PLANO (CTA-PAI): CADA CONTA
      *     SINTETICA TOTALIZA AS FILHAS, COM A DESCRICAO RECUADA POR
      *     NIVEL, ATE O NIVEL PEDIDO (0 = TODOS). CONTA LANCADA QUE
      *     NAO ESTA NO PLANO SAI NO PRIMEIRO NIVEL.
      *     FILIAL INFORMADA: SO OS LANCAMENTOS DELA (TR-FILIAL;
      *     LANCAMENTO ANTIGO, SEM FILIAL, E DA MATRIZ 01). FILIAL 00
      *     E O BALANCETE CONSOLIDADO DA EMPRESA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  PLANCTA.
       01  REGISTRO-CONTA.
      *        GRUPO DE RESULTADO PARA O DRE (DRE001):
      *        0-NENHUM 1-RECEITA 2-DEDUCOES 3-CUSTOS 4-DESPESAS
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  WDATA-INI PIC 9(08) VALUE ZERO.
       77  WDATA-FIM PIC 9(08) VALUE ZERO.

       77  WNIVEL-MAX PIC 9(01) VALUE ZERO.
      *    FILIAL DO BALANCETE (00 = CONSOLIDADO)
       77  WFILIAL-REL  PIC 9(02) VALUE ZERO.
           88 CONSOLIDADO VALUE ZERO.
       77  WFILIAL-LANC PIC 9(02) VALUE ZERO.

      *    PLANO DE CONTAS NA ORDEM DO CODIGO (1 A QT-CADASTRADAS) E
      *    CONTAS LANCADAS FORA DO PLANO NO FIM; DEBITOS E CREDITOS
      *    DA CONTA SINTETICA SOMAM OS DAS FILHAS
       01  TAB-PLANO.
           02 TP-ITEM OCCURS 2000 TIMES.
               03 TP-CONTA     PIC 9(05).
               03 TP-DESCRICAO PIC X(30).
               03 TP-NATUREZA  PIC X.
               03 TP-PAI       PIC 9(05).
               03 TP-IND-PAI   PIC 9(04).
               03 TP-NIVEL     PIC 9(02).
               03 TP-USADO     PIC X.
               03 TP-DEBITOS   PIC 9(10)V99.
               03 TP-CREDITOS  PIC 9(10)V99.
       77  QT-PLANO       PIC 9(04) VALUE ZEROS.
       77  QT-CADASTRADAS PIC 9(04) VALUE ZEROS.
       77  IND1      PIC 9(04) VALUE ZEROS.
       77  IND-CTA   PIC 9(04) VALUE ZEROS.
       77  IND-PAI   PIC 9(04) VALUE ZEROS.
       77  WACHOU    PIC X VALUE "N".
       77  WCONTA-PROC PIC 9(05) VALUE ZERO.
       77  WINICIO   PIC 9(04) VALUE ZEROS.
       77  WFIM      PIC 9(04) VALUE ZEROS.
       77  WMEIO     PIC 9(04) VALUE ZEROS.
       77  WPASSOS   PIC 9(02) VALUE ZEROS.
      *    PILHA DO PERCURSO DA ARVORE: CONTA SUPERIOR (INDICE NA
      *    TABELA, ZERO = RAIZ) E PROXIMA POSICAO A EXAMINAR
       01  TAB-PILHA.
           02 PI-ITEM OCCURS 10 TIMES.
               03 PI-PAI      PIC 9(04).
               03 PI-POS      PIC 9(04).
       77  IND-PIL   PIC 9(02) VALUE ZEROS.
       77  WRECUO    PIC 9(02) VALUE ZEROS.
       77  WDESC-IMP PIC X(30) VALUE SPACES.
       77  QT-DESCARTADAS PIC 9(05) VALUE ZEROS.
       77  WSALDO    PIC S9(10)V99 VALUE ZERO.
       77  WT-DEBITOS  PIC 9(10)V99 VALUE ZEROS.
           IF WDATA-FIM = ZERO
               MOVE 99999999 TO WDATA-FIM
           END-IF
           DISPLAY "IMPRIMIR ATE O NIVEL (0=TODOS):"
           ACCEPT WNIVEL-MAX
           DISPLAY "FILIAL (00 = CONSOLIDADO):"
           ACCEPT WFILIAL-REL
           OPEN INPUT LANCAMENTOS
           OPEN INPUT PLANCTA
           PERFORM 1100-CARREGA-PLANO
           .
      *----------------------------------------------------------------*
      *    PLANO EM MEMORIA COM O INDICE DA CONTA SUPERIOR E O NIVEL
      *----------------------------------------------------------------*
       1100-CARREGA-PLANO.
           INITIALIZE TAB-PLANO
           IF FS-PLANCTA = "00"
               MOVE ZERO TO CTA-CODIGO
               START PLANCTA KEY NOT LESS THAN CTA-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-PLANCTA
               END-START
               IF FS-PLANCTA = "00"
                   PERFORM 1200-LE-CONTA
               END-IF
               PERFORM 1300-GUARDA-CONTA
                   UNTIL FS-PLANCTA NOT = "00"
               MOVE "00" TO FS-PLANCTA
           END-IF
           MOVE QT-PLANO TO QT-CADASTRADAS
           PERFORM 1400-LIGA-SUPERIOR
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-CADASTRADAS
           PERFORM 1500-CALCULA-NIVEL
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-CADASTRADAS
           .
       1200-LE-CONTA.
           READ PLANCTA NEXT
               AT END
                   MOVE "10" TO FS-PLANCTA
           END-READ
           .
       1300-GUARDA-CONTA.
           IF QT-PLANO < 2000
               ADD 1 TO QT-PLANO
               MOVE CTA-CODIGO    TO TP-CONTA (QT-PLANO)
               MOVE CTA-DESCRICAO TO TP-DESCRICAO (QT-PLANO)
               MOVE CTA-NATUREZA  TO TP-NATUREZA (QT-PLANO)
               IF CTA-PAI NUMERIC
                   MOVE CTA-PAI TO TP-PAI (QT-PLANO)
               END-IF
           END-IF
           PERFORM 1200-LE-CONTA
           .
      *    SUPERIOR FORA DO PLANO (OU A PROPRIA CONTA) VIRA RAIZ
       1400-LIGA-SUPERIOR.
           MOVE ZERO TO TP-IND-PAI (IND1)
           IF TP-PAI (IND1) NOT = ZERO AND
              TP-PAI (IND1) NOT = TP-CONTA (IND1)
               MOVE TP-PAI (IND1) TO WCONTA-PROC
               PERFORM 2400-PROCURA-CONTA
               IF WACHOU = "S"
                   MOVE IND-CTA TO TP-IND-PAI (IND1)
               END-IF
           END-IF
           .
      *    NIVEL = CONTAS NA SUBIDA ATE A RAIZ; CADEIA ALEM DE 9
      *    NIVEIS (CICLO NO PLANO) E CORTADA NA PROPRIA CONTA
       1500-CALCULA-NIVEL.
           MOVE 1 TO WPASSOS
           MOVE TP-IND-PAI (IND1) TO IND-PAI
           PERFORM 1550-SOBE-NIVEL
               UNTIL IND-PAI = ZERO OR WPASSOS > 9
           IF WPASSOS > 9
               MOVE ZERO TO TP-IND-PAI (IND1)
               MOVE 1 TO TP-NIVEL (IND1)
           ELSE
               MOVE WPASSOS TO TP-NIVEL (IND1)
           END-IF
           .
       1550-SOBE-NIVEL.
           ADD 1 TO WPASSOS
           MOVE TP-IND-PAI (IND-PAI) TO IND-PAI
           .
       2000-ACUMULA-LANCAMENTOS.
           IF FS-LANCAMENTOS NOT = "00"
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM UNTIL FS-LANCAMENTOS NOT = "00"
               PERFORM 2150-FILIAL-LANCAMENTO
               IF TR-DATA >= WDATA-INI AND TR-DATA <= WDATA-FIM AND
                  (CONSOLIDADO OR WFILIAL-LANC = WFILIAL-REL)
                   PERFORM 2200-ACUMULA-CONTA
               END-IF
               PERFORM 2100-LE-PROXIMO
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       2150-FILIAL-LANCAMENTO.
           IF TR-FILIAL NUMERIC AND TR-FILIAL NOT = ZERO
               MOVE TR-FILIAL TO WFILIAL-LANC
           ELSE
               MOVE 01 TO WFILIAL-LANC
           END-IF
           .
      *    CADA LANCAMENTO ACUMULA AS DUAS PERNAS DAS PARTIDAS
      *    DOBRADAS: A CONTA COM O TIPO GRAVADO E A CONTRAPARTIDA
      *    COM O TIPO INVERTIDO (LANCAMENTOS ANTIGOS SEM
           END-IF
           .
       2250-ACUMULA-PERNA.
           MOVE WLAN-CONTA TO WCONTA-PROC
           PERFORM 2400-PROCURA-CONTA
           IF WACHOU = "N" AND QT-PLANO < 2000
               ADD 1 TO QT-PLANO
               MOVE QT-PLANO TO IND-CTA
               MOVE WLAN-CONTA TO TP-CONTA (IND-CTA)
               MOVE "CONTA SEM CADASTRO NO PLANO"
                   TO TP-DESCRICAO (IND-CTA)
               MOVE "D" TO TP-NATUREZA (IND-CTA)
               MOVE 1 TO TP-NIVEL (IND-CTA)
               MOVE "S" TO WACHOU
           END-IF
      *    CONTA FORA DA TABELA NAO ACUMULA EM IND-CTA VELHO
           IF WACHOU = "S"
               IF WLAN-CREDITO = "S"
                   ADD TR-VALOR TO WT-CREDITOS
               ELSE
                   ADD TR-VALOR TO WT-DEBITOS
               END-IF
      *        A PERNA SOBE PELA ARVORE ATE A RAIZ
               MOVE IND-CTA TO IND-PAI
               PERFORM 2300-SOMA-NA-CONTA
                   UNTIL IND-PAI = ZERO
           ELSE
               ADD 1 TO QT-DESCARTADAS
           END-IF
           .
       2300-SOMA-NA-CONTA.
           IF WLAN-CREDITO = "S"
               ADD TR-VALOR TO TP-CREDITOS (IND-PAI)
           ELSE
               ADD TR-VALOR TO TP-DEBITOS (IND-PAI)
           END-IF
           MOVE "S" TO TP-USADO (IND-PAI)
           MOVE TP-IND-PAI (IND-PAI) TO IND-PAI
           .
      *    BUSCA BINARIA NO PLANO (ORDEM DO CODIGO) E SEQUENCIAL NAS
      *    CONTAS FORA DO PLANO; DEVOLVE WACHOU E IND-CTA
       2400-PROCURA-CONTA.
           MOVE "N" TO WACHOU
           MOVE 1 TO WINICIO
           MOVE QT-CADASTRADAS TO WFIM
           PERFORM 2450-DIVIDE-FAIXA
               UNTIL WINICIO > WFIM OR WACHOU = "S"
           IF WACHOU = "N"
               COMPUTE WINICIO = QT-CADASTRADAS + 1
               PERFORM 2480-COMPARA-CONTA
                   VARYING IND-CTA FROM WINICIO BY 1
                   UNTIL IND-CTA > QT-PLANO OR WACHOU = "S"
               IF WACHOU = "S"
                   SUBTRACT 1 FROM IND-CTA
               END-IF
           END-IF
           .
       2450-DIVIDE-FAIXA.
           COMPUTE WMEIO = (WINICIO + WFIM) / 2
           EVALUATE TRUE
               WHEN TP-CONTA (WMEIO) = WCONTA-PROC
                   MOVE "S" TO WACHOU
                   MOVE WMEIO TO IND-CTA
               WHEN TP-CONTA (WMEIO) < WCONTA-PROC
                   COMPUTE WINICIO = WMEIO + 1
               WHEN OTHER
                   IF WMEIO = 1
                       MOVE ZERO TO WFIM
                   ELSE
                       COMPUTE WFIM = WMEIO - 1
                   END-IF
           END-EVALUATE
           .
       2480-COMPARA-CONTA.
           IF TP-CONTA (IND-CTA) = WCONTA-PROC
               MOVE "S" TO WACHOU
           END-IF
           .
       3000-IMPRIME-BALANCETE.
           IF CONSOLIDADO
               DISPLAY "CONSOLIDADO - TODAS AS FILIAIS"
           ELSE
               DISPLAY "FILIAL " WFILIAL-REL
           END-IF
           IF WT-DEBITOS = ZERO AND WT-CREDITOS = ZERO
               DISPLAY "NENHUM LANCAMENTO NO PERIODO"
           ELSE
               DISPLAY "CONTA DESCRICAO                      NAT"
                   "      DEBITOS      CREDITOS         SALDO"
      *        PERCURSO EM PROFUNDIDADE: A SINTETICA ANTES DAS FILHAS
               MOVE 1    TO IND-PIL
               MOVE ZERO TO PI-PAI (1)
               MOVE 1    TO PI-POS (1)
               PERFORM 3050-PERCORRE-ARVORE
                   UNTIL IND-PIL = ZERO
               MOVE WT-DEBITOS  TO WED-DEB
               MOVE WT-CREDITOS TO WED-CRE
               DISPLAY "TOTAL GERAL                          "
           END-IF
           IF QT-DESCARTADAS > ZERO
               DISPLAY "ATENCAO: " QT-DESCARTADAS " LANCAMENTO(S)"
                   " DE CONTAS ALEM DA CAPACIDADE (2000) FORA DO"
                   " BALANCETE"
           END-IF
           .
      *    PROXIMA FILHA COM MOVIMENTO DA CONTA NO TOPO DA PILHA;
      *    SEM FILHA, VOLTA UM NIVEL
       3050-PERCORRE-ARVORE.
           MOVE "N" TO WACHOU
           PERFORM 3060-PROCURA-FILHA
               VARYING IND1 FROM PI-POS (IND-PIL) BY 1
               UNTIL IND1 > QT-PLANO OR WACHOU = "S"
           IF WACHOU = "N"
               SUBTRACT 1 FROM IND-PIL
           ELSE
               SUBTRACT 1 FROM IND1
               COMPUTE PI-POS (IND-PIL) = IND1 + 1
               IF WNIVEL-MAX = ZERO OR TP-NIVEL (IND1) NOT > WNIVEL-MAX
                   PERFORM 3100-IMPRIME-CONTA
               END-IF
               IF IND-PIL < 10 AND
                  (WNIVEL-MAX = ZERO OR TP-NIVEL (IND1) < WNIVEL-MAX)
                   ADD 1 TO IND-PIL
                   MOVE IND1 TO PI-PAI (IND-PIL)
                   MOVE 1    TO PI-POS (IND-PIL)
               END-IF
           END-IF
           .
       3060-PROCURA-FILHA.
           IF TP-IND-PAI (IND1) = PI-PAI (IND-PIL) AND
              TP-USADO (IND1) = "S"
               MOVE "S" TO WACHOU
           END-IF
           .
       3100-IMPRIME-CONTA.
           MOVE TP-NATUREZA (IND1) TO CTA-NATUREZA
           IF CTA-CREDORA
               COMPUTE WSALDO = TP-CREDITOS (IND1) -
                   TP-DEBITOS (IND1)
           ELSE
               COMPUTE WSALDO = TP-DEBITOS (IND1) -
                   TP-CREDITOS (IND1)
           END-IF
           MOVE SPACES TO WDESC-IMP
           COMPUTE WRECUO = (TP-NIVEL (IND1) - 1) * 2
           IF WRECUO > ZERO
               MOVE TP-DESCRICAO (IND1) TO WDESC-IMP (WRECUO + 1:)
           ELSE
               MOVE TP-DESCRICAO (IND1) TO WDESC-IMP
           END-IF
           MOVE TP-DEBITOS (IND1)  TO WED-DEB
           MOVE TP-CREDITOS (IND1) TO WED-CRE
           MOVE WSALDO TO WED-SALDO
           DISPLAY TP-CONTA (IND1) " " WDESC-IMP " "
               TP-NATUREZA (IND1) " " WED-DEB " " WED-CRE " " WED-SALDO
           .
       9999-ENCERRA.
           CLOSE LANCAMENTOS PLANCTA
