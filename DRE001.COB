      *     LIQUIDO - COM AS COLUNAS DO MES E DO ACUMULADO DO ANO.
      *     CONTA DE GRUPO RECEITA ACUMULA CREDITOS MENOS DEBITOS;
      *     OS DEMAIS GRUPOS, DEBITOS MENOS CREDITOS.
      *     COM NIVEL DE DETALHE (1 A 9), ABAIXO DE CADA GRUPO SAEM
      *     AS CONTAS DO GRUPO NA ARVORE DO PLANO (CTA-PAI), CADA
      *     SINTETICA COM O SUBTOTAL DAS FILHAS, ATE O NIVEL PEDIDO;
      *     NIVEL 0 IMPRIME SO OS GRUPOS.
      *     FILIAL INFORMADA: SO OS LANCAMENTOS DELA (TR-FILIAL;
      *     LANCAMENTO ANTIGO, SEM FILIAL, E DA MATRIZ 01). FILIAL 00
      *     E A DRE CONSOLIDADA DA EMPRESA.
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
           02 CTA-DESCRICAO PIC X(30).
           02 CTA-NATUREZA  PIC X.
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  WVALOR-LEG   PIC S9(11)V99 VALUE ZERO.
       77  QT-SEM-GRUPO PIC 9(05) VALUE ZEROS.

      *    DETALHE POR CONTA: PLANO NA ORDEM DO CODIGO, VALOR DA
      *    PROPRIA CONTA (MES/ANO) E TOTAL COM AS FILHAS NO GRUPO EM
      *    IMPRESSAO (SUB-MES/SUB-ANO)
       77  WNIVEL-DET   PIC 9(01) VALUE ZERO.
       01  TAB-PLANO.
           02 TP-ITEM OCCURS 2000 TIMES.
               03 TP-CONTA     PIC 9(05).
               03 TP-DESCRICAO PIC X(30).
               03 TP-GRUPO     PIC 9(01).
               03 TP-PAI       PIC 9(05).
               03 TP-IND-PAI   PIC 9(04).
               03 TP-NIVEL     PIC 9(02).
               03 TP-MOVIMENTO PIC X.
               03 TP-USADO     PIC X.
               03 TP-MES       PIC S9(11)V99.
               03 TP-ANO       PIC S9(11)V99.
               03 TP-SUB-MES   PIC S9(11)V99.
               03 TP-SUB-ANO   PIC S9(11)V99.
       77  QT-PLANO     PIC 9(04) VALUE ZEROS.
       77  IND1         PIC 9(04) VALUE ZEROS.
       77  IND-CTA      PIC 9(04) VALUE ZEROS.
       77  IND-PAI      PIC 9(04) VALUE ZEROS.
       77  WACHOU       PIC X VALUE "N".
       77  WCONTA-PROC  PIC 9(05) VALUE ZERO.
       77  WINICIO      PIC 9(04) VALUE ZEROS.
       77  WFIM         PIC 9(04) VALUE ZEROS.
       77  WMEIO        PIC 9(04) VALUE ZEROS.
       77  WPASSOS      PIC 9(02) VALUE ZEROS.
       01  TAB-PILHA.
           02 PI-ITEM OCCURS 10 TIMES.
               03 PI-PAI      PIC 9(04).
               03 PI-POS      PIC 9(04).
       77  IND-PIL      PIC 9(02) VALUE ZEROS.
       77  WRECUO       PIC 9(02) VALUE ZEROS.
       77  WROTULO      PIC X(24) VALUE SPACES.

      *    FILIAL DA DRE (00 = CONSOLIDADO)
       77  WFILIAL-REL  PIC 9(02) VALUE ZERO.
           88 CONSOLIDADO VALUE ZERO.
       77  WFILIAL-LANC PIC 9(02) VALUE ZERO.

       77  WRES-MES PIC S9(11)V99 VALUE ZERO.
       77  WRES-ANO PIC S9(11)V99 VALUE ZERO.
       77  WED-MES  PIC -(10)9.99.
           DISPLAY "DRE - DEMONSTRACAO DO RESULTADO"
           DISPLAY "COMPETENCIA (AAAAMM):"
           ACCEPT WCOMPETENCIA
           DISPLAY "NIVEL DE DETALHE DAS CONTAS (0=SO OS GRUPOS):"
           ACCEPT WNIVEL-DET
           DISPLAY "FILIAL (00 = CONSOLIDADO):"
           ACCEPT WFILIAL-REL
           MOVE WCOMPETENCIA (1:4) TO WANO-REF
           OPEN INPUT LANCAMENTOS
           OPEN INPUT PLANCTA
           IF WNIVEL-DET > ZERO
               PERFORM 1100-CARREGA-PLANO
           END-IF
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
           PERFORM 1400-LIGA-SUPERIOR
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-PLANO
           PERFORM 1500-CALCULA-NIVEL
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-PLANO
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
               MOVE CTA-GRUPO-RES TO TP-GRUPO (QT-PLANO)
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
               IF TR-DATA (1:4) = WANO-REF AND
                  TR-DATA (1:6) NOT > WCOMPETENCIA AND
                  (CONSOLIDADO OR WFILIAL-LANC = WFILIAL-REL)
                   PERFORM 2200-ACUMULA-PERNAS
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
      *    PERNA DO LANCAMENTO: SINAL +1 PARA CREDITO, -1 PARA
      *    DEBITO; A CONTRAPARTIDA ENTRA COM O SINAL INVERTIDO
       2200-ACUMULA-PERNAS.
               IF TR-DATA (1:6) = WCOMPETENCIA
                   ADD WVALOR-LEG TO TG-MES (WGRUPO)
               END-IF
               IF WNIVEL-DET > ZERO
                   PERFORM 2350-ACUMULA-NA-CONTA
               END-IF
           END-IF
           .
       2350-ACUMULA-NA-CONTA.
           MOVE CTA-CODIGO TO WCONTA-PROC
           PERFORM 2400-PROCURA-CONTA
           IF WACHOU = "S"
               MOVE "S" TO TP-MOVIMENTO (IND-CTA)
               ADD WVALOR-LEG TO TP-ANO (IND-CTA)
               IF TR-DATA (1:6) = WCOMPETENCIA
                   ADD WVALOR-LEG TO TP-MES (IND-CTA)
               END-IF
           END-IF
           .
      *    BUSCA BINARIA NO PLANO EM MEMORIA (ORDEM DO CODIGO);
      *    DEVOLVE WACHOU E IND-CTA
       2400-PROCURA-CONTA.
           MOVE "N" TO WACHOU
           MOVE 1 TO WINICIO
           MOVE QT-PLANO TO WFIM
           PERFORM 2450-DIVIDE-FAIXA
               UNTIL WINICIO > WFIM OR WACHOU = "S"
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
       3000-IMPRIME-DRE.
           DISPLAY " "
           DISPLAY "DRE DA COMPETENCIA " WCOMPETENCIA
           IF CONSOLIDADO
               DISPLAY "CONSOLIDADO - TODAS AS FILIAIS"
           ELSE
               DISPLAY "FILIAL " WFILIAL-REL
           END-IF
           DISPLAY "                                  NO MES"
               "         NO ANO"
           MOVE 1 TO IND-GRP
                   DISPLAY "(-) DESPESAS            " WED-MES
                       " " WED-ANO
           END-EVALUATE
           IF WNIVEL-DET > ZERO
               PERFORM 3500-DETALHE-GRUPO
           END-IF
           .
       3200-LINHA-SUBTOTAL.
           MOVE WRES-MES TO WED-MES
                       " " WED-ANO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    CONTAS DO GRUPO IND-GRP NA ARVORE DO PLANO: CADA CONTA COM
      *    MOVIMENTO NO GRUPO SOBE O VALOR ATE A RAIZ
      *----------------------------------------------------------------*
       3500-DETALHE-GRUPO.
           PERFORM 3510-LIMPA-SUBTOTAL
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-PLANO
           PERFORM 3520-SOBE-CONTA
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-PLANO
           MOVE 1    TO IND-PIL
           MOVE ZERO TO PI-PAI (1)
           MOVE 1    TO PI-POS (1)
           PERFORM 3550-PERCORRE-ARVORE
               UNTIL IND-PIL = ZERO
           .
       3510-LIMPA-SUBTOTAL.
           MOVE "N"  TO TP-USADO (IND1)
           MOVE ZERO TO TP-SUB-MES (IND1) TP-SUB-ANO (IND1)
           .
       3520-SOBE-CONTA.
           IF TP-GRUPO (IND1) = IND-GRP AND TP-MOVIMENTO (IND1) = "S"
               MOVE IND1 TO IND-PAI
               PERFORM 3530-SOMA-SUBTOTAL
                   UNTIL IND-PAI = ZERO
           END-IF
           .
       3530-SOMA-SUBTOTAL.
           ADD TP-MES (IND1) TO TP-SUB-MES (IND-PAI)
           ADD TP-ANO (IND1) TO TP-SUB-ANO (IND-PAI)
           MOVE "S" TO TP-USADO (IND-PAI)
           MOVE TP-IND-PAI (IND-PAI) TO IND-PAI
           .
      *    PROXIMA FILHA USADA DA CONTA NO TOPO DA PILHA; SEM FILHA,
      *    VOLTA UM NIVEL. A SINTETICA SAI ANTES DAS FILHAS
       3550-PERCORRE-ARVORE.
           MOVE "N" TO WACHOU
           PERFORM 3560-PROCURA-FILHA
               VARYING IND-CTA FROM PI-POS (IND-PIL) BY 1
               UNTIL IND-CTA > QT-PLANO OR WACHOU = "S"
           IF WACHOU = "N"
               SUBTRACT 1 FROM IND-PIL
           ELSE
               SUBTRACT 1 FROM IND-CTA
               COMPUTE PI-POS (IND-PIL) = IND-CTA + 1
               PERFORM 3600-LINHA-CONTA
               IF IND-PIL < 10 AND TP-NIVEL (IND-CTA) < WNIVEL-DET
                   ADD 1 TO IND-PIL
                   MOVE IND-CTA TO PI-PAI (IND-PIL)
                   MOVE 1       TO PI-POS (IND-PIL)
               END-IF
           END-IF
           .
       3560-PROCURA-FILHA.
           IF TP-IND-PAI (IND-CTA) = PI-PAI (IND-PIL) AND
              TP-USADO (IND-CTA) = "S"
               MOVE "S" TO WACHOU
           END-IF
           .
       3600-LINHA-CONTA.
           MOVE SPACES TO WROTULO
           MOVE TP-NIVEL (IND-CTA) TO WRECUO
           MOVE TP-CONTA (IND-CTA) TO WROTULO (WRECUO + 1:5)
           MOVE TP-DESCRICAO (IND-CTA) TO WROTULO (WRECUO + 7:)
           MOVE TP-SUB-MES (IND-CTA) TO WED-MES
           MOVE TP-SUB-ANO (IND-CTA) TO WED-ANO
           DISPLAY WROTULO WED-MES " " WED-ANO
           .
       9999-ENCERRA.
           CLOSE LANCAMENTOS PLANCTA
           GOBACK
