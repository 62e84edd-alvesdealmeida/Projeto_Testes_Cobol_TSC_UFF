      ******************************************************************
      *
      *     ORCADO X REALIZADO (ORCCTB.DAT X DADOS001.DAT X PLANCTA)
      *     PARA UMA COMPETENCIA (AAAAMM), COMPARA O ORCAMENTO DE CADA
      *     CONTA DE RESULTADO (CADORC01) COM O REALIZADO NO LIVRO,
      *     NO MES E NO ACUMULADO DO ANO, NOS MESMOS GRUPOS E SINAIS
      *     DO DRE001 (RECEITA CREDITOS MENOS DEBITOS; DEDUCOES,
      *     CUSTOS E DESPESAS DEBITOS MENOS CREDITOS, AS DUAS PERNAS).
      *     VARIACAO = REALIZADO - ORCADO, EM VALOR E EM % DO ORCADO.
      *     A CONTA E MARCADA QUANDO A VARIACAO DESFAVORAVEL PASSA DA
      *     TOLERANCIA INFORMADA (PADRAO 10%): RECEITA ABAIXO DO
      *     ORCADO, DEDUCAO/CUSTO/DESPESA ACIMA DO ORCADO - OU GASTO
      *     SEM ORCAMENTO (S/ORC). AO FINAL, TOTAIS DOS GRUPOS E
      *     RECEITA LIQUIDA, LUCRO BRUTO E RESULTADO ORCADO X REAL.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELORC01.
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

           SELECT ORCAMENT ASSIGN TO "ORCCTB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CHAVE
           FILE STATUS IS FS-ORCAMENT.
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

      *    MESMO LAYOUT DO CADORC01
       FD  ORCAMENT.
       01  REGISTRO-ORCAMENTO.
           02 OR-CHAVE.
               03 OR-CONTA     PIC 9(05).
               03 OR-COMPET    PIC 9(06).
           02 OR-VALOR         PIC 9(8)V99.
           02 OR-ORIGEM        PIC X.
           02 OR-DATA          PIC 9(08).
           02 OR-OPERADOR      PIC X(10).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       01  FS-ORCAMENT.
           02 FS-ORCAMENT-1 PIC 9.
           02 FS-ORCAMENT-2 PIC 9.
           02 FS-ORCAMENT-R REDEFINES FS-ORCAMENT-2 PIC 99 COMP-X.

       77  WCOMPETENCIA PIC 9(06) VALUE ZERO.
       77  WANO-REF     PIC 9(04) VALUE ZERO.
       77  WTOLERANCIA  PIC 9(03)V99 VALUE ZERO.
       77  WED-TOLER    PIC ZZ9.99.

      *    CONTAS DE RESULTADO DO PLANO, NA ORDEM DO CODIGO
       01  TAB-CONTAS.
           02 TC-ITEM OCCURS 500 TIMES.
               03 TC-CONTA     PIC 9(05).
               03 TC-DESCRICAO PIC X(30).
               03 TC-GRUPO     PIC 9(01).
               03 TC-ORC-MES   PIC S9(11)V99.
               03 TC-ORC-ANO   PIC S9(11)V99.
               03 TC-REA-MES   PIC S9(11)V99.
               03 TC-REA-ANO   PIC S9(11)V99.
      *    TOTAIS POR GRUPO DO DRE
       01  TAB-GRUPOS.
           02 TG-ITEM OCCURS 4 TIMES.
               03 TG-ORC-MES   PIC S9(11)V99.
               03 TG-ORC-ANO   PIC S9(11)V99.
               03 TG-REA-MES   PIC S9(11)V99.
               03 TG-REA-ANO   PIC S9(11)V99.
       77  QT-CONTAS    PIC 9(04) VALUE ZERO.
       77  QT-FORA      PIC 9(05) VALUE ZERO.
       77  QT-MARCADAS  PIC 9(04) VALUE ZERO.
       77  QT-IMPRESSAS PIC 9(04) VALUE ZERO.
       77  IND-CTA      PIC 9(04) VALUE ZERO.
       77  IND-GRP      PIC 9(01) VALUE ZERO.
       77  WACHOU       PIC X VALUE "N".
       77  WCONTA-PROC  PIC 9(05) VALUE ZERO.
       77  WSINAL       PIC S9(01) VALUE ZERO.
       77  WVALOR-LEG   PIC S9(11)V99 VALUE ZERO.

      *    LINHA DE VALORES EM IMPRESSAO
       77  WROTULO      PIC X(12) VALUE SPACES.
       77  WSENTIDO     PIC X VALUE SPACES.
      *        R - ABAIXO DO ORCADO E DESFAVORAVEL (RECEITA, RESULTADOS)
      *        D - ACIMA DO ORCADO E DESFAVORAVEL (DEDUCOES, CUSTOS,
      *            DESPESAS)
       77  WMARCA       PIC X VALUE "N".
       77  WCONTA-MARCADA PIC X VALUE "N".
       77  WORC-IMP     PIC S9(11)V99 VALUE ZERO.
       77  WREA-IMP     PIC S9(11)V99 VALUE ZERO.
       77  WVAR-IMP     PIC S9(11)V99 VALUE ZERO.
       77  WPCT-VAR     PIC S9(09)V9 VALUE ZERO.
       77  WPCT-TXT     PIC X(10) VALUE SPACES.
       77  WFLAG-TXT    PIC X(08) VALUE SPACES.
       77  WED-ORC      PIC -(9)9.99.
       77  WED-REA      PIC -(9)9.99.
       77  WED-VAR      PIC -(9)9.99.
       77  WED-PCT      PIC -(7)9.9.

       77  WRL-ORC-MES  PIC S9(11)V99 VALUE ZERO.
       77  WRL-ORC-ANO  PIC S9(11)V99 VALUE ZERO.
       77  WRL-REA-MES  PIC S9(11)V99 VALUE ZERO.
       77  WRL-REA-ANO  PIC S9(11)V99 VALUE ZERO.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF QT-CONTAS > ZERO
               PERFORM 2000-ACUMULA-ORCAMENTO THRU 2000-EXIT
               PERFORM 3000-ACUMULA-LANCAMENTOS THRU 3000-EXIT
               PERFORM 4000-IMPRIME-RELATORIO
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           INITIALIZE TAB-CONTAS TAB-GRUPOS
           DISPLAY SPACE ERASE EOS
           DISPLAY "ORCADO X REALIZADO"
           DISPLAY "COMPETENCIA (AAAAMM):"
           ACCEPT WCOMPETENCIA
           DISPLAY "TOLERANCIA % (ZERO = 10%):"
           ACCEPT WTOLERANCIA
           IF WTOLERANCIA = ZERO
               MOVE 10 TO WTOLERANCIA
           END-IF
           MOVE WCOMPETENCIA (1:4) TO WANO-REF
           OPEN INPUT LANCAMENTOS
           OPEN INPUT PLANCTA
           OPEN INPUT ORCAMENT
           IF FS-PLANCTA NOT = "00"
               DISPLAY "ARQUIVO PLANCTA.DAT NAO ENCONTRADO"
               GO TO 1000-EXIT
           END-IF
           MOVE ZERO TO CTA-CODIGO
           START PLANCTA KEY NOT LESS THAN CTA-CODIGO
               INVALID KEY
                   MOVE "10" TO FS-PLANCTA
           END-START
           IF FS-PLANCTA = "00"
               PERFORM 1100-LE-CONTA
           END-IF
           PERFORM 1200-CARREGA-CONTA
               UNTIL FS-PLANCTA NOT = "00"
           MOVE "00" TO FS-PLANCTA
           IF QT-CONTAS = ZERO
               DISPLAY "NENHUMA CONTA COM GRUPO DE RESULTADO NO PLANO"
           END-IF
           .
       1000-EXIT.
           EXIT.
       1100-LE-CONTA.
           READ PLANCTA NEXT
               AT END
                   MOVE "10" TO FS-PLANCTA
           END-READ
           .
       1200-CARREGA-CONTA.
           IF CTA-GRUPO-RES > ZERO AND CTA-GRUPO-RES < 5 AND
              NOT CTA-SINTETICA
               IF QT-CONTAS < 500
                   ADD 1 TO QT-CONTAS
                   MOVE CTA-CODIGO    TO TC-CONTA (QT-CONTAS)
                   MOVE CTA-DESCRICAO TO TC-DESCRICAO (QT-CONTAS)
                   MOVE CTA-GRUPO-RES TO TC-GRUPO (QT-CONTAS)
               ELSE
                   ADD 1 TO QT-FORA
               END-IF
           END-IF
           PERFORM 1100-LE-CONTA
           .
      *----------------------------------------------------------------*
      *    ORCADO DO MES E DO ANO ATE A COMPETENCIA
      *----------------------------------------------------------------*
       2000-ACUMULA-ORCAMENTO.
           IF FS-ORCAMENT NOT = "00"
               DISPLAY "ARQUIVO ORCCTB.DAT NAO ENCONTRADO - SEM"
                   " ORCAMENTO CADASTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-ORCAMENTO
           PERFORM 2150-FILTRA-ORCAMENTO
               UNTIL FS-ORCAMENT NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-ORCAMENTO.
           READ ORCAMENT NEXT
               AT END
                   MOVE "10" TO FS-ORCAMENT
           END-READ
           .
       2150-FILTRA-ORCAMENTO.
           IF OR-COMPET (1:4) = WANO-REF AND
              OR-COMPET NOT > WCOMPETENCIA
               MOVE OR-CONTA TO WCONTA-PROC
               PERFORM 5000-PROCURA-CONTA
               IF WACHOU = "S"
                   ADD OR-VALOR TO TC-ORC-ANO (IND-CTA)
                   IF OR-COMPET = WCOMPETENCIA
                       ADD OR-VALOR TO TC-ORC-MES (IND-CTA)
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-LE-ORCAMENTO
           .
      *----------------------------------------------------------------*
      *    REALIZADO NO LIVRO, MESMA REGRA DO DRE001
      *----------------------------------------------------------------*
       3000-ACUMULA-LANCAMENTOS.
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "ARQUIVO DADOS001.DAT NAO ENCONTRADO"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LE-PROXIMO
           PERFORM 3150-FILTRA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           .
       3000-EXIT.
           EXIT.
       3100-LE-PROXIMO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       3150-FILTRA-LANCAMENTO.
           IF TR-DATA (1:4) = WANO-REF AND
              TR-DATA (1:6) NOT > WCOMPETENCIA
               PERFORM 3200-ACUMULA-PERNAS
           END-IF
           PERFORM 3100-LE-PROXIMO
           .
      *    PERNA DO LANCAMENTO: SINAL +1 PARA CREDITO, -1 PARA
      *    DEBITO; A CONTRAPARTIDA ENTRA COM O SINAL INVERTIDO
       3200-ACUMULA-PERNAS.
           IF TR-CREDITO
               MOVE +1 TO WSINAL
           ELSE
               MOVE -1 TO WSINAL
           END-IF
           MOVE TR-CONTA TO WCONTA-PROC
           PERFORM 3300-ACUMULA-NA-CONTA
           IF TR-CONTRA NOT = ZERO
               COMPUTE WSINAL = ZERO - WSINAL
               MOVE TR-CONTRA TO WCONTA-PROC
               PERFORM 3300-ACUMULA-NA-CONTA
           END-IF
           .
       3300-ACUMULA-NA-CONTA.
           PERFORM 5000-PROCURA-CONTA
           IF WACHOU = "S"
      *        RECEITA (1) SOMA CREDITOS MENOS DEBITOS; DEDUCOES,
      *        CUSTOS E DESPESAS SOMAM DEBITOS MENOS CREDITOS
               IF TC-GRUPO (IND-CTA) = 1
                   COMPUTE WVALOR-LEG = TR-VALOR * WSINAL
               ELSE
                   COMPUTE WVALOR-LEG = TR-VALOR * WSINAL * -1
               END-IF
               ADD WVALOR-LEG TO TC-REA-ANO (IND-CTA)
               IF TR-DATA (1:6) = WCOMPETENCIA
                   ADD WVALOR-LEG TO TC-REA-MES (IND-CTA)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    IMPRESSAO POR GRUPO, DUAS LINHAS POR CONTA (MES E ANO)
      *----------------------------------------------------------------*
       4000-IMPRIME-RELATORIO.
           MOVE WTOLERANCIA TO WED-TOLER
           DISPLAY " "
           DISPLAY "ORCADO X REALIZADO - COMPETENCIA " WCOMPETENCIA
               "   TOLERANCIA " WED-TOLER "%"
           PERFORM 4100-IMPRIME-GRUPO
               VARYING IND-GRP FROM 1 BY 1
               UNTIL IND-GRP > 4
           PERFORM 4400-IMPRIME-RESULTADOS
           DISPLAY " "
           DISPLAY "CONTAS FORA DA TOLERANCIA: " QT-MARCADAS
           IF QT-FORA > ZERO
               DISPLAY "ATENCAO: " QT-FORA " CONTA(S) DE RESULTADO"
                   " ALEM DO LIMITE DA TABELA FORA DO RELATORIO"
           END-IF
           .
       4100-IMPRIME-GRUPO.
           DISPLAY " "
           EVALUATE IND-GRP
               WHEN 1
                   DISPLAY "RECEITA BRUTA"
               WHEN 2
                   DISPLAY "(-) DEDUCOES"
               WHEN 3
                   DISPLAY "(-) CUSTOS"
               WHEN 4
                   DISPLAY "(-) DESPESAS"
           END-EVALUATE
           DISPLAY "                   ORCADO     REALIZADO"
               "      VARIACAO      VAR %"
           MOVE ZERO TO QT-IMPRESSAS
           PERFORM 4200-IMPRIME-CONTA
               VARYING IND-CTA FROM 1 BY 1
               UNTIL IND-CTA > QT-CONTAS
           IF QT-IMPRESSAS = ZERO
               DISPLAY "  SEM ORCAMENTO NEM MOVIMENTO NO ANO"
           END-IF
           IF IND-GRP = 1
               MOVE "R" TO WSENTIDO
           ELSE
               MOVE "D" TO WSENTIDO
           END-IF
           MOVE "N" TO WMARCA
           DISPLAY "TOTAL DO GRUPO"
           MOVE "  NO MES    "        TO WROTULO
           MOVE TG-ORC-MES (IND-GRP) TO WORC-IMP
           MOVE TG-REA-MES (IND-GRP) TO WREA-IMP
           PERFORM 4500-LINHA-VALORES
           MOVE "  NO ANO    "        TO WROTULO
           MOVE TG-ORC-ANO (IND-GRP) TO WORC-IMP
           MOVE TG-REA-ANO (IND-GRP) TO WREA-IMP
           PERFORM 4500-LINHA-VALORES
           .
       4200-IMPRIME-CONTA.
           IF TC-GRUPO (IND-CTA) = IND-GRP
               ADD TC-ORC-MES (IND-CTA) TO TG-ORC-MES (IND-GRP)
               ADD TC-ORC-ANO (IND-CTA) TO TG-ORC-ANO (IND-GRP)
               ADD TC-REA-MES (IND-CTA) TO TG-REA-MES (IND-GRP)
               ADD TC-REA-ANO (IND-CTA) TO TG-REA-ANO (IND-GRP)
               IF TC-ORC-ANO (IND-CTA) NOT = ZERO OR
                  TC-REA-ANO (IND-CTA) NOT = ZERO
                   PERFORM 4300-LINHAS-CONTA
               END-IF
           END-IF
           .
       4300-LINHAS-CONTA.
           ADD 1 TO QT-IMPRESSAS
           IF IND-GRP = 1
               MOVE "R" TO WSENTIDO
           ELSE
               MOVE "D" TO WSENTIDO
           END-IF
           MOVE "S" TO WMARCA
           MOVE "N" TO WCONTA-MARCADA
           DISPLAY TC-CONTA (IND-CTA) " " TC-DESCRICAO (IND-CTA)
           MOVE "  NO MES    "        TO WROTULO
           MOVE TC-ORC-MES (IND-CTA) TO WORC-IMP
           MOVE TC-REA-MES (IND-CTA) TO WREA-IMP
           PERFORM 4500-LINHA-VALORES
           MOVE "  NO ANO    "        TO WROTULO
           MOVE TC-ORC-ANO (IND-CTA) TO WORC-IMP
           MOVE TC-REA-ANO (IND-CTA) TO WREA-IMP
           PERFORM 4500-LINHA-VALORES
           IF WCONTA-MARCADA = "S"
               ADD 1 TO QT-MARCADAS
           END-IF
           .
      *    RECEITA LIQUIDA = RECEITA - DEDUCOES; LUCRO BRUTO = RECEITA
      *    LIQUIDA - CUSTOS; RESULTADO = LUCRO BRUTO - DESPESAS
       4400-IMPRIME-RESULTADOS.
           MOVE "R" TO WSENTIDO
           MOVE "N" TO WMARCA
           COMPUTE WRL-ORC-MES = TG-ORC-MES (1) - TG-ORC-MES (2)
           COMPUTE WRL-ORC-ANO = TG-ORC-ANO (1) - TG-ORC-ANO (2)
           COMPUTE WRL-REA-MES = TG-REA-MES (1) - TG-REA-MES (2)
           COMPUTE WRL-REA-ANO = TG-REA-ANO (1) - TG-REA-ANO (2)
           DISPLAY " "
           DISPLAY "= RECEITA LIQUIDA"
           PERFORM 4450-LINHAS-RESULTADO
           COMPUTE WRL-ORC-MES = WRL-ORC-MES - TG-ORC-MES (3)
           COMPUTE WRL-ORC-ANO = WRL-ORC-ANO - TG-ORC-ANO (3)
           COMPUTE WRL-REA-MES = WRL-REA-MES - TG-REA-MES (3)
           COMPUTE WRL-REA-ANO = WRL-REA-ANO - TG-REA-ANO (3)
           DISPLAY "= LUCRO BRUTO"
           PERFORM 4450-LINHAS-RESULTADO
           COMPUTE WRL-ORC-MES = WRL-ORC-MES - TG-ORC-MES (4)
           COMPUTE WRL-ORC-ANO = WRL-ORC-ANO - TG-ORC-ANO (4)
           COMPUTE WRL-REA-MES = WRL-REA-MES - TG-REA-MES (4)
           COMPUTE WRL-REA-ANO = WRL-REA-ANO - TG-REA-ANO (4)
           DISPLAY "= RESULTADO"
           PERFORM 4450-LINHAS-RESULTADO
           .
       4450-LINHAS-RESULTADO.
           MOVE "  NO MES    " TO WROTULO
           MOVE WRL-ORC-MES    TO WORC-IMP
           MOVE WRL-REA-MES    TO WREA-IMP
           PERFORM 4500-LINHA-VALORES
           MOVE "  NO ANO    " TO WROTULO
           MOVE WRL-ORC-ANO    TO WORC-IMP
           MOVE WRL-REA-ANO    TO WREA-IMP
           PERFORM 4500-LINHA-VALORES
           .
      *    ORCADO, REALIZADO, VARIACAO E % SOBRE O ORCADO; COM WMARCA
      *    = "S" APLICA A TOLERANCIA NO SENTIDO DESFAVORAVEL
       4500-LINHA-VALORES.
           COMPUTE WVAR-IMP = WREA-IMP - WORC-IMP
           MOVE SPACES TO WPCT-TXT WFLAG-TXT
           MOVE ZERO TO WPCT-VAR
           IF WORC-IMP > ZERO
               COMPUTE WPCT-VAR ROUNDED = WVAR-IMP * 100 / WORC-IMP
                   ON SIZE ERROR
                       MOVE 999999999 TO WPCT-VAR
               END-COMPUTE
               MOVE WPCT-VAR TO WED-PCT
               MOVE WED-PCT TO WPCT-TXT
           ELSE
               IF WREA-IMP NOT = ZERO
                   MOVE "     S/ORC" TO WPCT-TXT
               END-IF
           END-IF
           IF WMARCA = "S"
               PERFORM 4600-VERIFICA-TOLERANCIA
           END-IF
           MOVE WORC-IMP TO WED-ORC
           MOVE WREA-IMP TO WED-REA
           MOVE WVAR-IMP TO WED-VAR
           DISPLAY WROTULO WED-ORC " " WED-REA " " WED-VAR " "
               WPCT-TXT " " WFLAG-TXT
           .
       4600-VERIFICA-TOLERANCIA.
           IF WORC-IMP > ZERO
               IF WSENTIDO = "D" AND WPCT-VAR > WTOLERANCIA
                   MOVE "<<ACIMA" TO WFLAG-TXT
               END-IF
               IF WSENTIDO = "R" AND WPCT-VAR < ZERO AND
                  (ZERO - WPCT-VAR) > WTOLERANCIA
                   MOVE "<<ABAIXO" TO WFLAG-TXT
               END-IF
           ELSE
               IF WSENTIDO = "D" AND WREA-IMP > ZERO
                   MOVE "<<S/ORC" TO WFLAG-TXT
               END-IF
           END-IF
           IF WFLAG-TXT NOT = SPACES
               MOVE "S" TO WCONTA-MARCADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    POSICIONA IND-CTA NA CONTA WCONTA-PROC DA TABELA
      *----------------------------------------------------------------*
       5000-PROCURA-CONTA.
           MOVE "N" TO WACHOU
           PERFORM 5100-COMPARA-CONTA
               VARYING IND-CTA FROM 1 BY 1
               UNTIL IND-CTA > QT-CONTAS OR WACHOU = "S"
           IF WACHOU = "S"
               SUBTRACT 1 FROM IND-CTA
           END-IF
           .
       5100-COMPARA-CONTA.
           IF TC-CONTA (IND-CTA) = WCONTA-PROC
               MOVE "S" TO WACHOU
           END-IF
           .
       9999-ENCERRA.
           CLOSE LANCAMENTOS PLANCTA ORCAMENT
           GOBACK
           .
       END PROGRAM RELORC01.
