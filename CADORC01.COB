      ******************************************************************
      *
      *               ORCAMENTO CONTABIL (ORCCTB.DAT)
      *     ORCAMENTO POR CONTA DO PLANO (CTA-CODIGO) E COMPETENCIA
      *     (AAAAMM), SO PARA CONTAS COM GRUPO DE RESULTADO DO DRE
      *     (RECEITA, DEDUCOES, CUSTOS, DESPESAS). O VALOR E GRAVADO
      *     NO SINAL NATURAL DO DRE: RECEITA ESPERADA OU GASTO
      *     ESPERADO, SEMPRE POSITIVO. O RELORC01 COMPARA COM O
      *     REALIZADO DO LIVRO (DADOS001.DAT).
      *     D-DIGITAR   OS 12 MESES DE UMA CONTA NO ANO (VALOR ZERO
      *                 EXCLUI O MES);
      *     G-GERAR     O ANO INTEIRO A PARTIR DO REALIZADO DO ANO
      *                 ANTERIOR MAIS (OU MENOS) UM PERCENTUAL. MESES
      *                 JA GERADOS SAO SUBSTITUIDOS; OS DIGITADOS SO
      *                 SE O OPERADOR PEDIR;
      *     L-LISTAR    TOTAL ORCADO NO ANO POR CONTA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-ORCAMENTO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ORCAMENT ASSIGN TO "ORCCTB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CHAVE
           FILE STATUS IS FS-ORCAMENT.

           SELECT PLANCTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CODIGO
           FILE STATUS IS FS-PLANCTA.

           SELECT LANCAMENTOS ASSIGN TO "DADOS001.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  ORCAMENT.
       01  REGISTRO-ORCAMENTO.
           02 OR-CHAVE.
               03 OR-CONTA     PIC 9(05).
               03 OR-COMPET    PIC 9(06).
           02 OR-VALOR         PIC 9(8)V99.
      *        D-DIGITADO G-GERADO DO REALIZADO DO ANO ANTERIOR
           02 OR-ORIGEM        PIC X.
               88 OR-DIGITADO     VALUE "D".
               88 OR-GERADO       VALUE "G".
           02 OR-DATA          PIC 9(08).
           02 OR-OPERADOR      PIC X(10).

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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-ORCAMENT.
           02 FS-ORCAMENT-1 PIC 9.
           02 FS-ORCAMENT-2 PIC 9.
           02 FS-ORCAMENT-R REDEFINES FS-ORCAMENT-2 PIC 99 COMP-X.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WPLANO-OK      PIC X VALUE "N".
       77  WOR-CONTA      PIC 9(05) VALUE ZERO.
       77  WANO-ORC       PIC 9(04) VALUE ZERO.
       77  WANO-BASE      PIC 9(04) VALUE ZERO.
       77  WCOMPET-ORC    PIC 9(06) VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WCOLUNA-TELA   PIC 9(02) VALUE ZERO.
       77  WED-VALOR      PIC ZZZZZZZ9.99.
       77  WED-TOTAL      PIC ZZZZZZZZZ9.99.

      *    OS 12 MESES DA CONTA EM DIGITACAO
       01  TAB-MESES-ORC.
           02 TM-VALOR OCCURS 12 TIMES PIC 9(8)V99.
       77  IND-MES        PIC 9(02) VALUE ZERO.

      *    GERACAO: REALIZADO DO ANO BASE POR CONTA E MES, NO SINAL
      *    DO DRE (RECEITA CREDITO MENOS DEBITO, DEMAIS GRUPOS DEBITO
      *    MENOS CREDITO)
       01  TAB-REALIZADO.
           02 TB-ITEM OCCURS 500 TIMES.
               03 TB-CONTA    PIC 9(05).
               03 TB-MES OCCURS 12 TIMES PIC S9(11)V99.
       77  QT-CONTAS      PIC 9(04) VALUE ZERO.
       77  QT-FORA        PIC 9(05) VALUE ZERO.
       77  IND-CTA        PIC 9(04) VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WSINAL         PIC S9(01) VALUE ZERO.
       77  WVALOR-LEG     PIC S9(11)V99 VALUE ZERO.
       77  WPCT-REAJUSTE  PIC 9(03)V99 VALUE ZERO.
       77  WSINAL-REAJ    PIC X VALUE "+".
       77  WFATOR         PIC S9(03)V9(04) VALUE ZERO.
       77  WVALOR-ORC     PIC S9(11)V99 VALUE ZERO.
       77  WSUBSTITUI     PIC X VALUE "N".
       77  QT-GERADOS     PIC 9(05) VALUE ZERO.
       77  QT-MANTIDOS    PIC 9(05) VALUE ZERO.
       77  QT-IGNORADOS   PIC 9(05) VALUE ZERO.

      *    LISTAGEM: QUEBRA POR CONTA
       77  WCONTA-ANT     PIC 9(05) VALUE ZERO.
       77  WTOTAL-CONTA   PIC 9(11)V99 VALUE ZERO.
       77  WTOTAL-GERAL   PIC 9(11)V99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O ORCAMENT.
           IF FS-ORCAMENT = "35"
               OPEN OUTPUT ORCAMENT
               CLOSE ORCAMENT
               OPEN I-O ORCAMENT
           END-IF.
           OPEN INPUT PLANCTA.
           IF FS-PLANCTA = "00"
               MOVE "S" TO WPLANO-OK
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "ORCAMENTO CONTABIL          " AT 0430
               DISPLAY "ACAO D-DIGITAR G-GERAR L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE ORCAMENT
                       IF WPLANO-OK = "S"
                           CLOSE PLANCTA
                       END-IF
                       EXIT PROGRAM
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM DIGITA-ORCAMENTO
                           THRU DIGITA-ORCAMENTO-FIM
                   WHEN WACAO = "G" OR WACAO = "g"
                       PERFORM GERA-ORCAMENTO THRU GERA-ORCAMENTO-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-ORCAMENTO
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    DIGITACAO DOS 12 MESES DE UMA CONTA NO ANO
      *----------------------------------------------------------------*
           DIGITA-ORCAMENTO.
               IF WPLANO-OK NOT = "S"
                   DISPLAY "PLANO DE CONTAS (PLANCTA.DAT) NAO"
                       " ENCONTRADO" AT 1905
                   GO TO DIGITA-ORCAMENTO-FIM
               END-IF
               DISPLAY "CONTA [.....]" AT 0705
               MOVE ZERO TO WOR-CONTA
               ACCEPT WOR-CONTA AT 0712
               MOVE WOR-CONTA TO CTA-CODIGO
               READ PLANCTA
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA" AT 1905
                       GO TO DIGITA-ORCAMENTO-FIM
               END-READ
               DISPLAY CTA-DESCRICAO AT 0720
               IF CTA-GRUPO-RES < 1 OR CTA-GRUPO-RES > 4
                   DISPLAY "CONTA SEM GRUPO DE RESULTADO NO DRE"
                       AT 1905
                   GO TO DIGITA-ORCAMENTO-FIM
               END-IF
               IF CTA-SINTETICA
                   DISPLAY "CONTA SINTETICA - ORCE AS CONTAS ANALITICAS"
                       AT 1905
                   GO TO DIGITA-ORCAMENTO-FIM
               END-IF
               DISPLAY "ANO   [....]" AT 0805
               MOVE ZERO TO WANO-ORC
               ACCEPT WANO-ORC AT 0812
               IF WANO-ORC < 1900
                   DISPLAY "ANO INVALIDO" AT 1905
                   GO TO DIGITA-ORCAMENTO-FIM
               END-IF
               PERFORM CARREGA-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > 12
               PERFORM EDITA-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > 12
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO DIGITA-ORCAMENTO-FIM
               END-IF
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM GRAVA-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > 12
               MOVE SPACES TO WCHAVE-AUD
               STRING WOR-CONTA "-" WANO-ORC
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADORC01", "ORCOU", WCHAVE-AUD
               DISPLAY "ORCAMENTO GRAVADO" AT 2005
               .
           DIGITA-ORCAMENTO-FIM.
               EXIT.
      *    MESES 01 A 06 NA COLUNA DA ESQUERDA, 07 A 12 NA DIREITA
           POSICAO-MES.
               IF IND-MES > 6
                   COMPUTE WLINHA-TELA = IND-MES + 3
                   MOVE 42 TO WCOLUNA-TELA
               ELSE
                   COMPUTE WLINHA-TELA = IND-MES + 9
                   MOVE 12 TO WCOLUNA-TELA
               END-IF
               .
           CARREGA-MES.
               COMPUTE WCOMPET-ORC = WANO-ORC * 100 + IND-MES
               MOVE WOR-CONTA   TO OR-CONTA
               MOVE WCOMPET-ORC TO OR-COMPET
               READ ORCAMENT
                   INVALID KEY
                       MOVE ZERO TO TM-VALOR (IND-MES)
                   NOT INVALID KEY
                       MOVE OR-VALOR TO TM-VALOR (IND-MES)
               END-READ
               PERFORM POSICAO-MES
               MOVE TM-VALOR (IND-MES) TO WED-VALOR
               DISPLAY "MES" AT LINE WLINHA-TELA COL WCOLUNA-TELA - 7
               DISPLAY IND-MES
                   AT LINE WLINHA-TELA COL WCOLUNA-TELA - 3
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL WCOLUNA-TELA
               .
           EDITA-MES.
               PERFORM POSICAO-MES
               ACCEPT TM-VALOR (IND-MES)
                   AT LINE WLINHA-TELA COL WCOLUNA-TELA
               MOVE TM-VALOR (IND-MES) TO WED-VALOR
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL WCOLUNA-TELA
               .
      *    VALOR ZERO EXCLUI O MES DO ORCAMENTO
           GRAVA-MES.
               COMPUTE WCOMPET-ORC = WANO-ORC * 100 + IND-MES
               MOVE WOR-CONTA   TO OR-CONTA
               MOVE WCOMPET-ORC TO OR-COMPET
               IF TM-VALOR (IND-MES) = ZERO
                   DELETE ORCAMENT
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE TM-VALOR (IND-MES) TO OR-VALOR
                   MOVE "D"           TO OR-ORIGEM
                   MOVE WDATA-SISTEMA TO OR-DATA
                   MOVE WOPERADOR     TO OR-OPERADOR
                   WRITE REGISTRO-ORCAMENTO
                       INVALID KEY
                           REWRITE REGISTRO-ORCAMENTO
                   END-WRITE
               END-IF
               .
      *----------------------------------------------------------------*
      *    GERACAO DO ANO A PARTIR DO REALIZADO DO ANO ANTERIOR
      *----------------------------------------------------------------*
           GERA-ORCAMENTO.
               IF WPLANO-OK NOT = "S"
                   DISPLAY "PLANO DE CONTAS (PLANCTA.DAT) NAO"
                       " ENCONTRADO" AT 1905
                   GO TO GERA-ORCAMENTO-FIM
               END-IF
               DISPLAY "ANO DO ORCAMENTO [....]" AT 0705
               MOVE ZERO TO WANO-ORC
               ACCEPT WANO-ORC AT 0723
               IF WANO-ORC < 1901
                   DISPLAY "ANO INVALIDO" AT 1905
                   GO TO GERA-ORCAMENTO-FIM
               END-IF
               COMPUTE WANO-BASE = WANO-ORC - 1
               DISPLAY "REALIZADO DE" AT 0805
               DISPLAY WANO-BASE AT 0818
               DISPLAY "REAJUSTE % [......] SINAL [.] (+/-)" AT 0905
               MOVE ZERO TO WPCT-REAJUSTE
               ACCEPT WPCT-REAJUSTE AT 0917
               MOVE "+" TO WSINAL-REAJ
               ACCEPT WSINAL-REAJ AT 0932
               DISPLAY "SUBSTITUI MESES DIGITADOS [S-N][.]" AT 1005
               MOVE "N" TO WSUBSTITUI
               ACCEPT WSUBSTITUI AT 1037
               INSPECT WSUBSTITUI CONVERTING "s" TO "S"
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO GERA-ORCAMENTO-FIM
               END-IF
               IF WSINAL-REAJ = "-"
                   COMPUTE WFATOR = (100 - WPCT-REAJUSTE) / 100
               ELSE
                   COMPUTE WFATOR = (100 + WPCT-REAJUSTE) / 100
               END-IF
               INITIALIZE TAB-REALIZADO
               MOVE ZERO TO QT-CONTAS QT-FORA QT-GERADOS QT-MANTIDOS
                            QT-IGNORADOS
               OPEN INPUT LANCAMENTOS
               IF FS-LANCAMENTOS NOT = "00"
                   DISPLAY "ARQUIVO DADOS001.DAT NAO ENCONTRADO"
                       AT 1905
                   GO TO GERA-ORCAMENTO-FIM
               END-IF
               PERFORM LE-LANCAMENTO
               PERFORM FILTRA-LANCAMENTO
                   UNTIL FS-LANCAMENTOS NOT = "00"
               CLOSE LANCAMENTOS
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM GERA-CONTA
                   VARYING IND-CTA FROM 1 BY 1
                   UNTIL IND-CTA > QT-CONTAS
               DISPLAY "MESES GERADOS                " AT 1905
               DISPLAY QT-GERADOS AT 1935
               DISPLAY "MESES DIGITADOS MANTIDOS     " AT 2005
               DISPLAY QT-MANTIDOS AT 2035
               DISPLAY "MESES SEM VALOR POSITIVO     " AT 2105
               DISPLAY QT-IGNORADOS AT 2135
               IF QT-FORA > ZERO
                   DISPLAY "PERNAS FORA (TABELA CHEIA)   " AT 2205
                   DISPLAY QT-FORA AT 2235
               END-IF
               MOVE WANO-ORC TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADORC01", "GEROU", WCHAVE-AUD
               .
           GERA-ORCAMENTO-FIM.
               EXIT.
           LE-LANCAMENTO.
               READ LANCAMENTOS
                   AT END
                       MOVE "10" TO FS-LANCAMENTOS
               END-READ
               .
           FILTRA-LANCAMENTO.
               IF TR-DATA (1:4) = WANO-BASE
                   PERFORM ACUMULA-PERNAS
               END-IF
               PERFORM LE-LANCAMENTO
               .
      *    PERNA DO LANCAMENTO: SINAL +1 PARA CREDITO, -1 PARA
      *    DEBITO; A CONTRAPARTIDA ENTRA COM O SINAL INVERTIDO
           ACUMULA-PERNAS.
               MOVE TR-DATA (5:2) TO IND-MES
               IF TR-CREDITO
                   MOVE +1 TO WSINAL
               ELSE
                   MOVE -1 TO WSINAL
               END-IF
               MOVE TR-CONTA TO CTA-CODIGO
               PERFORM ACUMULA-NA-CONTA
               IF TR-CONTRA NOT = ZERO
                   COMPUTE WSINAL = ZERO - WSINAL
                   MOVE TR-CONTRA TO CTA-CODIGO
                   PERFORM ACUMULA-NA-CONTA
               END-IF
               .
           ACUMULA-NA-CONTA.
               READ PLANCTA
                   INVALID KEY
                       MOVE ZERO TO CTA-GRUPO-RES
               END-READ
               IF CTA-GRUPO-RES > ZERO AND CTA-GRUPO-RES < 5
                   IF CTA-GRUPO-RES = 1
                       COMPUTE WVALOR-LEG = TR-VALOR * WSINAL
                   ELSE
                       COMPUTE WVALOR-LEG = TR-VALOR * WSINAL * -1
                   END-IF
                   PERFORM PROCURA-CONTA
                   IF WACHOU = "S"
                       ADD WVALOR-LEG TO TB-MES (IND-CTA IND-MES)
                   ELSE
                       ADD 1 TO QT-FORA
                   END-IF
               END-IF
               .
      *    POSICIONA IND-CTA NA CONTA; CONTA NOVA ENTRA NO FIM
           PROCURA-CONTA.
               MOVE "N" TO WACHOU
               PERFORM COMPARA-CONTA
                   VARYING IND-CTA FROM 1 BY 1
                   UNTIL IND-CTA > QT-CONTAS OR WACHOU = "S"
               IF WACHOU = "S"
                   SUBTRACT 1 FROM IND-CTA
               ELSE
                   IF QT-CONTAS < 500
                       ADD 1 TO QT-CONTAS
                       MOVE QT-CONTAS  TO IND-CTA
                       MOVE CTA-CODIGO TO TB-CONTA (IND-CTA)
                       MOVE "S" TO WACHOU
                   END-IF
               END-IF
               .
           COMPARA-CONTA.
               IF TB-CONTA (IND-CTA) = CTA-CODIGO
                   MOVE "S" TO WACHOU
               END-IF
               .
           GERA-CONTA.
               PERFORM GERA-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > 12
               .
      *    MES GERADO ANTES E SUBSTITUIDO; MES DIGITADO SO COM
      *    AUTORIZACAO DO OPERADOR
           GERA-MES.
               COMPUTE WVALOR-ORC ROUNDED =
                   TB-MES (IND-CTA IND-MES) * WFATOR
               IF WVALOR-ORC NOT > ZERO
                   ADD 1 TO QT-IGNORADOS
               ELSE
                   MOVE TB-CONTA (IND-CTA) TO OR-CONTA
                   COMPUTE OR-COMPET = WANO-ORC * 100 + IND-MES
                   READ ORCAMENT
                       INVALID KEY
                           PERFORM MONTA-GERADO
                           WRITE REGISTRO-ORCAMENTO
                           ADD 1 TO QT-GERADOS
                       NOT INVALID KEY
                           IF OR-DIGITADO AND WSUBSTITUI NOT = "S"
                               ADD 1 TO QT-MANTIDOS
                           ELSE
                               PERFORM MONTA-GERADO
                               REWRITE REGISTRO-ORCAMENTO
                               ADD 1 TO QT-GERADOS
                           END-IF
                   END-READ
               END-IF
               .
           MONTA-GERADO.
               MOVE WVALOR-ORC    TO OR-VALOR
               MOVE "G"           TO OR-ORIGEM
               MOVE WDATA-SISTEMA TO OR-DATA
               MOVE WOPERADOR     TO OR-OPERADOR
               .
      *----------------------------------------------------------------*
      *    LISTAGEM DO TOTAL ORCADO NO ANO POR CONTA
      *----------------------------------------------------------------*
           LISTA-ORCAMENTO.
               DISPLAY "ANO [....]" AT 0705
               MOVE ZERO TO WANO-ORC
               ACCEPT WANO-ORC AT 0710
               PERFORM CABECALHO-LISTA
               MOVE ZERO TO WCONTA-ANT WTOTAL-CONTA WTOTAL-GERAL
               MOVE LOW-VALUES TO OR-CHAVE
               START ORCAMENT KEY NOT LESS THAN OR-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-ORCAMENT
               END-START
               IF FS-ORCAMENT = "00"
                   PERFORM LE-ORCAMENTO
               END-IF
               PERFORM SOMA-ORCAMENTO
                   UNTIL FS-ORCAMENT NOT = "00"
               PERFORM MOSTRA-CONTA
               MOVE "00" TO FS-ORCAMENT
               MOVE WTOTAL-GERAL TO WED-TOTAL
               DISPLAY "TOTAL GERAL" AT LINE WLINHA-TELA COL 05
               DISPLAY WED-TOTAL AT LINE WLINHA-TELA COL 46
               .
           CABECALHO-LISTA.
               DISPLAY "CONTA DESCRICAO                    G"
                   "     TOTAL NO ANO" AT 0805
               MOVE 9 TO WLINHA-TELA
               .
           LE-ORCAMENTO.
               READ ORCAMENT NEXT
                   AT END
                       MOVE "10" TO FS-ORCAMENT
               END-READ
               .
           SOMA-ORCAMENTO.
               IF OR-COMPET (1:4) = WANO-ORC
                   IF OR-CONTA NOT = WCONTA-ANT
                       PERFORM MOSTRA-CONTA
                       MOVE OR-CONTA TO WCONTA-ANT
                   END-IF
                   ADD OR-VALOR TO WTOTAL-CONTA WTOTAL-GERAL
               END-IF
               PERFORM LE-ORCAMENTO
               .
           MOSTRA-CONTA.
               IF WTOTAL-CONTA > ZERO
                   IF WLINHA-TELA > 21
                       DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                       ACCEPT OPCAO AT 2335
                       DISPLAY SPACE ERASE EOS
                       DISPLAY "ORCAMENTO CONTABIL          " AT 0430
                       PERFORM CABECALHO-LISTA
                   END-IF
                   MOVE WCONTA-ANT TO CTA-CODIGO
                   MOVE ZERO TO CTA-GRUPO-RES
                   MOVE "** NAO CADASTRADA **" TO CTA-DESCRICAO
                   IF WPLANO-OK = "S"
                       READ PLANCTA
                           INVALID KEY
                               MOVE "** NAO CADASTRADA **"
                                   TO CTA-DESCRICAO
                       END-READ
                   END-IF
                   MOVE WTOTAL-CONTA TO WED-TOTAL
                   DISPLAY WCONTA-ANT    AT LINE WLINHA-TELA COL 05
                   DISPLAY CTA-DESCRICAO AT LINE WLINHA-TELA COL 11
                   DISPLAY CTA-GRUPO-RES AT LINE WLINHA-TELA COL 40
                   DISPLAY WED-TOTAL     AT LINE WLINHA-TELA COL 46
                   ADD 1 TO WLINHA-TELA
               END-IF
               MOVE ZERO TO WTOTAL-CONTA
               .
       END PROGRAM CADASTRO-ORCAMENTO.
