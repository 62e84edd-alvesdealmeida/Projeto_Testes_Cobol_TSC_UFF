      ******************************************************************
      *
      *          LANCAMENTOS CONTABEIS RECORRENTES (LANCREC.DAT)
      *     MODELOS DOS LANCAMENTOS QUE SE REPETEM TODO MES (ALUGUEL,
      *     SEGURO, APROPRIACAO DE DESPESA ANTECIPADA, TARIFAS): CONTA
      *     DEVEDORA, CONTA CREDORA, CENTRO DE CUSTO, HISTORICO, DIA
      *     DO MES E VIGENCIA (COMPETENCIA INICIAL E FINAL AAAAMM).
      *     O VALOR DO MES VEM DA FORMA DO MODELO:
      *       F - FIXO: O VALOR INFORMADO TODO MES;
      *       P - PARCELADO: O VALOR INFORMADO E O TOTAL, DIVIDIDO
      *           PELOS MESES DA VIGENCIA; O ULTIMO MES LEVA O QUE
      *           FALTA (EXIGE COMPETENCIA FINAL).
      *     O LANREC01 (PASSO DO BATCH001) LANCA OS MODELOS VENCIDOS
      *     PELO GRAVA-LANCAMENTO E GUARDA NO MODELO A ULTIMA
      *     COMPETENCIA LANCADA E O ACUMULADO.
      *     C-CADASTRO  INCLUI/ALTERA O MODELO (SITUACAO I-INATIVO
      *                 SUSPENDE OS LANCAMENTOS);
      *     L-LISTAR    MODELOS COM A ULTIMA COMPETENCIA LANCADA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-LANC-RECORRENTE.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT LANCREC ASSIGN TO "LANCREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LR-CODIGO
           FILE STATUS IS FS-LANCREC.

           SELECT PLANCTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CODIGO
           FILE STATUS IS FS-PLANCTA.

           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  LANCREC.
       01  REGISTRO-LANCREC.
           02 LR-CODIGO        PIC 9(04).
           02 LR-HISTORICO     PIC X(40).
           02 LR-CTA-DEBITO    PIC 9(05).
           02 LR-CTA-CREDITO   PIC 9(05).
           02 LR-CENTRO        PIC 9(03).
      *        F-VALOR FIXO NO MES  P-TOTAL PARCELADO NA VIGENCIA
           02 LR-FORMA         PIC X.
               88 LR-FIXO         VALUE "F".
               88 LR-PARCELADO    VALUE "P".
           02 LR-VALOR         PIC 9(8)V99.
           02 LR-DIA           PIC 9(02).
           02 LR-COMPET-INI    PIC 9(06).
      *        ZERO = SEM FIM
           02 LR-COMPET-FIM    PIC 9(06).
           02 LR-ULT-COMPET    PIC 9(06).
           02 LR-ACUMULADO     PIC 9(8)V99.
           02 LR-SITUACAO      PIC X.
               88 LR-ATIVO        VALUE "A".
               88 LR-INATIVO      VALUE "I".
           02 LR-DATA-CADASTRO PIC 9(08).

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

      *    MESMO LAYOUT DO CADCCU01
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.
               88 CC-ATIVO        VALUE "A".
               88 CC-INATIVO      VALUE "I".

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-LANCREC.
           02 FS-LANCREC-1 PIC 9.
           02 FS-LANCREC-2 PIC 9.
           02 FS-LANCREC-R REDEFINES FS-LANCREC-2 PIC 99 COMP-X.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WNOVO          PIC X VALUE "N".
       77  WPLANO-OK      PIC X VALUE "N".
       77  WCENTRO-OK     PIC X VALUE "N".
       77  WCONTA-OK      PIC X VALUE "N".
       77  WCONTA-VALIDA  PIC 9(05) VALUE ZERO.
       77  WLR-CODIGO     PIC 9(04) VALUE ZERO.
       77  WLR-HISTORICO  PIC X(40) VALUE SPACES.
       77  WLR-CTA-DEBITO PIC 9(05) VALUE ZERO.
       77  WLR-CTA-CREDITO PIC 9(05) VALUE ZERO.
       77  WLR-CENTRO     PIC 9(03) VALUE ZERO.
       77  WLR-FORMA      PIC X VALUE "F".
       77  WLR-VALOR      PIC 9(8)V99 VALUE ZERO.
       77  WLR-DIA        PIC 9(02) VALUE ZERO.
       77  WLR-SITUACAO   PIC X VALUE "A".
       01  WLR-COMPET-INI.
           02 WINI-ANO    PIC 9(04).
           02 WINI-MES    PIC 9(02).
       01  FILLER REDEFINES WLR-COMPET-INI.
           02 WINI-NUM    PIC 9(06).
       01  WLR-COMPET-FIM.
           02 WFIM-ANO    PIC 9(04).
           02 WFIM-MES    PIC 9(02).
       01  FILLER REDEFINES WLR-COMPET-FIM.
           02 WFIM-NUM    PIC 9(06).
       77  WQT-MESES      PIC 9(04) VALUE ZERO.
       77  WVALOR-MES     PIC 9(8)V99 VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WED-VALOR      PIC ZZZZZZZ9.99.
       77  WED-MESES      PIC ZZZ9.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O LANCREC.
           IF FS-LANCREC = "35"
               OPEN OUTPUT LANCREC
               CLOSE LANCREC
               OPEN I-O LANCREC
           END-IF.
      *    SEM PLANO DE CONTAS OU SEM CENTROS A VALIDACAO FICA COM O
      *    GRAVA-LANCAMENTO, COMO NOS POSTADORES LEGADOS
           MOVE "N" TO WPLANO-OK.
           OPEN INPUT PLANCTA.
           IF FS-PLANCTA = "00"
               MOVE "S" TO WPLANO-OK
           END-IF.
           MOVE "N" TO WCENTRO-OK.
           OPEN INPUT CENTRO.
           IF FS-CENTRO = "00"
               MOVE "S" TO WCENTRO-OK
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "LANCAMENTOS RECORRENTES     " AT 0430
               DISPLAY "ACAO C-CADASTRO L-LISTAR X-SAIR" AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE LANCREC
                       IF WPLANO-OK = "S"
                           CLOSE PLANCTA
                       END-IF
                       IF WCENTRO-OK = "S"
                           CLOSE CENTRO
                       END-IF
                       EXIT PROGRAM
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM MANTEM-MODELO THRU MANTEM-MODELO-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-MODELOS
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    INCLUSAO OU ALTERACAO DO MODELO
      *----------------------------------------------------------------*
           MANTEM-MODELO.
               DISPLAY "MODELO [....]" AT 0705
               MOVE ZERO TO WLR-CODIGO
               ACCEPT WLR-CODIGO AT 0713
               IF WLR-CODIGO = ZERO
                   DISPLAY "MODELO NAO INFORMADO" AT 1905
                   GO TO MANTEM-MODELO-FIM
               END-IF
               MOVE WLR-CODIGO TO LR-CODIGO
               READ LANCREC
                   INVALID KEY
                       MOVE "S" TO WNOVO
                       PERFORM LIMPA-MODELO
                   NOT INVALID KEY
                       MOVE "N" TO WNOVO
                       PERFORM CARREGA-MODELO
               END-READ
               IF WNOVO = "S"
                   DISPLAY "MODELO NOVO" AT 0720
               ELSE
                   DISPLAY "ULTIMA COMPETENCIA LANCADA" AT 0735
                   DISPLAY LR-ULT-COMPET AT 0762
               END-IF
               DISPLAY "HISTORICO [....................."
                   "...................]" AT 0805
               DISPLAY WLR-HISTORICO AT 0816
               ACCEPT WLR-HISTORICO AT 0816
               IF WLR-HISTORICO = SPACES
                   DISPLAY "HISTORICO NAO INFORMADO" AT 1905
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY "CONTA DEVEDORA  [.....]" AT 0905
               DISPLAY WLR-CTA-DEBITO AT 0922
               ACCEPT WLR-CTA-DEBITO AT 0922
               MOVE WLR-CTA-DEBITO TO WCONTA-VALIDA
               PERFORM VALIDA-CONTA
               IF WCONTA-OK NOT = "S"
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY CTA-DESCRICAO AT 0930
               DISPLAY "CONTA CREDORA   [.....]" AT 1005
               DISPLAY WLR-CTA-CREDITO AT 1022
               ACCEPT WLR-CTA-CREDITO AT 1022
               MOVE WLR-CTA-CREDITO TO WCONTA-VALIDA
               PERFORM VALIDA-CONTA
               IF WCONTA-OK NOT = "S"
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY CTA-DESCRICAO AT 1030
               IF WLR-CTA-CREDITO = WLR-CTA-DEBITO
                   DISPLAY "CONTA CREDORA IGUAL A DEVEDORA" AT 1905
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY "CENTRO DE CUSTO [...] (000 = SEM CENTRO)"
                   AT 1105
               DISPLAY WLR-CENTRO AT 1122
               ACCEPT WLR-CENTRO AT 1122
               IF WLR-CENTRO NOT = ZERO AND WCENTRO-OK = "S"
                   MOVE WLR-CENTRO TO CC-CODIGO
                   READ CENTRO
                       INVALID KEY
                           MOVE "I" TO CC-SITUACAO
                   END-READ
                   IF NOT CC-ATIVO
                       DISPLAY "CENTRO NAO CADASTRADO OU INATIVO"
                           AT 1905
                       GO TO MANTEM-MODELO-FIM
                   END-IF
               END-IF
               DISPLAY "FORMA [.] F-VALOR FIXO NO MES P-TOTAL"
                   " PARCELADO NA VIGENCIA" AT 1205
               DISPLAY WLR-FORMA AT 1212
               ACCEPT WLR-FORMA AT 1212
               INSPECT WLR-FORMA CONVERTING "fp" TO "FP"
               IF WLR-FORMA NOT = "P"
                   MOVE "F" TO WLR-FORMA
               END-IF
               DISPLAY "VALOR [...........]" AT 1305
               MOVE WLR-VALOR TO WED-VALOR
               DISPLAY WED-VALOR AT 1312
               ACCEPT WLR-VALOR AT 1312
               IF WLR-VALOR = ZERO
                   DISPLAY "VALOR NAO INFORMADO" AT 1905
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY "DIA DO MES [..] (ALEM DO FIM DO MES VALE O"
                   " ULTIMO DIA)" AT 1405
               DISPLAY WLR-DIA AT 1417
               ACCEPT WLR-DIA AT 1417
               IF WLR-DIA < 1 OR WLR-DIA > 31
                   DISPLAY "DIA INVALIDO" AT 1905
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY "COMPETENCIA INICIAL AAAAMM [......]" AT 1505
               IF WINI-NUM = ZERO
                   MOVE WDATA-SISTEMA (1:6) TO WINI-NUM
               END-IF
               DISPLAY WINI-NUM AT 1533
               ACCEPT WINI-NUM AT 1533
               IF WINI-ANO < 1900 OR WINI-MES < 1 OR WINI-MES > 12
                   DISPLAY "COMPETENCIA INICIAL INVALIDA" AT 1905
                   GO TO MANTEM-MODELO-FIM
               END-IF
               DISPLAY "COMPETENCIA FINAL   AAAAMM [......] (0 = SEM"
                   " FIM)" AT 1605
               DISPLAY WFIM-NUM AT 1633
               ACCEPT WFIM-NUM AT 1633
               IF WFIM-NUM NOT = ZERO
                   IF WFIM-MES < 1 OR WFIM-MES > 12 OR
                      WFIM-NUM < WINI-NUM
                       DISPLAY "COMPETENCIA FINAL INVALIDA" AT 1905
                       GO TO MANTEM-MODELO-FIM
                   END-IF
               END-IF
               IF WLR-FORMA = "P"
                   IF WFIM-NUM = ZERO
                       DISPLAY "PARCELADO EXIGE COMPETENCIA FINAL"
                           AT 1905
                       GO TO MANTEM-MODELO-FIM
                   END-IF
                   COMPUTE WQT-MESES = (WFIM-ANO * 12 + WFIM-MES)
                       - (WINI-ANO * 12 + WINI-MES) + 1
                   COMPUTE WVALOR-MES ROUNDED = WLR-VALOR / WQT-MESES
                   MOVE WQT-MESES  TO WED-MESES
                   MOVE WVALOR-MES TO WED-VALOR
                   DISPLAY WED-MESES AT 1330
                   DISPLAY " MESES DE" AT 1334
                   DISPLAY WED-VALOR AT 1344
               END-IF
               DISPLAY "SITUACAO [.] A-ATIVO I-INATIVO" AT 1705
               DISPLAY WLR-SITUACAO AT 1715
               ACCEPT WLR-SITUACAO AT 1715
               INSPECT WLR-SITUACAO CONVERTING "ai" TO "AI"
               IF WLR-SITUACAO NOT = "I"
                   MOVE "A" TO WLR-SITUACAO
               END-IF
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-MODELO-FIM
               END-IF
               MOVE WLR-CODIGO      TO LR-CODIGO
               MOVE WLR-HISTORICO   TO LR-HISTORICO
               MOVE WLR-CTA-DEBITO  TO LR-CTA-DEBITO
               MOVE WLR-CTA-CREDITO TO LR-CTA-CREDITO
               MOVE WLR-CENTRO      TO LR-CENTRO
               MOVE WLR-FORMA       TO LR-FORMA
               MOVE WLR-VALOR       TO LR-VALOR
               MOVE WLR-DIA         TO LR-DIA
               MOVE WINI-NUM        TO LR-COMPET-INI
               MOVE WFIM-NUM        TO LR-COMPET-FIM
               MOVE WLR-SITUACAO    TO LR-SITUACAO
               MOVE WLR-CODIGO      TO WCHAVE-AUD
               IF WNOVO = "S"
                   MOVE ZERO          TO LR-ULT-COMPET
                   MOVE ZERO          TO LR-ACUMULADO
                   MOVE WDATA-SISTEMA TO LR-DATA-CADASTRO
                   WRITE REGISTRO-LANCREC
                       INVALID KEY
                           DISPLAY "MODELO JA CADASTRADO" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADLRC01", "GRAVOU", WCHAVE-AUD
                           DISPLAY "MODELO GRAVADO" AT 2005
                   END-WRITE
               ELSE
                   REWRITE REGISTRO-LANCREC
                       INVALID KEY
                           DISPLAY "MODELO NAO CADASTRADO" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADLRC01", "ALTEROU", WCHAVE-AUD
                           DISPLAY "MODELO ALTERADO" AT 2005
                   END-REWRITE
               END-IF
               .
           MANTEM-MODELO-FIM.
               EXIT.
           LIMPA-MODELO.
               MOVE SPACES TO WLR-HISTORICO
               MOVE ZERO   TO WLR-CTA-DEBITO WLR-CTA-CREDITO
               MOVE ZERO   TO WLR-CENTRO WLR-VALOR WLR-DIA
               MOVE ZERO   TO WINI-NUM WFIM-NUM
               MOVE "F"    TO WLR-FORMA
               MOVE "A"    TO WLR-SITUACAO
               .
           CARREGA-MODELO.
               MOVE LR-HISTORICO   TO WLR-HISTORICO
               MOVE LR-CTA-DEBITO  TO WLR-CTA-DEBITO
               MOVE LR-CTA-CREDITO TO WLR-CTA-CREDITO
               MOVE LR-CENTRO      TO WLR-CENTRO
               MOVE LR-FORMA       TO WLR-FORMA
               MOVE LR-VALOR       TO WLR-VALOR
               MOVE LR-DIA         TO WLR-DIA
               MOVE LR-COMPET-INI  TO WINI-NUM
               MOVE LR-COMPET-FIM  TO WFIM-NUM
               MOVE LR-SITUACAO    TO WLR-SITUACAO
               .
      *    CONTA DO PLANO E ANALITICA (A SINTETICA SO TOTALIZA)
           VALIDA-CONTA.
               MOVE "S" TO WCONTA-OK
               MOVE SPACES TO CTA-DESCRICAO
               IF WCONTA-VALIDA = ZERO
                   DISPLAY "CONTA NAO INFORMADA" AT 1905
                   MOVE "N" TO WCONTA-OK
               ELSE
                   IF WPLANO-OK = "S"
                       MOVE WCONTA-VALIDA TO CTA-CODIGO
                       READ PLANCTA
                           INVALID KEY
                               DISPLAY "CONTA FORA DO PLANO DE CONTAS"
                                   AT 1905
                               MOVE "N" TO WCONTA-OK
                           NOT INVALID KEY
                               IF CTA-SINTETICA
                                   DISPLAY "CONTA SINTETICA NAO"
                                       " RECEBE LANCAMENTO" AT 1905
                                   MOVE "N" TO WCONTA-OK
                               END-IF
                       END-READ
                   END-IF
               END-IF
               .
      *----------------------------------------------------------------*
      *    LISTAGEM DOS MODELOS
      *----------------------------------------------------------------*
           LISTA-MODELOS.
               PERFORM CABECALHO-LISTA
               MOVE ZERO TO LR-CODIGO
               START LANCREC KEY NOT LESS THAN LR-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-LANCREC
               END-START
               IF FS-LANCREC = "00"
                   PERFORM LE-MODELO
               END-IF
               PERFORM MOSTRA-MODELO
                   UNTIL FS-LANCREC NOT = "00"
               MOVE "00" TO FS-LANCREC
               .
           CABECALHO-LISTA.
               DISPLAY "COD  HISTORICO            DEVED CREDO F"
                   "       VALOR DIA FIM    ULTIMA S" AT 0702
               MOVE 8 TO WLINHA-TELA
               .
           LE-MODELO.
               READ LANCREC NEXT
                   AT END
                       MOVE "10" TO FS-LANCREC
               END-READ
               .
           MOSTRA-MODELO.
               IF WLINHA-TELA > 21
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "LANCAMENTOS RECORRENTES     " AT 0430
                   PERFORM CABECALHO-LISTA
               END-IF
               MOVE LR-VALOR TO WED-VALOR
               DISPLAY LR-CODIGO          AT LINE WLINHA-TELA COL 02
               DISPLAY LR-HISTORICO (1:20) AT LINE WLINHA-TELA COL 07
               DISPLAY LR-CTA-DEBITO      AT LINE WLINHA-TELA COL 28
               DISPLAY LR-CTA-CREDITO     AT LINE WLINHA-TELA COL 34
               DISPLAY LR-FORMA           AT LINE WLINHA-TELA COL 40
               DISPLAY WED-VALOR          AT LINE WLINHA-TELA COL 42
               DISPLAY LR-DIA             AT LINE WLINHA-TELA COL 54
               DISPLAY LR-COMPET-FIM      AT LINE WLINHA-TELA COL 57
               DISPLAY LR-ULT-COMPET      AT LINE WLINHA-TELA COL 64
               DISPLAY LR-SITUACAO        AT LINE WLINHA-TELA COL 71
               ADD 1 TO WLINHA-TELA
               PERFORM LE-MODELO
               .
       END PROGRAM CADASTRO-LANC-RECORRENTE.
