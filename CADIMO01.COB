      ******************************************************************
      *
      *               ATIVO IMOBILIZADO (ATIVO.DAT)
      *     CADASTRO DOS BENS DE USO DA EMPRESA - VEICULOS (LIGADOS
      *     AO VEICULO.DAT DO ENTREGA1), COMPUTADORES, MOVEIS E
      *     OUTROS - COM OS DADOS DA DEPRECIACAO:
      *     C-CADASTRO  DESCRICAO, CATEGORIA, DATA DE AQUISICAO,
      *                 CUSTO, VALOR RESIDUAL, VIDA UTIL EM MESES,
      *                 METODO (L-LINEAR S-SOMA DOS DIGITOS
      *                 D-SALDOS DECRESCENTES), CONTAS DO BEM, DA
      *                 DEPRECIACAO ACUMULADA E DA DESPESA, LOCAL E
      *                 CENTRO DE CUSTO (CENTRO.DAT).
      *                 NA INCLUSAO A AQUISICAO PODE SER LANCADA NO
      *                 LIVRO (BEM A CONTRAPARTIDA); O BEM JA
      *                 EXISTENTE NOS LIVROS ENTRA COM A DEPRECIACAO
      *                 JA ACUMULADA. DEPOIS DE LANCADO OU DEPRECIADO
      *                 SO DESCRICAO, LOCAL, CENTRO E VEICULO MUDAM;
      *     B-BAIXA     VENDA OU DESCARTE: ESTORNA A DEPRECIACAO
      *                 ACUMULADA E O CUSTO E LANCA O GANHO OU A
      *                 PERDA PELA DIFERENCA ENTRE O VALOR RECEBIDO E
      *                 O VALOR CONTABIL (CONTAS DE ATIVCTA.DAT);
      *     L-LISTAR    BEM COM O HISTORICO (ATIVHIS.DAT).
      *     A DEPRECIACAO MENSAL E LANCADA PELO DEPREC01 E O RAZAO
      *     DO IMOBILIZADO (RELIMO01) CONFERE COM O LIVRO. TODO
      *     LANCAMENTO PASSA PELO GRAVA-LANCAMENTO E A COMPETENCIA
      *     FECHADA (CTBFECH.DAT) E RECUSADA ANTES DE QUALQUER PERNA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-ATIVO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ATIVO ASSIGN TO "ATIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-CODIGO
           FILE STATUS IS FS-ATIVO.

           SELECT ATIVHIS ASSIGN TO "ATIVHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATIVHIS.

           SELECT ATIVCTA ASSIGN TO "ATIVCTA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATIVCTA.

           SELECT VEICULOS ASSIGN TO "VEICULO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VEI-CODIGO
           FILE STATUS IS FS-VEICULOS.

           SELECT PLANCTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CODIGO
           FILE STATUS IS FS-PLANCTA.

           SELECT CTBFECH ASSIGN TO "CTBFECH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTBFECH.

           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  ATIVO.
       01  REGISTRO-ATIVO.
           02 IM-CODIGO        PIC 9(06).
           02 IM-DESCRICAO     PIC X(30).
           02 IM-CATEGORIA     PIC X.
               88 IM-VEICULO-CAT  VALUE "V".
           02 IM-VEICULO       PIC 9(04).
           02 IM-LOCAL         PIC X(20).
           02 IM-DATA-AQUIS    PIC 9(08).
           02 IM-CUSTO         PIC 9(8)V99.
           02 IM-RESIDUAL      PIC 9(8)V99.
           02 IM-VIDA-MESES    PIC 9(03).
           02 IM-METODO        PIC X.
               88 IM-LINEAR       VALUE "L".
               88 IM-SOMA-DIGITOS VALUE "S".
               88 IM-DECRESCENTE  VALUE "D".
           02 IM-CTA-ATIVO     PIC 9(05).
           02 IM-CTA-DEPREC    PIC 9(05).
           02 IM-CTA-DESPESA   PIC 9(05).
           02 IM-LANCADO       PIC X.
           02 IM-DEPREC-ACUM   PIC 9(8)V99.
           02 IM-MESES-DEPREC  PIC 9(03).
           02 IM-ULT-COMPET    PIC 9(06).
           02 IM-SITUACAO      PIC X.
               88 IM-ATIVO        VALUE "A".
               88 IM-BAIXADO      VALUE "B".
           02 IM-DATA-BAIXA    PIC 9(08).
           02 IM-VALOR-VENDA   PIC 9(8)V99.
           02 IM-RESULTADO     PIC S9(8)V99.
           02 IM-CENTRO        PIC 9(03).

      *    HISTORICO DO BEM: A-AQUISICAO I-IMPLANTACAO D-DEPRECIACAO
      *    B-BAIXA
       FD  ATIVHIS.
       01  REGISTRO-ATIVHIS.
           02 AH-DATA          PIC 9(08).
           02 FILLER           PIC X.
           02 AH-ATIVO         PIC 9(06).
           02 FILLER           PIC X.
           02 AH-TIPO          PIC X.
           02 FILLER           PIC X.
           02 AH-COMPET        PIC 9(06).
           02 FILLER           PIC X.
           02 AH-VALOR         PIC 9(8)V99.
           02 FILLER           PIC X.
           02 AH-MESES         PIC 9(03).
           02 FILLER           PIC X.
           02 AH-OPERADOR      PIC X(10).

      *    CONTAS DA BAIXA E CONTRAPARTIDA PADRAO DA AQUISICAO (UM
      *    REGISTRO: CAIXA/BANCO, GANHO NA ALIENACAO, PERDA)
       FD  ATIVCTA.
       01  REGISTRO-ATIVCTA.
           02 AC-CTA-CAIXA     PIC 9(05).
           02 FILLER           PIC X.
           02 AC-CTA-GANHO     PIC 9(05).
           02 FILLER           PIC X.
           02 AC-CTA-PERDA     PIC 9(05).

       FD  VEICULOS.
       01  REGISTRO-VEICULO.
           02 VEI-CODIGO     PIC 9(04).
           02 VEI-PLACA      PIC X(08).
           02 VEI-MOTORISTA  PIC X(30).
           02 VEI-CAPACIDADE PIC 9(06).
           02 VEI-ATIVO      PIC X.

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

      *    CENTROS DE CUSTO (CADCCU01)
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.
               88 CC-ATIVO        VALUE "A".

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-ATIVO.
           02 FS-ATIVO-1 PIC 9.
           02 FS-ATIVO-2 PIC 9.
           02 FS-ATIVO-R REDEFINES FS-ATIVO-2 PIC 99 COMP-X.
       01  FS-VEICULOS.
           02 FS-VEICULOS-1 PIC 9.
           02 FS-VEICULOS-2 PIC 9.
           02 FS-VEICULO-R REDEFINES FS-VEICULOS-2 PIC 99 COMP-X.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.
       77  FS-ATIVHIS     PIC XX VALUE SPACES.
       77  FS-ATIVCTA     PIC XX VALUE SPACES.
       77  FS-CTBFECH     PIC XX VALUE SPACES.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WENTIDADE      PIC X(10) VALUE "ATIVO".
       77  WSUGESTAO      PIC 9(06) VALUE ZERO.
       77  WATIVO         PIC 9(06) VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WNOVO          PIC X VALUE "N".
       77  WEDITA-VALORES PIC X VALUE "N".
       77  WCONTAS-ARQ    PIC X VALUE "N".
       77  WVEICULOS-ARQ  PIC X VALUE "N".
       77  WPLANO-ARQ     PIC X VALUE "N".
       77  WCENTROS-ARQ   PIC X VALUE "N".
      *    CAMPOS DO BEM EM EDICAO
       77  WIM-DESCRICAO  PIC X(30) VALUE SPACES.
       77  WIM-CATEGORIA  PIC X VALUE SPACES.
       77  WIM-VEICULO    PIC 9(04) VALUE ZERO.
       77  WIM-LOCAL      PIC X(20) VALUE SPACES.
       77  WIM-CENTRO     PIC 9(03) VALUE ZERO.
       77  WIM-DATA-AQUIS PIC 9(08) VALUE ZERO.
       77  WIM-CUSTO      PIC 9(8)V99 VALUE ZERO.
       77  WIM-RESIDUAL   PIC 9(8)V99 VALUE ZERO.
       77  WIM-VIDA       PIC 9(03) VALUE ZERO.
       77  WIM-METODO     PIC X VALUE SPACES.
       77  WIM-CTA-ATIVO  PIC 9(05) VALUE ZERO.
       77  WIM-CTA-DEPREC PIC 9(05) VALUE ZERO.
       77  WIM-CTA-DESPESA PIC 9(05) VALUE ZERO.
       77  WIM-DEPREC-INI PIC 9(8)V99 VALUE ZERO.
       77  WIM-MESES-INI  PIC 9(03) VALUE ZERO.
       77  WLANCA-AQUIS   PIC X VALUE "N".
      *    LANCAMENTOS (AQUISICAO E BAIXA)
       77  WCONTA-VALIDAR PIC 9(05) VALUE ZERO.
       77  WCONTA-OK      PIC X VALUE "S".
       77  WCOMPET-LANC   PIC 9(06) VALUE ZERO.
       77  WPERIODO-FECHADO PIC X VALUE "N".
       77  WCONTRA        PIC 9(05) VALUE ZERO.
       77  WCONTA-DEVEDORA PIC 9(05) VALUE ZERO.
       77  WCONTA-CREDORA PIC 9(05) VALUE ZERO.
       77  WTIPO-DEB      PIC X VALUE "D".
       77  WVALOR-LANC    PIC 9(8)V99 VALUE ZERO.
       77  WDATA-LANC     PIC 9(08) VALUE ZERO.
       77  WLAN-RESULT    PIC X VALUE "N".
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WLAN-OK        PIC X VALUE "S".
      *    BAIXA
       77  WDATA-BAIXA    PIC 9(08) VALUE ZERO.
       77  WVALOR-VENDA   PIC 9(8)V99 VALUE ZERO.
       77  WCONTABIL      PIC 9(8)V99 VALUE ZERO.
       77  WRESULTADO     PIC S9(8)V99 VALUE ZERO.
       77  WHIS-TIPO      PIC X VALUE SPACE.
       77  WHIS-VALOR     PIC 9(8)V99 VALUE ZERO.
       77  WHIS-DATA      PIC 9(08) VALUE ZERO.
      *    LISTAGEM
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  QT-HISTORICO   PIC 9(04) VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-RESULTADO  PIC -(8)9.99.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O ATIVO.
           IF FS-ATIVO = "35"
               OPEN OUTPUT ATIVO
               CLOSE ATIVO
               OPEN I-O ATIVO
           END-IF.
           OPEN INPUT VEICULOS.
           IF FS-VEICULOS = "00"
               MOVE "S" TO WVEICULOS-ARQ
           END-IF.
           OPEN INPUT PLANCTA.
           IF FS-PLANCTA = "00"
               MOVE "S" TO WPLANO-ARQ
           END-IF.
           OPEN INPUT CENTRO.
           IF FS-CENTRO = "00"
               MOVE "S" TO WCENTROS-ARQ
           END-IF.
           OPEN INPUT ATIVCTA.
           IF FS-ATIVCTA = "00"
               READ ATIVCTA
                   AT END
                       MOVE "10" TO FS-ATIVCTA
               END-READ
               CLOSE ATIVCTA
               IF FS-ATIVCTA = "00"
                   MOVE "S" TO WCONTAS-ARQ
               END-IF
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "ATIVO IMOBILIZADO           " AT 0430
               DISPLAY "ACAO C-CADASTRO B-BAIXA L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE ATIVO VEICULOS PLANCTA CENTRO
                       EXIT PROGRAM
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM MANTEM-ATIVO THRU MANTEM-ATIVO-FIM
                   WHEN WACAO = "B" OR WACAO = "b"
                       PERFORM BAIXA-ATIVO THRU BAIXA-ATIVO-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-ATIVO THRU LISTA-ATIVO-FIM
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    BEM EXISTENTE - BAIXA E LISTAGEM
      *----------------------------------------------------------------*
           BUSCA-ATIVO.
               MOVE "N" TO WACHOU
               DISPLAY "BEM [......]               " AT 0705
               MOVE ZERO TO WATIVO
               ACCEPT WATIVO AT 0710
               IF WATIVO = ZERO
                   DISPLAY "BEM NAO INFORMADO" AT 1905
                   GO TO BUSCA-ATIVO-FIM
               END-IF
               MOVE WATIVO TO IM-CODIGO
               READ ATIVO
                   INVALID KEY
                       DISPLAY "BEM NAO CADASTRADO" AT 1905
                       GO TO BUSCA-ATIVO-FIM
               END-READ
               DISPLAY IM-DESCRICAO AT 0720
               MOVE "S" TO WACHOU
               .
           BUSCA-ATIVO-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    CADASTRO: INCLUSAO OU ALTERACAO. OS VALORES DA
      *    DEPRECIACAO SO SE EDITAM ENQUANTO O BEM NAO FOI LANCADO
      *    NEM DEPRECIADO.
      *----------------------------------------------------------------*
           MANTEM-ATIVO.
               DISPLAY "BEM [......] (0 = NOVO)    " AT 0705
               MOVE ZERO TO WATIVO
               ACCEPT WATIVO AT 0710
               IF WATIVO = ZERO
                   CALL "PROXIMO-NUMERO" USING WENTIDADE, WSUGESTAO
                   MOVE WSUGESTAO TO WATIVO
                   DISPLAY WATIVO AT 0710
               END-IF
               MOVE WATIVO TO IM-CODIGO
               READ ATIVO
                   INVALID KEY
                       MOVE "S" TO WNOVO
                   NOT INVALID KEY
                       MOVE "N" TO WNOVO
               END-READ
               IF WNOVO = "S"
                   DISPLAY "BEM NOVO" AT 0720
                   MOVE SPACES TO WIM-DESCRICAO WIM-LOCAL
                   MOVE "O"    TO WIM-CATEGORIA
                   MOVE "L"    TO WIM-METODO
                   MOVE ZERO   TO WIM-VEICULO WIM-DATA-AQUIS
                   MOVE ZERO   TO WIM-CENTRO
                   MOVE ZERO   TO WIM-CUSTO WIM-RESIDUAL WIM-VIDA
                   MOVE ZERO   TO WIM-CTA-ATIVO WIM-CTA-DEPREC
                   MOVE ZERO   TO WIM-CTA-DESPESA
                   MOVE ZERO   TO WIM-DEPREC-INI WIM-MESES-INI
                   MOVE "S"    TO WEDITA-VALORES
               ELSE
                   IF IM-BAIXADO
                       DISPLAY "BEM BAIXADO EM" AT 0720
                       DISPLAY IM-DATA-BAIXA AT 0735
                       GO TO MANTEM-ATIVO-FIM
                   END-IF
                   MOVE IM-DESCRICAO   TO WIM-DESCRICAO
                   MOVE IM-CATEGORIA   TO WIM-CATEGORIA
                   MOVE IM-VEICULO     TO WIM-VEICULO
                   MOVE IM-LOCAL       TO WIM-LOCAL
                   MOVE IM-CENTRO      TO WIM-CENTRO
                   MOVE IM-DATA-AQUIS  TO WIM-DATA-AQUIS
                   MOVE IM-CUSTO       TO WIM-CUSTO
                   MOVE IM-RESIDUAL    TO WIM-RESIDUAL
                   MOVE IM-VIDA-MESES  TO WIM-VIDA
                   MOVE IM-METODO      TO WIM-METODO
                   MOVE IM-CTA-ATIVO   TO WIM-CTA-ATIVO
                   MOVE IM-CTA-DEPREC  TO WIM-CTA-DEPREC
                   MOVE IM-CTA-DESPESA TO WIM-CTA-DESPESA
                   MOVE IM-DEPREC-ACUM TO WIM-DEPREC-INI
                   MOVE IM-MESES-DEPREC TO WIM-MESES-INI
                   IF IM-LANCADO = "S" OR IM-ULT-COMPET > ZERO
                       MOVE "N" TO WEDITA-VALORES
                   ELSE
                       MOVE "S" TO WEDITA-VALORES
                   END-IF
               END-IF
               DISPLAY "DESCRICAO      [..............................]"
                   AT 0805
               DISPLAY WIM-DESCRICAO AT 0821
               ACCEPT WIM-DESCRICAO AT 0821
               IF WIM-DESCRICAO = SPACES
                   DISPLAY "DESCRICAO NAO INFORMADA" AT 1905
                   GO TO MANTEM-ATIVO-FIM
               END-IF
               DISPLAY "CATEGORIA      [.] V-VEICULO C-COMPUTADOR"
                   " M-MOVEIS O-OUTROS" AT 0905
               DISPLAY WIM-CATEGORIA AT 0921
               ACCEPT WIM-CATEGORIA AT 0921
               INSPECT WIM-CATEGORIA CONVERTING "vcmo" TO "VCMO"
               IF WIM-CATEGORIA NOT = "V" AND WIM-CATEGORIA NOT = "C"
                  AND WIM-CATEGORIA NOT = "M"
                   MOVE "O" TO WIM-CATEGORIA
               END-IF
               IF WIM-CATEGORIA = "V"
                   DISPLAY "VEICULO        [....]" AT 1005
                   DISPLAY WIM-VEICULO AT 1021
                   ACCEPT WIM-VEICULO AT 1021
                   IF WVEICULOS-ARQ = "S"
                       MOVE WIM-VEICULO TO VEI-CODIGO
                       READ VEICULOS
                           INVALID KEY
                               DISPLAY "VEICULO NAO CADASTRADO"
                                   AT 1905
                               GO TO MANTEM-ATIVO-FIM
                       END-READ
                       DISPLAY VEI-PLACA AT 1027
                   END-IF
               ELSE
                   MOVE ZERO TO WIM-VEICULO
               END-IF
               DISPLAY "LOCALIZACAO    [....................]" AT 1105
               DISPLAY WIM-LOCAL AT 1121
               ACCEPT WIM-LOCAL AT 1121
               DISPLAY "CENTRO [...]" AT 1145
               DISPLAY WIM-CENTRO AT 1153
               ACCEPT WIM-CENTRO AT 1153
               IF WIM-CENTRO NOT = ZERO AND WCENTROS-ARQ = "S"
                   MOVE WIM-CENTRO TO CC-CODIGO
                   READ CENTRO
                       INVALID KEY
                           MOVE "I" TO CC-SITUACAO
                   END-READ
                   IF NOT CC-ATIVO
                       DISPLAY "CENTRO DE CUSTO NAO CADASTRADO OU"
                           " INATIVO" AT 1905
                       GO TO MANTEM-ATIVO-FIM
                   END-IF
                   DISPLAY CC-DESCRICAO (1:15) AT 1158
               END-IF
               IF WEDITA-VALORES = "S"
                   PERFORM CAPTURA-VALORES THRU CAPTURA-VALORES-FIM
                   IF OPCAO = "N"
                       GO TO MANTEM-ATIVO-FIM
                   END-IF
               ELSE
                   PERFORM EXIBE-VALORES
               END-IF
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-ATIVO-FIM
               END-IF
               IF WLANCA-AQUIS = "S"
                   PERFORM LANCA-AQUISICAO THRU LANCA-AQUISICAO-FIM
                   IF WLAN-OK NOT = "S"
                       GO TO MANTEM-ATIVO-FIM
                   END-IF
               END-IF
               PERFORM GRAVA-ATIVO
               .
           MANTEM-ATIVO-FIM.
               EXIT.
           CAPTURA-VALORES.
               MOVE "S" TO OPCAO
               MOVE "N" TO WLANCA-AQUIS
               DISPLAY "DATA AQUISICAO [........] AAAAMMDD" AT 1205
               DISPLAY WIM-DATA-AQUIS AT 1221
               ACCEPT WIM-DATA-AQUIS AT 1221
               IF WIM-DATA-AQUIS = ZERO OR
                  WIM-DATA-AQUIS > WDATA-SISTEMA
                   DISPLAY "DATA DE AQUISICAO INVALIDA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-VALORES-FIM
               END-IF
               DISPLAY "CUSTO          [...........]  RESIDUAL"
                   " [...........]" AT 1305
               MOVE WIM-CUSTO TO WED-VALOR
               DISPLAY WED-VALOR AT 1321
               MOVE WIM-RESIDUAL TO WED-VALOR
               DISPLAY WED-VALOR AT 1350
               ACCEPT WIM-CUSTO AT 1321
               ACCEPT WIM-RESIDUAL AT 1350
               IF WIM-CUSTO = ZERO OR WIM-RESIDUAL NOT < WIM-CUSTO
                   DISPLAY "CUSTO OU VALOR RESIDUAL INVALIDO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-VALORES-FIM
               END-IF
               DISPLAY "VIDA UTIL MESES[...]  METODO [.] L-LINEAR"
                   " S-SOMA DIGITOS D-DECRESC." AT 1405
               DISPLAY WIM-VIDA AT 1421
               DISPLAY WIM-METODO AT 1436
               ACCEPT WIM-VIDA AT 1421
               ACCEPT WIM-METODO AT 1436
               INSPECT WIM-METODO CONVERTING "lsd" TO "LSD"
               IF WIM-VIDA = ZERO OR (WIM-METODO NOT = "L" AND
                  WIM-METODO NOT = "S" AND WIM-METODO NOT = "D")
                   DISPLAY "VIDA UTIL OU METODO INVALIDO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-VALORES-FIM
               END-IF
               DISPLAY "CONTAS BEM [.....] DEPR.ACUM [.....] DESPESA"
                   " [.....]" AT 1505
               DISPLAY WIM-CTA-ATIVO   AT 1517
               DISPLAY WIM-CTA-DEPREC  AT 1535
               DISPLAY WIM-CTA-DESPESA AT 1551
               ACCEPT WIM-CTA-ATIVO   AT 1517
               ACCEPT WIM-CTA-DEPREC  AT 1535
               ACCEPT WIM-CTA-DESPESA AT 1551
               MOVE WIM-CTA-ATIVO TO WCONTA-VALIDAR
               PERFORM VALIDA-CONTA
               IF WCONTA-OK = "S"
                   MOVE WIM-CTA-DEPREC TO WCONTA-VALIDAR
                   PERFORM VALIDA-CONTA
               END-IF
               IF WCONTA-OK = "S"
                   MOVE WIM-CTA-DESPESA TO WCONTA-VALIDAR
                   PERFORM VALIDA-CONTA
               END-IF
               IF WCONTA-OK NOT = "S"
                   DISPLAY "CONTA FORA DO PLANO OU SINTETICA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-VALORES-FIM
               END-IF
      *        BEM QUE JA ESTA NOS LIVROS ENTRA COM A DEPRECIACAO
      *        JA ACUMULADA; BEM NOVO PODE TER A AQUISICAO LANCADA
               DISPLAY "DEPREC. JA ACUMULADA [...........] MESES"
                   " [...]" AT 1605
               MOVE WIM-DEPREC-INI TO WED-VALOR
               DISPLAY WED-VALOR AT 1627
               DISPLAY WIM-MESES-INI AT 1646
               ACCEPT WIM-DEPREC-INI AT 1627
               ACCEPT WIM-MESES-INI AT 1646
               IF WIM-DEPREC-INI > WIM-CUSTO - WIM-RESIDUAL OR
                  WIM-MESES-INI > WIM-VIDA
                   DISPLAY "DEPRECIACAO ACUMULADA INVALIDA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-VALORES-FIM
               END-IF
               IF WIM-DEPREC-INI = ZERO AND WIM-MESES-INI = ZERO
                   DISPLAY "LANCAR AQUISICAO NO LIVRO [.] CONTRA"
                       "PARTIDA [.....] (0 = PADRAO)" AT 1705
                   ACCEPT WLANCA-AQUIS AT 1732
                   INSPECT WLANCA-AQUIS CONVERTING "sn" TO "SN"
                   IF WLANCA-AQUIS = "S"
                       MOVE ZERO TO WCONTRA
                       ACCEPT WCONTRA AT 1750
                       IF WCONTRA = ZERO AND WCONTAS-ARQ = "S"
                           MOVE AC-CTA-CAIXA TO WCONTRA
                           DISPLAY WCONTRA AT 1750
                       END-IF
                       MOVE WCONTRA TO WCONTA-VALIDAR
                       PERFORM VALIDA-CONTA
                       IF WCONTRA = ZERO OR WCONTA-OK NOT = "S"
                           DISPLAY "CONTRAPARTIDA INVALIDA" AT 1905
                           MOVE "N" TO OPCAO
                           GO TO CAPTURA-VALORES-FIM
                       END-IF
                   END-IF
               END-IF
               .
           CAPTURA-VALORES-FIM.
               EXIT.
           EXIBE-VALORES.
               MOVE "N" TO WLANCA-AQUIS
               DISPLAY "DATA AQUISICAO" AT 1205
               DISPLAY WIM-DATA-AQUIS AT 1221
               DISPLAY "CUSTO" AT 1305
               MOVE WIM-CUSTO TO WED-VALOR
               DISPLAY WED-VALOR AT 1321
               DISPLAY "RESIDUAL" AT 1341
               MOVE WIM-RESIDUAL TO WED-VALOR
               DISPLAY WED-VALOR AT 1350
               DISPLAY "VIDA UTIL MESES" AT 1405
               DISPLAY WIM-VIDA AT 1421
               DISPLAY "METODO" AT 1427
               DISPLAY WIM-METODO AT 1436
               DISPLAY "CONTAS BEM" AT 1505
               DISPLAY WIM-CTA-ATIVO AT 1517
               DISPLAY "DEPR.ACUM" AT 1524
               DISPLAY WIM-CTA-DEPREC AT 1535
               DISPLAY "DESPESA" AT 1542
               DISPLAY WIM-CTA-DESPESA AT 1551
               DISPLAY "DEPREC. ACUMULADA" AT 1605
               MOVE WIM-DEPREC-INI TO WED-VALOR
               DISPLAY WED-VALOR AT 1627
               DISPLAY "MESES" AT 1640
               DISPLAY WIM-MESES-INI AT 1646
               DISPLAY "BEM JA LANCADO OU DEPRECIADO - VALORES"
                   " BLOQUEADOS" AT 1705
               .
      *    SEM PLANO DE CONTAS PUBLICADO A VALIDACAO E DISPENSADA,
      *    COMO NO GRAVA-LANCAMENTO; CONTA SINTETICA NAO RECEBE
      *    LANCAMENTO
           VALIDA-CONTA.
               MOVE "S" TO WCONTA-OK
               IF WCONTA-VALIDAR = ZERO
                   MOVE "N" TO WCONTA-OK
               ELSE
                   IF WPLANO-ARQ = "S"
                       MOVE WCONTA-VALIDAR TO CTA-CODIGO
                       READ PLANCTA
                           INVALID KEY
                               MOVE "N" TO WCONTA-OK
                           NOT INVALID KEY
                               IF CTA-SINTETICA
                                   MOVE "N" TO WCONTA-OK
                               END-IF
                       END-READ
                   END-IF
               END-IF
               .
           VERIFICA-PERIODO.
               MOVE "N" TO WPERIODO-FECHADO
               OPEN INPUT CTBFECH
               IF FS-CTBFECH = "00"
                   PERFORM LE-CTBFECH
                   PERFORM CONFERE-CTBFECH
                       UNTIL FS-CTBFECH NOT = "00"
                   CLOSE CTBFECH
               END-IF
               .
           LE-CTBFECH.
               READ CTBFECH
                   AT END
                       MOVE "10" TO FS-CTBFECH
               END-READ
               .
           CONFERE-CTBFECH.
               IF FCH-COMPETENCIA = WCOMPET-LANC
                   IF FCH-STATUS = "FECHADO"
                       MOVE "S" TO WPERIODO-FECHADO
                   ELSE
                       MOVE "N" TO WPERIODO-FECHADO
                   END-IF
               END-IF
               PERFORM LE-CTBFECH
               .
           LANCA-AQUISICAO.
               MOVE "N" TO WLAN-OK
               MOVE WIM-DATA-AQUIS (1:6) TO WCOMPET-LANC
               PERFORM VERIFICA-PERIODO
               IF WPERIODO-FECHADO = "S"
                   DISPLAY "COMPETENCIA DA AQUISICAO FECHADA - BEM"
                       " NAO GRAVADO" AT 1905
                   GO TO LANCA-AQUISICAO-FIM
               END-IF
               MOVE WIM-CTA-ATIVO  TO WCONTA-DEVEDORA
               MOVE WCONTRA        TO WCONTA-CREDORA
               MOVE WIM-CUSTO      TO WVALOR-LANC
               MOVE WIM-DATA-AQUIS TO WDATA-LANC
               CALL "GRAVA-LANCAMENTO" USING WCONTA-DEVEDORA,
                   WTIPO-DEB, WVALOR-LANC, WDATA-LANC,
                   WLAN-RESULT, WCONTA-CREDORA, WIM-CENTRO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   DISPLAY "AQUISICAO RECUSADA PELO LIVRO - BEM NAO"
                       " GRAVADO" AT 1905
                   GO TO LANCA-AQUISICAO-FIM
               END-IF
               MOVE "S" TO WLAN-OK
               .
           LANCA-AQUISICAO-FIM.
               EXIT.
           GRAVA-ATIVO.
               IF WNOVO = "S"
                   INITIALIZE REGISTRO-ATIVO
                   MOVE "N"            TO IM-LANCADO
                   MOVE "A"            TO IM-SITUACAO
               END-IF
               MOVE WATIVO          TO IM-CODIGO
               MOVE WIM-DESCRICAO   TO IM-DESCRICAO
               MOVE WIM-CATEGORIA   TO IM-CATEGORIA
               MOVE WIM-VEICULO     TO IM-VEICULO
               MOVE WIM-LOCAL       TO IM-LOCAL
               MOVE WIM-CENTRO      TO IM-CENTRO
               IF WEDITA-VALORES = "S"
                   MOVE WIM-DATA-AQUIS  TO IM-DATA-AQUIS
                   MOVE WIM-CUSTO       TO IM-CUSTO
                   MOVE WIM-RESIDUAL    TO IM-RESIDUAL
                   MOVE WIM-VIDA        TO IM-VIDA-MESES
                   MOVE WIM-METODO      TO IM-METODO
                   MOVE WIM-CTA-ATIVO   TO IM-CTA-ATIVO
                   MOVE WIM-CTA-DEPREC  TO IM-CTA-DEPREC
                   MOVE WIM-CTA-DESPESA TO IM-CTA-DESPESA
                   MOVE WIM-DEPREC-INI  TO IM-DEPREC-ACUM
                   MOVE WIM-MESES-INI   TO IM-MESES-DEPREC
                   IF WLANCA-AQUIS = "S"
                       MOVE "S" TO IM-LANCADO
                   END-IF
               END-IF
               WRITE REGISTRO-ATIVO
                   INVALID KEY
                       REWRITE REGISTRO-ATIVO
               END-WRITE
               IF WLANCA-AQUIS = "S"
                   MOVE "A"            TO WHIS-TIPO
                   MOVE WIM-CUSTO      TO WHIS-VALOR
                   MOVE WIM-DATA-AQUIS TO WHIS-DATA
                   PERFORM GRAVA-HISTORICO
               ELSE
                   IF WNOVO = "S"
                       MOVE "I"            TO WHIS-TIPO
                       MOVE WIM-CUSTO      TO WHIS-VALOR
                       MOVE WDATA-SISTEMA  TO WHIS-DATA
                       PERFORM GRAVA-HISTORICO
                   END-IF
               END-IF
               MOVE WATIVO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADIMO01", "GRAVOU", WCHAVE-AUD
               DISPLAY "BEM GRAVADO" AT 2005
               .
           GRAVA-HISTORICO.
               OPEN EXTEND ATIVHIS
               IF FS-ATIVHIS = "35"
                   OPEN OUTPUT ATIVHIS
               END-IF
               MOVE SPACES          TO REGISTRO-ATIVHIS
               MOVE WHIS-DATA       TO AH-DATA
               MOVE IM-CODIGO       TO AH-ATIVO
               MOVE WHIS-TIPO       TO AH-TIPO
               MOVE WHIS-DATA (1:6) TO AH-COMPET
               MOVE WHIS-VALOR      TO AH-VALOR
               MOVE IM-MESES-DEPREC TO AH-MESES
               MOVE WOPERADOR       TO AH-OPERADOR
               WRITE REGISTRO-ATIVHIS
               CLOSE ATIVHIS
               .
      *----------------------------------------------------------------*
      *    BAIXA: DEPRECIACAO ACUMULADA CONTRA O BEM, RECEBIMENTO
      *    CONTRA O BEM ATE O VALOR CONTABIL E A DIFERENCA EM GANHO
      *    OU PERDA. A DEPRECIACAO DO MES DA BAIXA DEVE TER SIDO
      *    RODADA ANTES (DEPREC01).
      *----------------------------------------------------------------*
           BAIXA-ATIVO.
               PERFORM BUSCA-ATIVO THRU BUSCA-ATIVO-FIM
               IF WACHOU = "N"
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               IF IM-BAIXADO
                   DISPLAY "BEM JA BAIXADO" AT 1905
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               IF WCONTAS-ARQ NOT = "S"
                   DISPLAY "ATIVCTA.DAT NAO ENCONTRADO - BAIXA NAO"
                       " LANCADA" AT 1905
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               COMPUTE WCONTABIL = IM-CUSTO - IM-DEPREC-ACUM
               DISPLAY "CUSTO" AT 0805
               MOVE IM-CUSTO TO WED-VALOR
               DISPLAY WED-VALOR AT 0821
               DISPLAY "DEPREC.ACUMULADA" AT 0905
               MOVE IM-DEPREC-ACUM TO WED-VALOR
               DISPLAY WED-VALOR AT 0921
               DISPLAY "ATE" AT 0935
               DISPLAY IM-ULT-COMPET AT 0939
               DISPLAY "VALOR CONTABIL" AT 1005
               MOVE WCONTABIL TO WED-VALOR
               DISPLAY WED-VALOR AT 1021
               DISPLAY "DATA DA BAIXA  [........] (0 = HOJE)" AT 1205
               MOVE ZERO TO WDATA-BAIXA
               ACCEPT WDATA-BAIXA AT 1221
               IF WDATA-BAIXA = ZERO
                   MOVE WDATA-SISTEMA TO WDATA-BAIXA
                   DISPLAY WDATA-BAIXA AT 1221
               END-IF
               IF WDATA-BAIXA < IM-DATA-AQUIS
                   DISPLAY "DATA DA BAIXA ANTERIOR A AQUISICAO" AT 1905
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               IF IM-ULT-COMPET < WDATA-BAIXA (1:6)
                   DISPLAY "ATENCAO: DEPRECIACAO SO ATE A COMPETENCIA"
                       " ACIMA" AT 1105
               END-IF
               DISPLAY "VALOR RECEBIDO [...........] (0 = DESCARTE)"
                   AT 1305
               MOVE ZERO TO WVALOR-VENDA
               ACCEPT WVALOR-VENDA AT 1321
               MOVE ZERO TO WCONTRA
               IF WVALOR-VENDA > ZERO
                   DISPLAY "CONTA RECEBIM. [.....] (0 = PADRAO)"
                       AT 1405
                   ACCEPT WCONTRA AT 1421
                   IF WCONTRA = ZERO
                       MOVE AC-CTA-CAIXA TO WCONTRA
                       DISPLAY WCONTRA AT 1421
                   END-IF
               END-IF
               COMPUTE WRESULTADO = WVALOR-VENDA - WCONTABIL
               MOVE WRESULTADO TO WED-RESULTADO
               IF WRESULTADO < ZERO
                   DISPLAY "PERDA NA BAIXA" AT 1505
               ELSE
                   DISPLAY "GANHO NA BAIXA" AT 1505
               END-IF
               DISPLAY WED-RESULTADO AT 1521
      *        CONTAS E COMPETENCIA CONFERIDAS ANTES DA PRIMEIRA
      *        PERNA, PARA A BAIXA NAO FICAR PELA METADE NO LIVRO
               MOVE "S" TO WCONTA-OK
               IF WVALOR-VENDA > ZERO
                   MOVE WCONTRA TO WCONTA-VALIDAR
                   PERFORM VALIDA-CONTA
               END-IF
               IF WCONTA-OK = "S" AND WRESULTADO > ZERO
                   MOVE AC-CTA-GANHO TO WCONTA-VALIDAR
                   PERFORM VALIDA-CONTA
               END-IF
               IF WCONTA-OK = "S" AND WRESULTADO < ZERO
                   MOVE AC-CTA-PERDA TO WCONTA-VALIDAR
                   PERFORM VALIDA-CONTA
               END-IF
               IF WCONTA-OK NOT = "S"
                   DISPLAY "CONTA DA BAIXA FORA DO PLANO OU SINTETICA"
                       AT 1905
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               MOVE WDATA-BAIXA (1:6) TO WCOMPET-LANC
               PERFORM VERIFICA-PERIODO
               IF WPERIODO-FECHADO = "S"
                   DISPLAY "COMPETENCIA DA BAIXA FECHADA" AT 1905
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               DISPLAY "CONFIRMA A BAIXA [S-N][.]  " AT 1905
               ACCEPT OPCAO AT 1928
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               MOVE "S" TO WLAN-OK
               MOVE WDATA-BAIXA TO WDATA-LANC
               MOVE IM-CTA-DEPREC  TO WCONTA-DEVEDORA
               MOVE IM-CTA-ATIVO   TO WCONTA-CREDORA
               MOVE IM-DEPREC-ACUM TO WVALOR-LANC
               PERFORM POSTA-PERNA THRU POSTA-PERNA-FIM
               IF WRESULTADO NOT < ZERO
                   MOVE WCONTRA      TO WCONTA-DEVEDORA
                   MOVE IM-CTA-ATIVO TO WCONTA-CREDORA
                   MOVE WCONTABIL    TO WVALOR-LANC
                   PERFORM POSTA-PERNA THRU POSTA-PERNA-FIM
                   MOVE WCONTRA      TO WCONTA-DEVEDORA
                   MOVE AC-CTA-GANHO TO WCONTA-CREDORA
                   MOVE WRESULTADO   TO WVALOR-LANC
                   PERFORM POSTA-PERNA THRU POSTA-PERNA-FIM
               ELSE
                   MOVE WCONTRA      TO WCONTA-DEVEDORA
                   MOVE IM-CTA-ATIVO TO WCONTA-CREDORA
                   MOVE WVALOR-VENDA TO WVALOR-LANC
                   PERFORM POSTA-PERNA THRU POSTA-PERNA-FIM
                   MOVE AC-CTA-PERDA TO WCONTA-DEVEDORA
                   MOVE IM-CTA-ATIVO TO WCONTA-CREDORA
                   COMPUTE WVALOR-LANC = ZERO - WRESULTADO
                   PERFORM POSTA-PERNA THRU POSTA-PERNA-FIM
               END-IF
               IF WLAN-OK NOT = "S"
                   DISPLAY "ATENCAO: BAIXA LANCADA EM PARTE - CONFERIR"
                       " O LIVRO" AT 2005
                   GO TO BAIXA-ATIVO-FIM
               END-IF
               MOVE "B"          TO IM-SITUACAO
               MOVE WDATA-BAIXA  TO IM-DATA-BAIXA
               MOVE WVALOR-VENDA TO IM-VALOR-VENDA
               MOVE WRESULTADO   TO IM-RESULTADO
               REWRITE REGISTRO-ATIVO
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO BEM" AT 2005
               END-REWRITE
               MOVE "B"          TO WHIS-TIPO
               MOVE WVALOR-VENDA TO WHIS-VALOR
               MOVE WDATA-BAIXA  TO WHIS-DATA
               PERFORM GRAVA-HISTORICO
               MOVE WATIVO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADIMO01", "BAIXOU", WCHAVE-AUD
               DISPLAY "BEM BAIXADO E LANCADO NO LIVRO" AT 2005
               .
           BAIXA-ATIVO-FIM.
               EXIT.
           POSTA-PERNA.
               IF WVALOR-LANC = ZERO
                   GO TO POSTA-PERNA-FIM
               END-IF
               CALL "GRAVA-LANCAMENTO" USING WCONTA-DEVEDORA,
                   WTIPO-DEB, WVALOR-LANC, WDATA-LANC,
                   WLAN-RESULT, WCONTA-CREDORA, IM-CENTRO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   MOVE "N" TO WLAN-OK
               END-IF
               .
           POSTA-PERNA-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    BEM COM O HISTORICO
      *----------------------------------------------------------------*
           LISTA-ATIVO.
               PERFORM BUSCA-ATIVO THRU BUSCA-ATIVO-FIM
               IF WACHOU = "N"
                   GO TO LISTA-ATIVO-FIM
               END-IF
               DISPLAY "AQUISICAO" AT 0805
               DISPLAY IM-DATA-AQUIS AT 0815
               DISPLAY "CUSTO" AT 0825
               MOVE IM-CUSTO TO WED-VALOR
               DISPLAY WED-VALOR AT 0831
               DISPLAY "VIDA" AT 0844
               DISPLAY IM-VIDA-MESES AT 0849
               DISPLAY "METODO" AT 0854
               DISPLAY IM-METODO AT 0861
               DISPLAY "SITUACAO" AT 0864
               DISPLAY IM-SITUACAO AT 0873
               DISPLAY "DEPREC." AT 0905
               MOVE IM-DEPREC-ACUM TO WED-VALOR
               DISPLAY WED-VALOR AT 0913
               DISPLAY "MESES" AT 0926
               DISPLAY IM-MESES-DEPREC AT 0932
               DISPLAY "ATE" AT 0937
               DISPLAY IM-ULT-COMPET AT 0941
               DISPLAY "LOCAL" AT 0949
               DISPLAY IM-LOCAL AT 0955
               DISPLAY "DATA     T COMPET        VALOR MESES OPERADOR"
                   AT 1105
               MOVE 12 TO WLINHA-TELA
               MOVE ZERO TO QT-HISTORICO
               OPEN INPUT ATIVHIS
               IF FS-ATIVHIS = "00"
                   PERFORM LE-HISTORICO
                   PERFORM LISTA-HISTORICO
                       UNTIL FS-ATIVHIS NOT = "00"
                   CLOSE ATIVHIS
               END-IF
               IF QT-HISTORICO = ZERO
                   DISPLAY "BEM SEM HISTORICO" AT 1205
               END-IF
               .
           LISTA-ATIVO-FIM.
               EXIT.
           LE-HISTORICO.
               READ ATIVHIS
                   AT END
                       MOVE "10" TO FS-ATIVHIS
               END-READ
               .
           LISTA-HISTORICO.
               IF AH-ATIVO = WATIVO
                   IF WLINHA-TELA > 21
                       DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                       ACCEPT OPCAO AT 2335
                       DISPLAY SPACE ERASE EOS
                       DISPLAY "ATIVO IMOBILIZADO           " AT 0430
                       DISPLAY "DATA     T COMPET        VALOR MESES"
                           " OPERADOR" AT 1105
                       MOVE 12 TO WLINHA-TELA
                   END-IF
                   ADD 1 TO QT-HISTORICO
                   DISPLAY AH-DATA AT LINE WLINHA-TELA COL 05
                   DISPLAY AH-TIPO AT LINE WLINHA-TELA COL 14
                   DISPLAY AH-COMPET AT LINE WLINHA-TELA COL 16
                   MOVE AH-VALOR TO WED-VALOR
                   DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 23
                   DISPLAY AH-MESES AT LINE WLINHA-TELA COL 37
                   DISPLAY AH-OPERADOR AT LINE WLINHA-TELA COL 41
                   ADD 1 TO WLINHA-TELA
               END-IF
               PERFORM LE-HISTORICO
               .
       END PROGRAM CADASTRO-ATIVO.
