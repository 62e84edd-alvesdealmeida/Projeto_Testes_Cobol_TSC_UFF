      ******************************************************************
      *
      *               KITS DE VENDA (COMBOS)
      *     O KIT E UM PRODUTO DO CADPRO (DESCRICAO E PRECO DE VENDA
      *     DO CONJUNTO) QUE NUNCA TEM ESTOQUE PROPRIO: NO PEDIDO
      *     (CADPED01) ELE E EXPLODIDO NOS COMPONENTES, COM O PRECO
      *     DO KIT RATEADO ENTRE AS LINHAS, E SAO OS COMPONENTES QUE
      *     RESERVAM E SAEM DO ESTOQUE. NAO E ESTRUTURA DE PRODUCAO
      *     (ESTRUT.DAT / PRODORD1) - NADA E FABRICADO.
      *     K-KIT         CABECALHO (KIT.DAT): REGRA DE RATEIO DO
      *                   PRECO - P PELO PRECO DE TABELA, C PELO
      *                   CUSTO MEDIO OU F PELO PERCENTUAL FIXO DE
      *                   CADA COMPONENTE - E SITUACAO ATIVO/INATIVO;
      *     C-COMPONENTE  INCLUI/EXCLUI COMPONENTES (KITCOMP.DAT) COM
      *                   A QUANTIDADE POR KIT E O PERCENTUAL;
      *     L-LISTAR      COMPOSICAO, PRECO DO KIT E SOMA DOS PRECOS
      *                   DE TABELA DOS COMPONENTES.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-KIT.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT KIT ASSIGN TO "KIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KT-CODIGO
           FILE STATUS IS FS-KIT.

           SELECT KITCOMP ASSIGN TO "KITCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KC-CHAVE
           ALTERNATE KEY IS KC-COMPONENTE WITH DUPLICATES
           FILE STATUS IS FS-KITCOMP.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    CABECALHO DO KIT - O CODIGO E O DO PRODUTO-KIT NO CADPRO
       FD  KIT.
       01  REGISTRO-KIT.
           02 KT-CODIGO        PIC 9(06).
           02 KT-REGRA         PIC X.
               88 KT-RATEIO-PRECO VALUE "P".
               88 KT-RATEIO-CUSTO VALUE "C".
               88 KT-RATEIO-FIXO  VALUE "F".
           02 KT-SITUACAO      PIC X.
               88 KT-ATIVO     VALUE "A".
               88 KT-INATIVO   VALUE "I".
           02 KT-DATA-CADASTRO PIC 9(08).

      *    COMPONENTES DO KIT - QUANTIDADE POR KIT E PERCENTUAL DO
      *    PRECO (SO NA REGRA F)
       FD  KITCOMP.
       01  REGISTRO-KITCOMP.
           02 KC-CHAVE.
               03 KC-KIT        PIC 9(06).
               03 KC-COMPONENTE PIC 9(06).
           02 KC-QUANTIDADE     PIC 9(04).
           02 KC-PERCENTUAL     PIC 9(3)V99.

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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-KIT.
           02 FS-KIT-1 PIC 9.
           02 FS-KIT-2 PIC 9.
           02 FS-KIT-R REDEFINES FS-KIT-2 PIC 99 COMP-X.
       01  FS-KITCOMP.
           02 FS-KITCOMP-1 PIC 9.
           02 FS-KITCOMP-2 PIC 9.
           02 FS-KITCOMP-R REDEFINES FS-KITCOMP-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WMODO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WKIT           PIC 9(06) VALUE ZERO.
       77  WCOMPONENTE    PIC 9(06) VALUE ZERO.
       77  WQUANTIDADE    PIC 9(04) VALUE ZERO.
       77  WPERCENTUAL    PIC 9(3)V99 VALUE ZERO.
       77  WREGRA         PIC X VALUE SPACES.
       77  WSITUACAO      PIC X VALUE SPACES.
       77  WACHOU         PIC X VALUE "N".
       77  WPRECO-KIT     PIC 9(6)V99 VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  QT-COMPONENTES PIC 9(02) VALUE ZERO.
       77  WT-PRECO       PIC 9(8)V99 VALUE ZERO.
       77  WT-CUSTO       PIC 9(8)V99 VALUE ZERO.
       77  WT-PERCENTUAL  PIC 9(5)V99 VALUE ZERO.
       77  WVALOR-LINHA   PIC 9(8)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-PCT        PIC ZZ9.99.
       77  WED-QTDE       PIC Z(3)9.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O KIT.
           IF FS-KIT = "35"
               OPEN OUTPUT KIT
               CLOSE KIT
               OPEN I-O KIT
           END-IF.
           OPEN I-O KITCOMP.
           IF FS-KITCOMP = "35"
               OPEN OUTPUT KITCOMP
               CLOSE KITCOMP
               OPEN I-O KITCOMP
           END-IF.
           OPEN INPUT ARQ1.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "KITS DE VENDA               " AT 0430
               DISPLAY "ACAO K-KIT C-COMPONENTE L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE KIT KITCOMP ARQ1
                       EXIT PROGRAM
                   WHEN WACAO = "K" OR WACAO = "k"
                       PERFORM MANTEM-KIT THRU MANTEM-KIT-FIM
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM MANTEM-COMPONENTE
                           THRU MANTEM-COMPONENTE-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-KIT THRU LISTA-KIT-FIM
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    PRODUTO-KIT: TEM DE EXISTIR NO CADPRO E NAO PODE SER
      *    COMPONENTE DE OUTRO KIT (UM NIVEL SO, SEM KIT DE KITS)
      *----------------------------------------------------------------*
           BUSCA-PRODUTO-KIT.
               MOVE "N" TO WACHOU
               DISPLAY "KIT [......]               " AT 0705
               MOVE ZERO TO WKIT
               ACCEPT WKIT AT 0710
               MOVE WKIT TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO BUSCA-PRODUTO-KIT-FIM
               END-READ
               DISPLAY FD-PRODUTO AT 0718
               MOVE FD-VALUNIT TO WPRECO-KIT
               MOVE "S" TO WACHOU
               .
           BUSCA-PRODUTO-KIT-FIM.
               EXIT.
           MANTEM-KIT.
               PERFORM BUSCA-PRODUTO-KIT THRU BUSCA-PRODUTO-KIT-FIM
               IF WACHOU = "N"
                   GO TO MANTEM-KIT-FIM
               END-IF
               MOVE WKIT TO KC-COMPONENTE
               START KITCOMP KEY IS EQUAL TO KC-COMPONENTE
                   INVALID KEY
                       MOVE "23" TO FS-KITCOMP
               END-START
               IF FS-KITCOMP = "00"
                   DISPLAY "PRODUTO E COMPONENTE DE OUTRO KIT" AT 1905
                   GO TO MANTEM-KIT-FIM
               END-IF
               MOVE "P" TO WREGRA
               MOVE "A" TO WSITUACAO
               MOVE WKIT TO KT-CODIGO
               READ KIT
                   INVALID KEY
                       MOVE WDATA-SISTEMA TO KT-DATA-CADASTRO
                       DISPLAY "KIT NOVO" AT 0760
                   NOT INVALID KEY
                       MOVE KT-REGRA    TO WREGRA
                       MOVE KT-SITUACAO TO WSITUACAO
               END-READ
               DISPLAY "REGRA DE RATEIO [.] P-PRECO C-CUSTO"
                   " F-PERCENTUAL" AT 0805
               DISPLAY WREGRA AT 0822
               ACCEPT WREGRA AT 0822
               INSPECT WREGRA CONVERTING "pcf" TO "PCF"
               IF WREGRA NOT = "P" AND WREGRA NOT = "C" AND
                  WREGRA NOT = "F"
                   DISPLAY "REGRA DE RATEIO INVALIDA" AT 1905
                   GO TO MANTEM-KIT-FIM
               END-IF
               DISPLAY "SITUACAO [.] A-ATIVO I-INATIVO" AT 0905
               DISPLAY WSITUACAO AT 0915
               ACCEPT WSITUACAO AT 0915
               INSPECT WSITUACAO CONVERTING "ai" TO "AI"
               IF WSITUACAO NOT = "A" AND WSITUACAO NOT = "I"
                   DISPLAY "SITUACAO INVALIDA" AT 1905
                   GO TO MANTEM-KIT-FIM
               END-IF
               DISPLAY "PRECO DO KIT (CADPRO)" AT 1005
               MOVE WPRECO-KIT TO WED-VALOR
               DISPLAY WED-VALOR AT 1027
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-KIT-FIM
               END-IF
               MOVE WKIT      TO KT-CODIGO
               MOVE WREGRA    TO KT-REGRA
               MOVE WSITUACAO TO KT-SITUACAO
               WRITE REGISTRO-KIT
                   INVALID KEY
                       REWRITE REGISTRO-KIT
               END-WRITE
               MOVE WKIT TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADKIT01", "GRAVOU", WCHAVE-AUD
               DISPLAY "KIT GRAVADO" AT 2005
               .
           MANTEM-KIT-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    COMPONENTES: PRODUTO DO CADPRO QUE NAO E O PROPRIO KIT NEM
      *    OUTRO KIT
      *----------------------------------------------------------------*
           MANTEM-COMPONENTE.
               PERFORM BUSCA-PRODUTO-KIT THRU BUSCA-PRODUTO-KIT-FIM
               IF WACHOU = "N"
                   GO TO MANTEM-COMPONENTE-FIM
               END-IF
               MOVE WKIT TO KT-CODIGO
               READ KIT
                   INVALID KEY
                       DISPLAY "KIT SEM CABECALHO - CADASTRE EM K-KIT"
                           AT 1905
                       GO TO MANTEM-COMPONENTE-FIM
               END-READ
               DISPLAY "MODO I-INCLUIR E-EXCLUIR" AT 0805
               ACCEPT WMODO AT 0830
               DISPLAY "COMPONENTE [......]        " AT 0905
               MOVE ZERO TO WCOMPONENTE
               ACCEPT WCOMPONENTE AT 0917
               MOVE WCOMPONENTE TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "COMPONENTE NAO CADASTRADO" AT 1905
                       GO TO MANTEM-COMPONENTE-FIM
               END-READ
               DISPLAY FD-PRODUTO AT 0925
               IF WMODO = "E" OR WMODO = "e"
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1929
                   IF OPCAO = "S" OR OPCAO = "s"
                       MOVE WKIT        TO KC-KIT
                       MOVE WCOMPONENTE TO KC-COMPONENTE
                       DELETE KITCOMP
                           INVALID KEY
                               DISPLAY "COMPONENTE NAO ESTA NO KIT"
                                   AT 1905
                           NOT INVALID KEY
                               MOVE KC-CHAVE TO WCHAVE-AUD
                               CALL "GRAVA-AUDITORIA" USING
                                   WOPERADOR, "CADKIT01",
                                   "EXCLUIU", WCHAVE-AUD
                       END-DELETE
                   END-IF
                   GO TO MANTEM-COMPONENTE-FIM
               END-IF
               IF WCOMPONENTE = WKIT
                   DISPLAY "O KIT NAO PODE SER COMPONENTE DELE MESMO"
                       AT 1905
                   GO TO MANTEM-COMPONENTE-FIM
               END-IF
               MOVE WCOMPONENTE TO KT-CODIGO
               READ KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "COMPONENTE NAO PODE SER OUTRO KIT"
                           AT 1905
                       GO TO MANTEM-COMPONENTE-FIM
               END-READ
               MOVE WKIT TO KT-CODIGO
               READ KIT
                   INVALID KEY
                       CONTINUE
               END-READ
               DISPLAY "QTDE POR KIT [....]        " AT 1005
               MOVE ZERO TO WQUANTIDADE
               ACCEPT WQUANTIDADE AT 1019
               IF WQUANTIDADE = ZERO
                   DISPLAY "QUANTIDADE NAO INFORMADA" AT 1905
                   GO TO MANTEM-COMPONENTE-FIM
               END-IF
               MOVE ZERO TO WPERCENTUAL
               IF KT-RATEIO-FIXO
                   DISPLAY "PERCENTUAL DO PRECO [.....]" AT 1105
                   ACCEPT WPERCENTUAL AT 1126
                   IF WPERCENTUAL = ZERO OR WPERCENTUAL > 100
                       DISPLAY "PERCENTUAL INVALIDO (REGRA F)" AT 1905
                       GO TO MANTEM-COMPONENTE-FIM
                   END-IF
               END-IF
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-COMPONENTE-FIM
               END-IF
               MOVE WKIT        TO KC-KIT
               MOVE WCOMPONENTE TO KC-COMPONENTE
               MOVE WQUANTIDADE TO KC-QUANTIDADE
               MOVE WPERCENTUAL TO KC-PERCENTUAL
               WRITE REGISTRO-KITCOMP
                   INVALID KEY
                       REWRITE REGISTRO-KITCOMP
               END-WRITE
               MOVE KC-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADKIT01", "GRAVOU", WCHAVE-AUD
               DISPLAY "COMPONENTE GRAVADO NO KIT" AT 2005
               .
           MANTEM-COMPONENTE-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    COMPOSICAO DO KIT - NA REGRA F A SOMA DOS PERCENTUAIS TEM
      *    DE DAR 100 (O PEDIDO RATEIA PROPORCIONALMENTE MESMO ASSIM)
      *----------------------------------------------------------------*
           LISTA-KIT.
               PERFORM BUSCA-PRODUTO-KIT THRU BUSCA-PRODUTO-KIT-FIM
               IF WACHOU = "N"
                   GO TO LISTA-KIT-FIM
               END-IF
               MOVE WKIT TO KT-CODIGO
               READ KIT
                   INVALID KEY
                       DISPLAY "KIT NAO CADASTRADO" AT 1905
                       GO TO LISTA-KIT-FIM
               END-READ
               DISPLAY "REGRA" AT 0805
               DISPLAY KT-REGRA AT 0811
               DISPLAY "SITUACAO" AT 0815
               DISPLAY KT-SITUACAO AT 0824
               PERFORM CABECALHO-LISTA
               MOVE ZERO TO QT-COMPONENTES
               MOVE ZERO TO WT-PRECO
               MOVE ZERO TO WT-CUSTO
               MOVE ZERO TO WT-PERCENTUAL
               PERFORM POSICIONA-COMPONENTES
               PERFORM LISTA-COMPONENTE
                   UNTIL FS-KITCOMP NOT = "00"
               MOVE "00" TO FS-KITCOMP
               IF QT-COMPONENTES = ZERO
                   DISPLAY "KIT SEM COMPONENTES" AT 1005
                   GO TO LISTA-KIT-FIM
               END-IF
               DISPLAY "PRECO DO KIT" AT 1905
               MOVE WPRECO-KIT TO WED-VALOR
               DISPLAY WED-VALOR AT 1918
               DISPLAY "SOMA TABELA" AT 1932
               MOVE WT-PRECO TO WED-VALOR
               DISPLAY WED-VALOR AT 1944
               DISPLAY "CUSTO" AT 2005
               MOVE WT-CUSTO TO WED-VALOR
               DISPLAY WED-VALOR AT 2018
               IF KT-RATEIO-FIXO
                   DISPLAY "SOMA PERCENTUAIS" AT 2032
                   MOVE WT-PERCENTUAL TO WED-PCT
                   DISPLAY WED-PCT AT 2049
                   IF WT-PERCENTUAL NOT = 100
                       DISPLAY "PERCENTUAIS NAO SOMAM 100" AT 2105
                   END-IF
               END-IF
               .
           LISTA-KIT-FIM.
               EXIT.
           CABECALHO-LISTA.
               DISPLAY "COMPON DESCRICAO                  QTDE"
                   "   PERC  PRECO TABELA" AT 0905
               MOVE 10 TO WLINHA-TELA
               .
           POSICIONA-COMPONENTES.
               MOVE WKIT  TO KC-KIT
               MOVE ZEROS TO KC-COMPONENTE
               START KITCOMP KEY NOT LESS THAN KC-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-KITCOMP
               END-START
               IF FS-KITCOMP = "00"
                   PERFORM LE-PROXIMO-COMPONENTE
               END-IF
               .
           LE-PROXIMO-COMPONENTE.
               READ KITCOMP NEXT RECORD
                   AT END
                       MOVE "10" TO FS-KITCOMP
               END-READ
               IF FS-KITCOMP = "00" AND KC-KIT NOT = WKIT
                   MOVE "10" TO FS-KITCOMP
               END-IF
               .
           LISTA-COMPONENTE.
               IF WLINHA-TELA > 18
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "KITS DE VENDA               " AT 0430
                   DISPLAY "KIT" AT 0705
                   DISPLAY WKIT AT 0710
                   PERFORM CABECALHO-LISTA
               END-IF
               ADD 1 TO QT-COMPONENTES
               MOVE KC-COMPONENTE TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
                       MOVE ZERO TO FD-VALUNIT
                       MOVE ZERO TO FD-CUSTO-MEDIO
               END-READ
               DISPLAY KC-COMPONENTE AT LINE WLINHA-TELA COL 05
               DISPLAY FD-PRODUTO (1:25) AT LINE WLINHA-TELA COL 12
               MOVE KC-QUANTIDADE TO WED-QTDE
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 39
               MOVE KC-PERCENTUAL TO WED-PCT
               DISPLAY WED-PCT AT LINE WLINHA-TELA COL 44
               COMPUTE WVALOR-LINHA = KC-QUANTIDADE * FD-VALUNIT
               MOVE WVALOR-LINHA TO WED-VALOR
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 51
               ADD WVALOR-LINHA TO WT-PRECO
               COMPUTE WT-CUSTO = WT-CUSTO +
                   KC-QUANTIDADE * FD-CUSTO-MEDIO
               ADD KC-PERCENTUAL TO WT-PERCENTUAL
               ADD 1 TO WLINHA-TELA
               PERFORM LE-PROXIMO-COMPONENTE
               .
       END PROGRAM CADASTRO-KIT.
