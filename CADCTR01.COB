      ******************************************************************
      *
      *               CONTRATOS DE FORNECIMENTO RECORRENTE
      *     CLIENTE QUE COMPRA TODO MES OS MESMOS ITENS (MATERIAL DE
      *     CONSUMO, MANUTENCAO) SOB CONTRATO ASSINADO. O PASSO DE
      *     FIM DE DIA GERCTR01 GERA O PEDIDO DE CADA MES NO DIA DE
      *     FATURAMENTO, PELO MESMO CAMINHO DO PEDIDO DIGITADO
      *     (RESERVA, SEPARACAO, FATURAMENTO E PARCELAS PELA
      *     CONDICAO DE PAGAMENTO).
      *     C-CONTRATO  CABECALHO (CONTRATO.DAT): CLIENTE, VENDEDOR,
      *                 CONDICAO DE PAGAMENTO (CONDPG), DIA DE
      *                 FATURAMENTO, VIGENCIA, INDICE E PERCENTUAL DO
      *                 REAJUSTE ANUAL E SITUACAO;
      *     I-ITENS     INCLUI/EXCLUI ITENS (CONTITEM.DAT) COM A
      *                 QUANTIDADE MENSAL E O PRECO CONTRATADO;
      *     L-LISTAR    CONTRATO COM OS ITENS E O VALOR MENSAL.
      *     O REAJUSTE E APLICADO PELO GERCTR01 NO ANIVERSARIO
      *     (CT-PROX-REAJUSTE) SOBRE O PRECO DOS ITENS; O PERCENTUAL
      *     DO INDICE NO ANO E INFORMADO AQUI ANTES DO ANIVERSARIO.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-CONTRATO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONTRATO ASSIGN TO "CONTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CODIGO
           ALTERNATE KEY IS CT-CLIENTE WITH DUPLICATES
           FILE STATUS IS FS-CONTRATO.

           SELECT CONTITEM ASSIGN TO "CONTITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-CHAVE
           FILE STATUS IS FS-CONTITEM.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.

           SELECT CONDPG ASSIGN TO "CONDPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-CODIGO
           FILE STATUS IS FS-CONDPG.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    CABECALHO DO CONTRATO - CT-ULT-COMPET (AAAAMM) E O ULTIMO
      *    MES JA GERADO EM PEDIDO PELO GERCTR01
       FD  CONTRATO.
       01  REGISTRO-CONTRATO.
           02 CT-CODIGO        PIC 9(06).
           02 CT-CLIENTE       PIC 9(06).
           02 CT-VENDEDOR      PIC 9(04).
           02 CT-CONDPG        PIC 9(02).
           02 CT-DIA-FATUR     PIC 9(02).
           02 CT-INICIO        PIC 9(08).
           02 CT-FIM           PIC 9(08).
           02 CT-INDICE        PIC X(06).
           02 CT-PCT-REAJUSTE  PIC 99V99.
           02 CT-PROX-REAJUSTE PIC 9(08).
           02 CT-ULT-REAJUSTE  PIC 9(08).
           02 CT-ULT-COMPET    PIC 9(06).
           02 CT-ULT-PEDIDO    PIC 9(06).
           02 CT-SITUACAO      PIC X.
               88 CT-ATIVO     VALUE "A".
               88 CT-SUSPENSO  VALUE "S".
               88 CT-ENCERRADO VALUE "E".
           02 CT-DATA-CADASTRO PIC 9(08).

      *    ITENS DO CONTRATO - QUANTIDADE DE CADA MES E PRECO
      *    CONTRATADO (JA REAJUSTADO)
       FD  CONTITEM.
       01  REGISTRO-CONTITEM.
           02 CI-CHAVE.
               03 CI-CONTRATO  PIC 9(06).
               03 CI-LINHA     PIC 9(02).
           02 CI-PRODUTO       PIC 9(06).
           02 CI-QUANTIDADE    PIC 9(04).
           02 CI-VALUNIT       PIC 9(6)V99.

      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADPED01.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               03 DIA-NAS PIC 99.
               03 MES-NAS PIC 99.
               03 ANO-NAS PIC 9999.
           02 TELEFONE PIC X(30).
           02 ENDERECO PIC X(50).
           02 NUMERO   PIC 9(6).
           02 COMPLEMENTO PIC X(30).
           02 BAIRRO      PIC X(30).
           02 CIDADE      PIC X(30).
           02 CEP         PIC X(8).
           02 ESTADO      PIC AA.
           02 EMAIL       PIC X(50).
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *    MESMO LAYOUT JA DECLARADO EM CADVEND1.
       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO    PIC 9999.
           02 V-NOME      PIC X(50).
           02 V-TIPO      PIC X.
           02 V-DOCUMENTO PIC X(14).
           02 V-TELEFONE  PIC X(30).
           02 V-ENDERECO  PIC X(50).
           02 V-CIDADE    PIC X(30).
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

      *    CONDICOES DE PAGAMENTO (CADCPG01)
       FD  CONDPG.
       01  REGISTRO-CONDPG.
           02 CD-CODIGO      PIC 9(02).
           02 CD-DESCRICAO   PIC X(20).
           02 CD-PCT-ENTRADA PIC 99V99.
           02 CD-QT-PARCELAS PIC 9(02).
           02 CD-INTERVALO   PIC 9(03).

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
       01  FS-CONTRATO.
           02 FS-CONTRATO-1 PIC 9.
           02 FS-CONTRATO-2 PIC 9.
           02 FS-CONTRATO-R REDEFINES FS-CONTRATO-2 PIC 99 COMP-X.
       01  FS-CONTITEM.
           02 FS-CONTITEM-1 PIC 9.
           02 FS-CONTITEM-2 PIC 9.
           02 FS-CONTITEM-R REDEFINES FS-CONTITEM-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       01  FS-CONDPG.
           02 FS-CONDPG-1 PIC 9.
           02 FS-CONDPG-2 PIC 9.
           02 FS-CONDPG-R REDEFINES FS-CONDPG-2 PIC 99 COMP-X.
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
       77  WENTIDADE      PIC X(10) VALUE "CONTRATO".
       77  WSUGESTAO      PIC 9(06) VALUE ZERO.
       77  WCONTRATO      PIC 9(06) VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WNOVO          PIC X VALUE "N".
      *    CAMPOS DO CABECALHO EM EDICAO
       77  WCT-CLIENTE    PIC 9(06) VALUE ZERO.
       77  WCT-VENDEDOR   PIC 9(04) VALUE ZERO.
       77  WCT-CONDPG     PIC 9(02) VALUE ZERO.
       77  WCT-DIA        PIC 9(02) VALUE ZERO.
       77  WCT-INICIO     PIC 9(08) VALUE ZERO.
       77  WCT-FIM        PIC 9(08) VALUE ZERO.
       77  WCT-INDICE     PIC X(06) VALUE SPACES.
       77  WCT-PCT        PIC 99V99 VALUE ZERO.
       77  WCT-REAJUSTE   PIC 9(08) VALUE ZERO.
       77  WCT-SITUACAO   PIC X VALUE SPACES.
      *    ITENS (ATE 20 LINHAS, A CAPACIDADE DA TELA DO PEDIDO)
       77  WLINHA         PIC 9(02) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WQUANTIDADE    PIC 9(04) VALUE ZERO.
       77  WVALUNIT       PIC 9(6)V99 VALUE ZERO.
       77  QT-ITENS       PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WVALOR-LINHA   PIC 9(8)V99 VALUE ZERO.
       77  WT-MENSAL      PIC 9(8)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-UNIT       PIC Z(5)9.99.
       77  WED-QTDE       PIC Z(3)9.
       77  WED-PCT        PIC Z9.99.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CONTRATO.
           IF FS-CONTRATO = "35"
               OPEN OUTPUT CONTRATO
               CLOSE CONTRATO
               OPEN I-O CONTRATO
           END-IF.
           OPEN I-O CONTITEM.
           IF FS-CONTITEM = "35"
               OPEN OUTPUT CONTITEM
               CLOSE CONTITEM
               OPEN I-O CONTITEM
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT VENDEDORES.
           OPEN INPUT CONDPG.
           OPEN INPUT ARQ1.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "CONTRATOS RECORRENTES       " AT 0430
               DISPLAY "ACAO C-CONTRATO I-ITENS L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE CONTRATO CONTITEM CLIENTES VENDEDORES
                           CONDPG ARQ1
                       EXIT PROGRAM
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM MANTEM-CONTRATO
                           THRU MANTEM-CONTRATO-FIM
                   WHEN WACAO = "I" OR WACAO = "i"
                       PERFORM MANTEM-ITEM THRU MANTEM-ITEM-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-CONTRATO THRU LISTA-CONTRATO-FIM
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    NUMERO DO CONTRATO - ZERO ACEITA A SUGESTAO DA NUMERACAO
      *    CENTRAL (SO NA INCLUSAO); NAS DEMAIS ACOES O CONTRATO TEM
      *    DE EXISTIR
      *----------------------------------------------------------------*
           BUSCA-CONTRATO.
               MOVE "N" TO WACHOU
               DISPLAY "CONTRATO [......]          " AT 0705
               MOVE ZERO TO WCONTRATO
               ACCEPT WCONTRATO AT 0715
               IF WCONTRATO = ZERO
                   DISPLAY "CONTRATO NAO INFORMADO" AT 1905
                   GO TO BUSCA-CONTRATO-FIM
               END-IF
               MOVE WCONTRATO TO CT-CODIGO
               READ CONTRATO
                   INVALID KEY
                       DISPLAY "CONTRATO NAO CADASTRADO" AT 1905
                       GO TO BUSCA-CONTRATO-FIM
               END-READ
               MOVE CT-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
               END-READ
               DISPLAY NOME (1:40) AT 0724
               MOVE "S" TO WACHOU
               .
           BUSCA-CONTRATO-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    CABECALHO: INCLUSAO OU ALTERACAO. A DATA DO PROXIMO
      *    REAJUSTE NASCE UM ANO DEPOIS DO INICIO DA VIGENCIA.
      *----------------------------------------------------------------*
           MANTEM-CONTRATO.
               DISPLAY "CONTRATO [......] (0 = NOVO)" AT 0705
               MOVE ZERO TO WCONTRATO
               ACCEPT WCONTRATO AT 0715
               IF WCONTRATO = ZERO
                   CALL "PROXIMO-NUMERO" USING WENTIDADE, WSUGESTAO
                   MOVE WSUGESTAO TO WCONTRATO
                   DISPLAY WCONTRATO AT 0715
               END-IF
               MOVE WCONTRATO TO CT-CODIGO
               READ CONTRATO
                   INVALID KEY
                       MOVE "S" TO WNOVO
                   NOT INVALID KEY
                       MOVE "N" TO WNOVO
               END-READ
               IF WNOVO = "S"
                   DISPLAY "CONTRATO NOVO" AT 0740
                   MOVE ZERO TO WCT-CLIENTE WCT-VENDEDOR WCT-CONDPG
                   MOVE ZERO TO WCT-INICIO WCT-FIM WCT-PCT
                   MOVE ZERO TO WCT-REAJUSTE
                   MOVE SPACES TO WCT-INDICE
                   MOVE 1   TO WCT-DIA
                   MOVE "A" TO WCT-SITUACAO
               ELSE
                   MOVE CT-CLIENTE       TO WCT-CLIENTE
                   MOVE CT-VENDEDOR      TO WCT-VENDEDOR
                   MOVE CT-CONDPG        TO WCT-CONDPG
                   MOVE CT-DIA-FATUR     TO WCT-DIA
                   MOVE CT-INICIO        TO WCT-INICIO
                   MOVE CT-FIM           TO WCT-FIM
                   MOVE CT-INDICE        TO WCT-INDICE
                   MOVE CT-PCT-REAJUSTE  TO WCT-PCT
                   MOVE CT-PROX-REAJUSTE TO WCT-REAJUSTE
                   MOVE CT-SITUACAO      TO WCT-SITUACAO
               END-IF
               DISPLAY "CLIENTE        [......]" AT 0805
               DISPLAY WCT-CLIENTE AT 0821
               ACCEPT WCT-CLIENTE AT 0821
               MOVE WCT-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO" AT 1905
                       GO TO MANTEM-CONTRATO-FIM
               END-READ
               DISPLAY NOME (1:40) AT 0830
               DISPLAY "VENDEDOR       [....]" AT 0905
               DISPLAY WCT-VENDEDOR AT 0921
               ACCEPT WCT-VENDEDOR AT 0921
               MOVE WCT-VENDEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       DISPLAY "VENDEDOR NAO CADASTRADO" AT 1905
                       GO TO MANTEM-CONTRATO-FIM
               END-READ
               DISPLAY V-NOME (1:40) AT 0930
               DISPLAY "COND PAGAMENTO [..]" AT 1005
               DISPLAY WCT-CONDPG AT 1021
               ACCEPT WCT-CONDPG AT 1021
               MOVE WCT-CONDPG TO CD-CODIGO
               READ CONDPG
                   INVALID KEY
                       DISPLAY "CONDICAO DE PAGAMENTO NAO CADASTRADA"
                           AT 1905
                       GO TO MANTEM-CONTRATO-FIM
               END-READ
               DISPLAY CD-DESCRICAO AT 1030
               DISPLAY "DIA FATURAMENTO[..]" AT 1105
               DISPLAY WCT-DIA AT 1121
               ACCEPT WCT-DIA AT 1121
               IF WCT-DIA = ZERO OR WCT-DIA > 31
                   DISPLAY "DIA DE FATURAMENTO INVALIDO" AT 1905
                   GO TO MANTEM-CONTRATO-FIM
               END-IF
               DISPLAY "VIGENCIA DE    [........] AAAAMMDD" AT 1205
               DISPLAY "VIGENCIA ATE   [........]" AT 1305
               DISPLAY WCT-INICIO AT 1221
               DISPLAY WCT-FIM    AT 1321
               ACCEPT WCT-INICIO AT 1221
               ACCEPT WCT-FIM    AT 1321
               IF WCT-INICIO = ZERO OR WCT-FIM = ZERO OR
                  WCT-FIM < WCT-INICIO
                   DISPLAY "VIGENCIA INVALIDA" AT 1905
                   GO TO MANTEM-CONTRATO-FIM
               END-IF
               DISPLAY "INDICE REAJUSTE[......]" AT 1405
               DISPLAY WCT-INDICE AT 1421
               ACCEPT WCT-INDICE AT 1421
               INSPECT WCT-INDICE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "PERC. DO ANO   [.....]" AT 1505
               MOVE WCT-PCT TO WED-PCT
               DISPLAY WED-PCT AT 1521
               ACCEPT WCT-PCT AT 1521
               IF WNOVO = "S" OR WCT-REAJUSTE = ZERO
                   COMPUTE WCT-REAJUSTE = WCT-INICIO + 10000
               END-IF
               DISPLAY "PROXIMO REAJUSTE" AT 1605
               DISPLAY WCT-REAJUSTE AT 1622
               DISPLAY "SITUACAO [.] A-ATIVO S-SUSPENSO E-ENCERRADO"
                   AT 1705
               DISPLAY WCT-SITUACAO AT 1715
               ACCEPT WCT-SITUACAO AT 1715
               INSPECT WCT-SITUACAO CONVERTING "ase" TO "ASE"
               IF WCT-SITUACAO NOT = "A" AND WCT-SITUACAO NOT = "S"
                  AND WCT-SITUACAO NOT = "E"
                   DISPLAY "SITUACAO INVALIDA" AT 1905
                   GO TO MANTEM-CONTRATO-FIM
               END-IF
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-CONTRATO-FIM
               END-IF
               IF WNOVO = "S"
                   MOVE ZERO TO CT-ULT-REAJUSTE CT-ULT-COMPET
                   MOVE ZERO TO CT-ULT-PEDIDO
                   MOVE WDATA-SISTEMA TO CT-DATA-CADASTRO
               END-IF
               MOVE WCONTRATO    TO CT-CODIGO
               MOVE WCT-CLIENTE  TO CT-CLIENTE
               MOVE WCT-VENDEDOR TO CT-VENDEDOR
               MOVE WCT-CONDPG   TO CT-CONDPG
               MOVE WCT-DIA      TO CT-DIA-FATUR
               MOVE WCT-INICIO   TO CT-INICIO
               MOVE WCT-FIM      TO CT-FIM
               MOVE WCT-INDICE   TO CT-INDICE
               MOVE WCT-PCT      TO CT-PCT-REAJUSTE
               MOVE WCT-REAJUSTE TO CT-PROX-REAJUSTE
               MOVE WCT-SITUACAO TO CT-SITUACAO
               WRITE REGISTRO-CONTRATO
                   INVALID KEY
                       REWRITE REGISTRO-CONTRATO
               END-WRITE
               MOVE WCONTRATO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADCTR01", "GRAVOU", WCHAVE-AUD
               DISPLAY "CONTRATO GRAVADO" AT 2005
               .
           MANTEM-CONTRATO-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    ITENS: A LINHA EXISTENTE E REGRAVADA; PRECO EM BRANCO
      *    (ZERO) ASSUME O PRECO DE TABELA DO PRODUTO
      *----------------------------------------------------------------*
           MANTEM-ITEM.
               PERFORM BUSCA-CONTRATO THRU BUSCA-CONTRATO-FIM
               IF WACHOU = "N"
                   GO TO MANTEM-ITEM-FIM
               END-IF
               DISPLAY "MODO I-INCLUIR E-EXCLUIR" AT 0805
               ACCEPT WMODO AT 0830
               DISPLAY "LINHA [..]                 " AT 0905
               MOVE ZERO TO WLINHA
               ACCEPT WLINHA AT 0912
               IF WLINHA = ZERO OR WLINHA > 20
                   DISPLAY "LINHA INVALIDA (1 A 20)" AT 1905
                   GO TO MANTEM-ITEM-FIM
               END-IF
               IF WMODO = "E" OR WMODO = "e"
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1929
                   IF OPCAO = "S" OR OPCAO = "s"
                       MOVE WCONTRATO TO CI-CONTRATO
                       MOVE WLINHA    TO CI-LINHA
                       DELETE CONTITEM
                           INVALID KEY
                               DISPLAY "LINHA NAO CADASTRADA" AT 2005
                           NOT INVALID KEY
                               MOVE CI-CHAVE TO WCHAVE-AUD
                               CALL "GRAVA-AUDITORIA" USING
                                   WOPERADOR, "CADCTR01",
                                   "EXCLUIU", WCHAVE-AUD
                       END-DELETE
                   END-IF
                   GO TO MANTEM-ITEM-FIM
               END-IF
               DISPLAY "PRODUTO [......]           " AT 1005
               MOVE ZERO TO WPRODUTO
               ACCEPT WPRODUTO AT 1014
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO MANTEM-ITEM-FIM
               END-READ
               DISPLAY FD-PRODUTO AT 1022
               DISPLAY "QTDE MENSAL [....]         " AT 1105
               MOVE ZERO TO WQUANTIDADE
               ACCEPT WQUANTIDADE AT 1118
               IF WQUANTIDADE = ZERO
                   DISPLAY "QUANTIDADE NAO INFORMADA" AT 1905
                   GO TO MANTEM-ITEM-FIM
               END-IF
               DISPLAY "PRECO CONTRATADO [.........]" AT 1205
               MOVE ZERO TO WVALUNIT
               ACCEPT WVALUNIT AT 1223
               IF WVALUNIT = ZERO
                   MOVE FD-VALUNIT TO WVALUNIT
               END-IF
               MOVE WVALUNIT TO WED-UNIT
               DISPLAY WED-UNIT AT 1223
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-ITEM-FIM
               END-IF
               MOVE WCONTRATO   TO CI-CONTRATO
               MOVE WLINHA      TO CI-LINHA
               MOVE WPRODUTO    TO CI-PRODUTO
               MOVE WQUANTIDADE TO CI-QUANTIDADE
               MOVE WVALUNIT    TO CI-VALUNIT
               WRITE REGISTRO-CONTITEM
                   INVALID KEY
                       REWRITE REGISTRO-CONTITEM
               END-WRITE
               MOVE CI-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADCTR01", "GRAVOU", WCHAVE-AUD
               DISPLAY "ITEM GRAVADO NO CONTRATO" AT 2005
               .
           MANTEM-ITEM-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    CONTRATO COM OS ITENS E O VALOR DE CADA MES
      *----------------------------------------------------------------*
           LISTA-CONTRATO.
               PERFORM BUSCA-CONTRATO THRU BUSCA-CONTRATO-FIM
               IF WACHOU = "N"
                   GO TO LISTA-CONTRATO-FIM
               END-IF
               DISPLAY "VIGENCIA" AT 0805
               DISPLAY CT-INICIO AT 0814
               DISPLAY CT-FIM AT 0823
               DISPLAY "DIA" AT 0833
               DISPLAY CT-DIA-FATUR AT 0837
               DISPLAY "SITUACAO" AT 0841
               DISPLAY CT-SITUACAO AT 0850
               DISPLAY "ULT.MES" AT 0853
               DISPLAY CT-ULT-COMPET AT 0861
               DISPLAY "REAJUSTE" AT 0905
               DISPLAY CT-INDICE AT 0914
               MOVE CT-PCT-REAJUSTE TO WED-PCT
               DISPLAY WED-PCT AT 0921
               DISPLAY "PROXIMO" AT 0928
               DISPLAY CT-PROX-REAJUSTE AT 0936
               PERFORM CABECALHO-LISTA
               MOVE ZERO TO QT-ITENS
               MOVE ZERO TO WT-MENSAL
               PERFORM POSICIONA-ITENS
               PERFORM LISTA-ITEM
                   UNTIL FS-CONTITEM NOT = "00"
               MOVE "00" TO FS-CONTITEM
               IF QT-ITENS = ZERO
                   DISPLAY "CONTRATO SEM ITENS" AT 1105
                   GO TO LISTA-CONTRATO-FIM
               END-IF
               DISPLAY "VALOR MENSAL" AT 2005
               MOVE WT-MENSAL TO WED-VALOR
               DISPLAY WED-VALOR AT 2018
               .
           LISTA-CONTRATO-FIM.
               EXIT.
           CABECALHO-LISTA.
               DISPLAY "LN PRODUT DESCRICAO                  QTDE"
                   "   PRECO UNIT   VALOR MES" AT 1005
               MOVE 11 TO WLINHA-TELA
               .
           POSICIONA-ITENS.
               MOVE WCONTRATO TO CI-CONTRATO
               MOVE ZEROS     TO CI-LINHA
               START CONTITEM KEY NOT LESS THAN CI-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CONTITEM
               END-START
               IF FS-CONTITEM = "00"
                   PERFORM LE-PROXIMO-ITEM
               END-IF
               .
           LE-PROXIMO-ITEM.
               READ CONTITEM NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTITEM
               END-READ
               IF FS-CONTITEM = "00" AND CI-CONTRATO NOT = WCONTRATO
                   MOVE "10" TO FS-CONTITEM
               END-IF
               .
           LISTA-ITEM.
               IF WLINHA-TELA > 18
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "CONTRATOS RECORRENTES       " AT 0430
                   DISPLAY "CONTRATO" AT 0705
                   DISPLAY WCONTRATO AT 0715
                   PERFORM CABECALHO-LISTA
               END-IF
               ADD 1 TO QT-ITENS
               MOVE CI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY CI-LINHA AT LINE WLINHA-TELA COL 05
               DISPLAY CI-PRODUTO AT LINE WLINHA-TELA COL 08
               DISPLAY FD-PRODUTO (1:25) AT LINE WLINHA-TELA COL 15
               MOVE CI-QUANTIDADE TO WED-QTDE
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 42
               MOVE CI-VALUNIT TO WED-UNIT
               DISPLAY WED-UNIT AT LINE WLINHA-TELA COL 48
               COMPUTE WVALOR-LINHA = CI-QUANTIDADE * CI-VALUNIT
               MOVE WVALOR-LINHA TO WED-VALOR
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 60
               ADD WVALOR-LINHA TO WT-MENSAL
               ADD 1 TO WLINHA-TELA
               PERFORM LE-PROXIMO-ITEM
               .
       END PROGRAM CADASTRO-CONTRATO.
