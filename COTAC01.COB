      ******************************************************************
      *
      *          COTACAO DE PRECOS COM FORNECEDORES (COTACAO.DAT)
      *     N-NOVA     ABRE UMA RODADA DE COTACAO (NUMERO PELA ENTIDADE
      *                COTACAO) COM OS PRODUTOS DA SUGESTAO DE COMPRAS
      *                (MESMA REGRA DO RELCMP01/GERPOC01, PULANDO O QUE
      *                JA TEM PEDIDO ABERTO OU PENDENTE) OU DIGITADOS
      *                A MAO. CADA PRODUTO CONVIDA OS FORNECEDORES DO
      *                CATALOGO FORNPROD.DAT (COTFORN.DAT, SITUACAO
      *                "C" - CONVIDADO).
      *     I-ITEM     INCLUI UM PRODUTO A MAO NUMA COTACAO ABERTA.
      *     R-RESPOSTA REGISTRA A PROPOSTA DE UM FORNECEDOR: PRECO (NA
      *                UNIDADE DE COMPRA DELE, GRAVADO NA UNIDADE DE
      *                ESTOQUE) E PRAZO DE ENTREGA POR PRODUTO E O
      *                PRAZO DE PAGAMENTO DA PROPOSTA. PRECO ZERO =
      *                NAO COTOU. FORNECEDOR FORA DO CATALOGO ENTRA
      *                COMO CONVITE AVULSO.
      *     M-MAPA     MAPA COMPARATIVO: POR PRODUTO AS PROPOSTAS COM
      *                O MELHOR TOTAL MARCADO (EMPATE DECIDE O MENOR
      *                PRAZO DE ENTREGA) E O TOTAL GERAL DOS MELHORES.
      *     F-FECHAR   ADJUDICA: O VENCEDOR DE CADA PRODUTO (O MELHOR
      *                DO MAPA OU OUTRO ESCOLHIDO PELO COMPRADOR) VIRA
      *                PEDIDO DE COMPRA PENDENTE DE APROVACAO (STATUS
      *                "P", LIBERADO NO APRPOC01) E ATUALIZA O ULTIMO
      *                CUSTO E O LEAD TIME DO FORNECEDOR NO FORNPROD.
      *     TUDO AUDITADO POR GRAVA-AUDITORIA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. COTACAO-COMPRA.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT COTACAO ASSIGN TO "COTACAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-NUMERO
           FILE STATUS IS FS-COTACAO.

           SELECT COTITEM ASSIGN TO "COTITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-CHAVE
           FILE STATUS IS FS-COTITEM.

           SELECT COTFORN ASSIGN TO "COTFORN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-COTFORN.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT FORNPROD ASSIGN TO "FORNPROD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-CHAVE
           FILE STATUS IS FS-FORNPROD.

           SELECT PREVDEM ASSIGN TO "PREVDEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS FS-PREVDEM.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CODIGO
           FILE STATUS IS FS-PEDCOMP.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    CABECALHO DA RODADA DE COTACAO
       FD  COTACAO.
       01  REGISTRO-COTACAO.
           02 CT-NUMERO        PIC 9(06).
           02 CT-DATA          PIC 9(08).
           02 CT-ORIGEM        PIC X.
               88 CT-DA-SUGESTAO VALUE "S".
               88 CT-MANUAL    VALUE "M".
           02 CT-QTD-ITENS     PIC 9(03).
           02 CT-STATUS        PIC X.
               88 CT-ABERTA    VALUE "A".
               88 CT-FECHADA   VALUE "F".
           02 CT-DATA-FECHA    PIC 9(08).
           02 CT-OPERADOR      PIC X(10).

      *    PRODUTOS DA COTACAO (QUANTIDADE NA UNIDADE DE ESTOQUE)
       FD  COTITEM.
       01  REGISTRO-COTITEM.
           02 CI-CHAVE.
               03 CI-COTACAO   PIC 9(06).
               03 CI-PRODUTO   PIC 9(06).
           02 CI-QUANTIDADE    PIC 9(06).
           02 CI-VENCEDOR      PIC 9(04).
           02 CI-PEDCOMP       PIC 9(04).

      *    PROPOSTA DE CADA FORNECEDOR PARA CADA PRODUTO
       FD  COTFORN.
       01  REGISTRO-COTFORN.
           02 CR-CHAVE.
               03 CR-COTACAO   PIC 9(06).
               03 CR-PRODUTO   PIC 9(06).
               03 CR-FORNECEDOR PIC 9(04).
           02 CR-PRECO         PIC 9(6)V99.
           02 CR-TOTAL         PIC 9(8)V99.
           02 CR-LEAD-TIME     PIC 9(03).
           02 CR-PRAZO-PAGTO   PIC 9(03).
           02 CR-DATA-RESPOSTA PIC 9(08).
           02 CR-SITUACAO      PIC X.
               88 CR-CONVIDADO VALUE "C".
               88 CR-RESPONDEU VALUE "R".
               88 CR-DECLINOU  VALUE "D".
               88 CR-VENCEDOR  VALUE "V".
               88 CR-PERDEU    VALUE "P".

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

       FD  FORNPROD.
       01  REGISTRO-FORNPROD.
           02 FP-CHAVE.
               03 FP-FORNECEDOR PIC 9(04).
               03 FP-PRODUTO    PIC 9(06).
           02 FP-PARTNUMBER     PIC X(20).
           02 FP-ULTIMO-CUSTO   PIC 9(6)V99.
           02 FP-LEAD-TIME      PIC 9(03).
           02 FP-UNID-COMPRA    PIC X(03).
           02 FP-FATOR-COMPRA   PIC 9(05).

      *    PREVISAO MENSAL DE DEMANDA (PREVDEM1)
       FD  PREVDEM.
       01  REGISTRO-PREVDEM.
           02 PV-CHAVE.
               03 PV-PRODUTO PIC 9(06).
               03 PV-MES     PIC 9(02).
           02 PV-QTD-PREVISTA PIC 9(06).
           02 PV-DATA-GERACAO PIC 9(08).

       FD  PEDCOMP.
       01  REGISTRO-PEDCOMP.
           02 PC-CODIGO        PIC 9(04).
           02 PC-FORNECEDOR    PIC 9(04).
           02 PC-PRODUTO       PIC 9(06).
           02 PC-QUANTIDADE    PIC 9(06).
           02 PC-CUSTO         PIC 9(6)V99.
           02 PC-DATA-EMISSAO  PIC 9(08).
           02 PC-DATA-PREVISTA PIC 9(08).
           02 PC-QTD-RECEBIDA  PIC 9(06).
           02 PC-STATUS        PIC X.
               88 PC-ABERTA    VALUE "A".
               88 PC-PENDENTE  VALUE "P".
               88 PC-RECEBIDA  VALUE "R".
               88 PC-CANCELADA VALUE "C".
           02 PC-DATA-RECEBIDA PIC 9(08).
           02 PC-CENTRO        PIC 9(03).

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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-COTACAO.
           02 FS-COTACAO-1 PIC 9.
           02 FS-COTACAO-2 PIC 9.
           02 FS-COTACAO-R REDEFINES FS-COTACAO-2 PIC 99 COMP-X.
       01  FS-COTITEM.
           02 FS-COTITEM-1 PIC 9.
           02 FS-COTITEM-2 PIC 9.
           02 FS-COTITEM-R REDEFINES FS-COTITEM-2 PIC 99 COMP-X.
       01  FS-COTFORN.
           02 FS-COTFORN-1 PIC 9.
           02 FS-COTFORN-2 PIC 9.
           02 FS-COTFORN-R REDEFINES FS-COTFORN-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-FORNPROD.
           02 FS-FORNPROD-1 PIC 9.
           02 FS-FORNPROD-2 PIC 9.
           02 FS-FORNPRO-R REDEFINES FS-FORNPROD-2 PIC 99 COMP-X.
       01  FS-PREVDEM.
           02 FS-PREVDEM-1 PIC 9.
           02 FS-PREVDEM-2 PIC 9.
           02 FS-PREVDEM-R REDEFINES FS-PREVDEM-2 PIC 99 COMP-X.
       01  FS-PEDCOMP.
           02 FS-PEDCOMP-1 PIC 9.
           02 FS-PEDCOMP-2 PIC 9.
           02 FS-PEDCOMP-R REDEFINES FS-PEDCOMP-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WORIGEM        PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WCT-ENTIDADE   PIC X(10) VALUE "COTACAO".
       77  WPC-ENTIDADE   PIC X(10) VALUE "PEDCOMPRA".
       77  WNUM-GERADO    PIC 9(06) VALUE ZERO.
       77  WCT-NUMERO     PIC 9(06) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WQUANTIDADE    PIC 9(06) VALUE ZERO.
       77  WFORNECEDOR    PIC 9(04) VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-PRECO      PIC Z(5)9.99.
       77  WED-QTDE       PIC Z(5)9.
      *    SUGESTAO DE COMPRAS - MESMA CONTA DO RELCMP01
       77  WMES-ATUAL     PIC 9(02) VALUE ZEROS.
       77  WMES-BUSCA     PIC 9(02) VALUE ZEROS.
       77  WLEAD-TIME     PIC 9(03) VALUE ZEROS.
       77  WMESES-LEAD    PIC 9(02) VALUE ZEROS.
       77  WDEMANDA       PIC 9(07) VALUE ZEROS.
       77  WTEM-PREVISAO  PIC X VALUE "N".
       77  IND-MES        PIC 9(02) VALUE ZEROS.
       77  WFALTA         PIC S9(07) VALUE ZEROS.
       77  WACHOU         PIC X VALUE "N".
      *    MENOR LEAD TIME POR PRODUTO (UMA VARRIDA NO CATALOGO)
       01  TAB-LEAD.
           02 TL-ITEM OCCURS 200 TIMES.
               03 TL-PRODUTO PIC 9(06).
               03 TL-LEAD    PIC 9(03).
       77  QT-LEADS       PIC 9(03) VALUE ZEROS.
       77  IND-LEAD       PIC 9(03) VALUE ZEROS.
      *    PRODUTOS JA COBERTOS POR PEDIDO ABERTO OU PENDENTE
       01  TAB-COBERTOS.
           02 TB-PRODUTO PIC 9(06) OCCURS 200 TIMES.
       77  QT-TAB-COB     PIC 9(03) VALUE ZEROS.
       77  IND-COB        PIC 9(03) VALUE ZEROS.
       77  QT-CONVITES    PIC 9(03) VALUE ZEROS.
      *    PROPOSTA DIGITADA (UNIDADE DE COMPRA DO FORNECEDOR)
       77  WPRECO-COMPRA  PIC 9(6)V99 VALUE ZERO.
       77  WUNID-COMPRA   PIC X(03) VALUE SPACES.
       77  WFATOR-COMPRA  PIC 9(05) VALUE 1.
       77  WLEAD-RESP     PIC 9(03) VALUE ZERO.
       77  WPRAZO-PAGTO   PIC 9(03) VALUE ZERO.
       77  WNO-CATALOGO   PIC X VALUE "N".
      *    PROPOSTAS DE UM PRODUTO PARA O MAPA / FECHAMENTO
       01  TAB-PROPOSTAS.
           02 TP-ITEM OCCURS 20 TIMES.
               03 TP-FORNECEDOR PIC 9(04).
               03 TP-PRECO      PIC 9(6)V99.
               03 TP-TOTAL      PIC 9(8)V99.
               03 TP-LEAD       PIC 9(03).
               03 TP-PRAZO      PIC 9(03).
       77  QT-PROPOSTAS   PIC 9(02) VALUE ZERO.
       77  IND-PROP       PIC 9(02) VALUE ZERO.
       77  IND-MELHOR     PIC 9(02) VALUE ZERO.
       77  IND-ESCOLHA    PIC 9(02) VALUE ZERO.
       77  WTOTAL-GERAL   PIC 9(10)V99 VALUE ZERO.
       77  QT-SEM-PROPOSTA PIC 9(03) VALUE ZERO.
       77  QT-PEDIDOS     PIC 9(03) VALUE ZERO.
       77  WPRAZO-DIAS    PIC S9(5) VALUE ZERO.
       77  WDATA-PREV     PIC 9(08) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O COTACAO.
           IF FS-COTACAO = "35"
               OPEN OUTPUT COTACAO
               CLOSE COTACAO
               OPEN I-O COTACAO
           END-IF.
           OPEN I-O COTITEM.
           IF FS-COTITEM = "35"
               OPEN OUTPUT COTITEM
               CLOSE COTITEM
               OPEN I-O COTITEM
           END-IF.
           OPEN I-O COTFORN.
           IF FS-COTFORN = "35"
               OPEN OUTPUT COTFORN
               CLOSE COTFORN
               OPEN I-O COTFORN
           END-IF.
           OPEN I-O FORNPROD.
           IF FS-FORNPROD = "35"
               OPEN OUTPUT FORNPROD
               CLOSE FORNPROD
               OPEN I-O FORNPROD
           END-IF.
           OPEN I-O PEDCOMP.
           IF FS-PEDCOMP = "35"
               OPEN OUTPUT PEDCOMP
               CLOSE PEDCOMP
               OPEN I-O PEDCOMP
           END-IF.
           OPEN INPUT ARQ1.
           OPEN INPUT PREVDEM.
           OPEN INPUT VENDEDORES.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "COTACAO DE COMPRAS         " AT 0430
               DISPLAY "ACAO N-NOVA I-ITEM R-RESPOSTA M-MAPA F-FECHAR"
                   AT 0505
               DISPLAY "X-SAIR [.]" AT 0551
               ACCEPT WACAO AT 0558
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE COTACAO COTITEM COTFORN FORNPROD PEDCOMP
                           ARQ1 PREVDEM VENDEDORES
                       EXIT PROGRAM
                   WHEN WACAO = "N" OR WACAO = "n"
                       PERFORM NOVA-COTACAO THRU NOVA-COTACAO-EXIT
                   WHEN WACAO = "I" OR WACAO = "i"
                       PERFORM INCLUI-ITEM THRU INCLUI-ITEM-EXIT
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM REGISTRA-RESPOSTA
                           THRU REGISTRA-RESPOSTA-EXIT
                   WHEN WACAO = "M" OR WACAO = "m"
                       PERFORM MAPA-COMPARATIVO
                           THRU MAPA-COMPARATIVO-EXIT
                   WHEN WACAO = "F" OR WACAO = "f"
                       PERFORM FECHA-COTACAO THRU FECHA-COTACAO-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    NOVA RODADA: PRODUTOS DA SUGESTAO OU DIGITADOS
      *----------------------------------------------------------------*
           NOVA-COTACAO.
               DISPLAY "ORIGEM S-SUGESTAO DE COMPRAS M-MANUAL [.]"
                   AT 0705
               ACCEPT WORIGEM AT 0744
               IF WORIGEM = "s"
                   MOVE "S" TO WORIGEM
               END-IF
               IF WORIGEM = "m"
                   MOVE "M" TO WORIGEM
               END-IF
               IF WORIGEM NOT = "S" AND WORIGEM NOT = "M"
                   DISPLAY "ORIGEM INVALIDA" AT 1905
                   GO TO NOVA-COTACAO-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WCT-ENTIDADE, WNUM-GERADO
               MOVE WNUM-GERADO   TO CT-NUMERO
               MOVE WDATA-SISTEMA TO CT-DATA
               MOVE WORIGEM       TO CT-ORIGEM
               MOVE ZERO          TO CT-QTD-ITENS
               MOVE "A"           TO CT-STATUS
               MOVE ZERO          TO CT-DATA-FECHA
               MOVE WOPERADOR     TO CT-OPERADOR
               WRITE REGISTRO-COTACAO
                   INVALID KEY
                       DISPLAY "COTACAO JA CADASTRADA" AT 1905
                       GO TO NOVA-COTACAO-EXIT
               END-WRITE
               MOVE CT-NUMERO TO WCT-NUMERO
               DISPLAY "COTACAO NUMERO             " AT 0805
               DISPLAY WCT-NUMERO AT 0830
               MOVE ZERO TO QT-CONVITES
               IF WORIGEM = "S"
                   PERFORM CARREGA-SUGESTAO THRU CARREGA-SUGESTAO-EXIT
               ELSE
                   PERFORM DIGITA-ITENS THRU DIGITA-ITENS-EXIT
               END-IF
               REWRITE REGISTRO-COTACAO
               MOVE CT-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "COTAC01", "ABRIU", WCHAVE-AUD
               DISPLAY "PRODUTOS NA COTACAO        " AT 1705
               DISPLAY CT-QTD-ITENS AT 1730
               DISPLAY "FORNECEDORES CONVIDADOS    " AT 1805
               DISPLAY QT-CONVITES AT 1830
               .
           NOVA-COTACAO-EXIT.
               EXIT.
           DIGITA-ITENS.
               MOVE 1 TO WPRODUTO
               PERFORM DIGITA-UM-ITEM THRU DIGITA-UM-ITEM-EXIT
                   UNTIL WPRODUTO = ZERO
               .
           DIGITA-ITENS-EXIT.
               EXIT.
           DIGITA-UM-ITEM.
               DISPLAY "PRODUTO (0=FIM) [......]   " AT 1005
               DISPLAY SPACES AT 1905
               MOVE ZERO TO WPRODUTO
               ACCEPT WPRODUTO AT 1022
               IF WPRODUTO = ZERO
                   GO TO DIGITA-UM-ITEM-EXIT
               END-IF
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO DIGITA-UM-ITEM-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 1032
               DISPLAY "QUANTIDADE [......]        " AT 1105
               MOVE ZERO TO WQUANTIDADE
               ACCEPT WQUANTIDADE AT 1117
               DISPLAY FD-UNIDADE AT 1125
               IF WQUANTIDADE = ZERO
                   GO TO DIGITA-UM-ITEM-EXIT
               END-IF
               PERFORM GRAVA-ITEM THRU GRAVA-ITEM-EXIT
               .
           DIGITA-UM-ITEM-EXIT.
               EXIT.
      *    ITEM DA COTACAO E CONVITE DOS FORNECEDORES DO CATALOGO
           GRAVA-ITEM.
               MOVE WCT-NUMERO  TO CI-COTACAO
               MOVE WPRODUTO    TO CI-PRODUTO
               MOVE WQUANTIDADE TO CI-QUANTIDADE
               MOVE ZERO        TO CI-VENCEDOR
               MOVE ZERO        TO CI-PEDCOMP
               WRITE REGISTRO-COTITEM
                   INVALID KEY
                       DISPLAY "PRODUTO JA ESTA NA COTACAO" AT 1905
                       GO TO GRAVA-ITEM-EXIT
               END-WRITE
               ADD 1 TO CT-QTD-ITENS
               MOVE ZEROS TO FP-CHAVE
               START FORNPROD KEY NOT LESS THAN FP-CHAVE
                   INVALID KEY
                       GO TO GRAVA-ITEM-EXIT
               END-START
               PERFORM LE-CATALOGO
               PERFORM CONVIDA-FORNECEDOR
                   UNTIL FS-FORNPROD NOT = "00"
               MOVE "00" TO FS-FORNPROD
               .
           GRAVA-ITEM-EXIT.
               EXIT.
           LE-CATALOGO.
               READ FORNPROD NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FORNPROD
               END-READ
               .
           CONVIDA-FORNECEDOR.
               IF FP-PRODUTO = WPRODUTO
                   MOVE WCT-NUMERO    TO CR-COTACAO
                   MOVE WPRODUTO      TO CR-PRODUTO
                   MOVE FP-FORNECEDOR TO CR-FORNECEDOR
                   MOVE ZERO          TO CR-PRECO
                   MOVE ZERO          TO CR-TOTAL
                   MOVE ZERO          TO CR-LEAD-TIME
                   MOVE ZERO          TO CR-PRAZO-PAGTO
                   MOVE ZERO          TO CR-DATA-RESPOSTA
                   MOVE "C"           TO CR-SITUACAO
                   WRITE REGISTRO-COTFORN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO QT-CONVITES
                   END-WRITE
               END-IF
               PERFORM LE-CATALOGO
               .
      *----------------------------------------------------------------*
      *    SUGESTAO DE COMPRAS: DEMANDA PROJETADA SOBRE O MENOR LEAD
      *    TIME DO CATALOGO (PREVDEM.DAT) OU ESTOQUE MINIMO ESTATICO,
      *    COMPRANDO A REPOSICAO OU A FALTA, SE MAIOR (RELCMP01)
      *----------------------------------------------------------------*
           CARREGA-SUGESTAO.
               MOVE WDATA-SISTEMA (5:2) TO WMES-ATUAL
               MOVE ZERO TO QT-LEADS
               MOVE ZERO TO QT-TAB-COB
               MOVE ZEROS TO FP-CHAVE
               START FORNPROD KEY NOT LESS THAN FP-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-FORNPROD
               END-START
               IF FS-FORNPROD = "00"
                   PERFORM LE-CATALOGO
                   PERFORM GUARDA-LEAD
                       UNTIL FS-FORNPROD NOT = "00"
               END-IF
               MOVE "00" TO FS-FORNPROD
               MOVE ZEROS TO PC-CODIGO
               START PEDCOMP KEY NOT LESS THAN PC-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-PEDCOMP
               END-START
               IF FS-PEDCOMP = "00"
                   PERFORM LE-PEDCOMP
                   PERFORM GUARDA-COBERTO
                       UNTIL FS-PEDCOMP NOT = "00"
               END-IF
               MOVE "00" TO FS-PEDCOMP
               MOVE ZEROS TO FD-CODIGO
               START ARQ1 KEY NOT LESS THAN FD-CODIGO
                   INVALID KEY
                       GO TO CARREGA-SUGESTAO-EXIT
               END-START
               PERFORM LE-PRODUTO
               PERFORM AVALIA-PRODUTO THRU AVALIA-PRODUTO-EXIT
                   UNTIL FS-ARQ1 NOT = "00"
               MOVE "00" TO FS-ARQ1
               .
           CARREGA-SUGESTAO-EXIT.
               EXIT.
           GUARDA-LEAD.
               IF FP-LEAD-TIME > ZERO
                   MOVE "N" TO WACHOU
                   PERFORM CONFERE-LEAD
                       VARYING IND-LEAD FROM 1 BY 1
                       UNTIL IND-LEAD > QT-LEADS
                   IF WACHOU = "N" AND QT-LEADS < 200
                       ADD 1 TO QT-LEADS
                       MOVE FP-PRODUTO   TO TL-PRODUTO (QT-LEADS)
                       MOVE FP-LEAD-TIME TO TL-LEAD (QT-LEADS)
                   END-IF
               END-IF
               PERFORM LE-CATALOGO
               .
           CONFERE-LEAD.
               IF TL-PRODUTO (IND-LEAD) = FP-PRODUTO
                   MOVE "S" TO WACHOU
                   IF FP-LEAD-TIME < TL-LEAD (IND-LEAD)
                       MOVE FP-LEAD-TIME TO TL-LEAD (IND-LEAD)
                   END-IF
                   MOVE QT-LEADS TO IND-LEAD
               END-IF
               .
           LE-PEDCOMP.
               READ PEDCOMP NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PEDCOMP
               END-READ
               .
           GUARDA-COBERTO.
               IF (PC-ABERTA OR PC-PENDENTE) AND QT-TAB-COB < 200
                   ADD 1 TO QT-TAB-COB
                   MOVE PC-PRODUTO TO TB-PRODUTO (QT-TAB-COB)
               END-IF
               PERFORM LE-PEDCOMP
               .
           LE-PRODUTO.
               READ ARQ1 NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ARQ1
               END-READ
               .
           AVALIA-PRODUTO.
               PERFORM CALCULA-NECESSIDADE THRU CALCULA-NECESSIDADE-FIM
               IF WTEM-PREVISAO = "N"
                   IF FD-ESTOQUE-MINIMO > ZERO AND
                      FD-QTD-ESTOQUE < FD-ESTOQUE-MINIMO
                       MOVE FD-ESTOQUE-MINIMO TO WDEMANDA
                   ELSE
                       MOVE ZERO TO WDEMANDA
                   END-IF
               END-IF
               IF FD-QTD-ESTOQUE NOT < WDEMANDA
                   GO TO AVALIA-PRODUTO-FIM
               END-IF
               MOVE "N" TO WACHOU
               PERFORM CONFERE-COBERTO
                   VARYING IND-COB FROM 1 BY 1
                   UNTIL IND-COB > QT-TAB-COB
               IF WACHOU = "S"
                   GO TO AVALIA-PRODUTO-FIM
               END-IF
               COMPUTE WFALTA = WDEMANDA - FD-QTD-ESTOQUE
               IF FD-QTD-REPOR > WFALTA
                   MOVE FD-QTD-REPOR TO WQUANTIDADE
               ELSE
                   MOVE WFALTA TO WQUANTIDADE
               END-IF
               MOVE FD-CODIGO TO WPRODUTO
               PERFORM GRAVA-ITEM THRU GRAVA-ITEM-EXIT
               .
           AVALIA-PRODUTO-FIM.
               PERFORM LE-PRODUTO
               .
           AVALIA-PRODUTO-EXIT.
               EXIT.
           CONFERE-COBERTO.
               IF TB-PRODUTO (IND-COB) = FD-CODIGO
                   MOVE "S" TO WACHOU
                   MOVE QT-TAB-COB TO IND-COB
               END-IF
               .
           CALCULA-NECESSIDADE.
               MOVE "N" TO WTEM-PREVISAO
               MOVE ZERO TO WDEMANDA
               IF FS-PREVDEM NOT = "00"
                   GO TO CALCULA-NECESSIDADE-FIM
               END-IF
               MOVE 30 TO WLEAD-TIME
               PERFORM ACHA-LEAD
                   VARYING IND-LEAD FROM 1 BY 1
                   UNTIL IND-LEAD > QT-LEADS
               COMPUTE WMESES-LEAD = (WLEAD-TIME + 29) / 30
               IF WMESES-LEAD = ZERO
                   MOVE 1 TO WMESES-LEAD
               END-IF
               PERFORM SOMA-PREVISAO
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > WMESES-LEAD
               .
           CALCULA-NECESSIDADE-FIM.
               EXIT.
           ACHA-LEAD.
               IF TL-PRODUTO (IND-LEAD) = FD-CODIGO
                   MOVE TL-LEAD (IND-LEAD) TO WLEAD-TIME
                   MOVE QT-LEADS TO IND-LEAD
               END-IF
               .
           SOMA-PREVISAO.
               COMPUTE WMES-BUSCA = WMES-ATUAL + IND-MES - 1
               IF WMES-BUSCA > 12
                   SUBTRACT 12 FROM WMES-BUSCA
               END-IF
               MOVE FD-CODIGO  TO PV-PRODUTO
               MOVE WMES-BUSCA TO PV-MES
               READ PREVDEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WTEM-PREVISAO
                       ADD PV-QTD-PREVISTA TO WDEMANDA
               END-READ
               .
      *----------------------------------------------------------------*
      *    INCLUSAO DE PRODUTO NUMA COTACAO AINDA ABERTA
      *----------------------------------------------------------------*
           INCLUI-ITEM.
               PERFORM BUSCA-COTACAO THRU BUSCA-COTACAO-EXIT
               IF WACHOU = "N"
                   GO TO INCLUI-ITEM-EXIT
               END-IF
               MOVE ZERO TO QT-CONVITES
               PERFORM DIGITA-ITENS THRU DIGITA-ITENS-EXIT
               REWRITE REGISTRO-COTACAO
               MOVE CT-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "COTAC01", "INCLUIU", WCHAVE-AUD
               DISPLAY "FORNECEDORES CONVIDADOS    " AT 1805
               DISPLAY QT-CONVITES AT 1830
               .
           INCLUI-ITEM-EXIT.
               EXIT.
      *    LE A COTACAO PEDIDA E EXIGE QUE ESTEJA ABERTA
           BUSCA-COTACAO.
               MOVE "N" TO WACHOU
               DISPLAY "COTACAO [......]           " AT 0705
               ACCEPT WCT-NUMERO AT 0714
               MOVE WCT-NUMERO TO CT-NUMERO
               READ COTACAO
                   INVALID KEY
                       DISPLAY "COTACAO NAO CADASTRADA" AT 1905
                       GO TO BUSCA-COTACAO-EXIT
               END-READ
               IF NOT CT-ABERTA
                   DISPLAY "COTACAO JA FECHADA" AT 1905
                   GO TO BUSCA-COTACAO-EXIT
               END-IF
               MOVE "S" TO WACHOU
               DISPLAY CT-DATA AT 0730
               .
           BUSCA-COTACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    PROPOSTA DE UM FORNECEDOR, PRODUTO A PRODUTO
      *----------------------------------------------------------------*
           REGISTRA-RESPOSTA.
               PERFORM BUSCA-COTACAO THRU BUSCA-COTACAO-EXIT
               IF WACHOU = "N"
                   GO TO REGISTRA-RESPOSTA-EXIT
               END-IF
               DISPLAY "FORNECEDOR [....]          " AT 0805
               ACCEPT WFORNECEDOR AT 0817
               MOVE WFORNECEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1905
                       GO TO REGISTRA-RESPOSTA-EXIT
               END-READ
               IF V-TIPO NOT = "C" AND V-TIPO NOT = "c"
                   DISPLAY "CODIGO NAO E DE COMPRADOR/FORNECEDOR"
                       AT 1905
                   GO TO REGISTRA-RESPOSTA-EXIT
               END-IF
               DISPLAY V-NOME (1:30) AT 0830
               DISPLAY "PRAZO DE PAGAMENTO (DIAS)  " AT 0905
               MOVE V-PRAZO-PAGTO TO WPRAZO-PAGTO
               DISPLAY WPRAZO-PAGTO AT 0933
               ACCEPT WPRAZO-PAGTO AT 0933
               MOVE WCT-NUMERO TO CI-COTACAO
               MOVE ZEROS      TO CI-PRODUTO
               START COTITEM KEY NOT LESS THAN CI-CHAVE
                   INVALID KEY
                       GO TO REGISTRA-RESPOSTA-EXIT
               END-START
               PERFORM LE-ITEM
               PERFORM RESPONDE-ITEM THRU RESPONDE-ITEM-EXIT
                   UNTIL FS-COTITEM NOT = "00"
               MOVE "00" TO FS-COTITEM
               MOVE WCT-NUMERO TO WCHAVE-AUD
               MOVE WFORNECEDOR TO WCHAVE-AUD (8:4)
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "COTAC01", "RESPOSTA", WCHAVE-AUD
               DISPLAY SPACES AT 1905
               DISPLAY "PROPOSTA REGISTRADA" AT 1905
               .
           REGISTRA-RESPOSTA-EXIT.
               EXIT.
           LE-ITEM.
               READ COTITEM NEXT RECORD
                   AT END
                       MOVE "10" TO FS-COTITEM
               END-READ
               IF FS-COTITEM = "00" AND CI-COTACAO NOT = WCT-NUMERO
                   MOVE "10" TO FS-COTITEM
               END-IF
               .
           RESPONDE-ITEM.
               MOVE CI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
                       MOVE SPACES TO FD-UNIDADE
               END-READ
               DISPLAY SPACES AT 1105
               DISPLAY SPACES AT 1205
               DISPLAY SPACES AT 1305
               DISPLAY "PRODUTO                    " AT 1105
               DISPLAY CI-PRODUTO AT 1130
               DISPLAY FD-PRODUTO (1:25) AT 1137
               MOVE CI-QUANTIDADE TO WED-QTDE
               DISPLAY "QUANTIDADE" AT 1205
               DISPLAY WED-QTDE AT 1230
               DISPLAY FD-UNIDADE AT 1237
      *        UNIDADE DE COMPRA DO FORNECEDOR (FORNPROD), COMO NO
      *        CADPOC01; SEM CATALOGO, A UNIDADE DE ESTOQUE
               MOVE FD-UNIDADE TO WUNID-COMPRA
               MOVE 1 TO WFATOR-COMPRA
               MOVE WFORNECEDOR TO FP-FORNECEDOR
               MOVE CI-PRODUTO  TO FP-PRODUTO
               READ FORNPROD
                   INVALID KEY
                       MOVE ZERO TO FP-ULTIMO-CUSTO FP-LEAD-TIME
                   NOT INVALID KEY
                       IF FP-FATOR-COMPRA > 0 AND
                          FP-UNID-COMPRA NOT = SPACES
                           MOVE FP-UNID-COMPRA  TO WUNID-COMPRA
                           MOVE FP-FATOR-COMPRA TO WFATOR-COMPRA
                       END-IF
               END-READ
               DISPLAY "PRECO POR" AT 1305
               DISPLAY WUNID-COMPRA AT 1315
               DISPLAY "(0=NAO COTOU)" AT 1319
               COMPUTE WPRECO-COMPRA = FP-ULTIMO-CUSTO * WFATOR-COMPRA
               DISPLAY WPRECO-COMPRA AT 1333
               ACCEPT WPRECO-COMPRA AT 1333
               DISPLAY "PRAZO ENTREGA (DIAS)" AT 1345
               MOVE FP-LEAD-TIME TO WLEAD-RESP
               DISPLAY WLEAD-RESP AT 1366
               ACCEPT WLEAD-RESP AT 1366
               MOVE WCT-NUMERO  TO CR-COTACAO
               MOVE CI-PRODUTO  TO CR-PRODUTO
               MOVE WFORNECEDOR TO CR-FORNECEDOR
               MOVE "S" TO WNO-CATALOGO
               READ COTFORN
                   INVALID KEY
                       MOVE "N" TO WNO-CATALOGO
               END-READ
               IF WPRECO-COMPRA = ZERO
                   IF WNO-CATALOGO = "S"
                       MOVE "D" TO CR-SITUACAO
                       MOVE WDATA-SISTEMA TO CR-DATA-RESPOSTA
                       REWRITE REGISTRO-COTFORN
                   END-IF
                   GO TO RESPONDE-ITEM-FIM
               END-IF
               COMPUTE CR-PRECO ROUNDED = WPRECO-COMPRA / WFATOR-COMPRA
               COMPUTE CR-TOTAL ROUNDED = CR-PRECO * CI-QUANTIDADE
               MOVE WLEAD-RESP    TO CR-LEAD-TIME
               MOVE WPRAZO-PAGTO  TO CR-PRAZO-PAGTO
               MOVE WDATA-SISTEMA TO CR-DATA-RESPOSTA
               MOVE "R"           TO CR-SITUACAO
               IF WNO-CATALOGO = "S"
                   REWRITE REGISTRO-COTFORN
               ELSE
                   WRITE REGISTRO-COTFORN
               END-IF
               .
           RESPONDE-ITEM-FIM.
               PERFORM LE-ITEM
               .
           RESPONDE-ITEM-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    MAPA COMPARATIVO (QUALQUER COTACAO, ABERTA OU FECHADA)
      *----------------------------------------------------------------*
           MAPA-COMPARATIVO.
               DISPLAY "COTACAO [......]           " AT 0705
               ACCEPT WCT-NUMERO AT 0714
               MOVE WCT-NUMERO TO CT-NUMERO
               READ COTACAO
                   INVALID KEY
                       DISPLAY "COTACAO NAO CADASTRADA" AT 1905
                       GO TO MAPA-COMPARATIVO-EXIT
               END-READ
               DISPLAY CT-DATA AT 0730
               IF CT-FECHADA
                   DISPLAY "FECHADA EM" AT 0740
                   DISPLAY CT-DATA-FECHA AT 0751
               END-IF
               PERFORM CABECALHO-MAPA
               MOVE ZERO TO WTOTAL-GERAL
               MOVE ZERO TO QT-SEM-PROPOSTA
               MOVE WCT-NUMERO TO CI-COTACAO
               MOVE ZEROS      TO CI-PRODUTO
               START COTITEM KEY NOT LESS THAN CI-CHAVE
                   INVALID KEY
                       GO TO MAPA-COMPARATIVO-EXIT
               END-START
               PERFORM LE-ITEM
               PERFORM MAPA-DO-ITEM
                   UNTIL FS-COTITEM NOT = "00"
               MOVE "00" TO FS-COTITEM
               PERFORM QUEBRA-PAGINA
               MOVE WTOTAL-GERAL TO WED-VALOR
               DISPLAY "TOTAL GERAL DOS MELHORES PRECOS"
                   AT LINE WLINHA-TELA COL 05
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 50
               IF QT-SEM-PROPOSTA > ZERO
                   ADD 1 TO WLINHA-TELA
                   DISPLAY "PRODUTOS SEM PROPOSTA:"
                       AT LINE WLINHA-TELA COL 05
                   DISPLAY QT-SEM-PROPOSTA AT LINE WLINHA-TELA COL 28
               END-IF
               .
           MAPA-COMPARATIVO-EXIT.
               EXIT.
           CABECALHO-MAPA.
               DISPLAY "FORN NOME            PRECO UN       TOTAL"
                   AT 0805
               DISPLAY "ENTR PGTO" AT 0855
               MOVE 9 TO WLINHA-TELA
               .
           QUEBRA-PAGINA.
               IF WLINHA-TELA > 20
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "COTACAO DE COMPRAS         " AT 0430
                   DISPLAY "MAPA COMPARATIVO DA COTACAO" AT 0705
                   DISPLAY WCT-NUMERO AT 0733
                   PERFORM CABECALHO-MAPA
               END-IF
               .
           MAPA-DO-ITEM.
               MOVE CI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               PERFORM CARREGA-PROPOSTAS THRU CARREGA-PROPOSTAS-EXIT
               PERFORM QUEBRA-PAGINA
               MOVE CI-QUANTIDADE TO WED-QTDE
               DISPLAY CI-PRODUTO AT LINE WLINHA-TELA COL 01
               DISPLAY FD-PRODUTO (1:25) AT LINE WLINHA-TELA COL 08
               DISPLAY "QTDE" AT LINE WLINHA-TELA COL 35
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 40
               IF CI-VENCEDOR > ZERO
                   DISPLAY "PC" AT LINE WLINHA-TELA COL 50
                   DISPLAY CI-PEDCOMP AT LINE WLINHA-TELA COL 53
               END-IF
               ADD 1 TO WLINHA-TELA
               IF QT-PROPOSTAS = ZERO
                   ADD 1 TO QT-SEM-PROPOSTA
                   PERFORM QUEBRA-PAGINA
                   DISPLAY "  SEM PROPOSTA"
                       AT LINE WLINHA-TELA COL 01
                   ADD 1 TO WLINHA-TELA
               ELSE
                   ADD TP-TOTAL (IND-MELHOR) TO WTOTAL-GERAL
                   PERFORM MOSTRA-PROPOSTA
                       VARYING IND-PROP FROM 1 BY 1
                       UNTIL IND-PROP > QT-PROPOSTAS
               END-IF
               PERFORM LE-ITEM
               .
           MOSTRA-PROPOSTA.
               PERFORM QUEBRA-PAGINA
               MOVE TP-FORNECEDOR (IND-PROP) TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE SPACES TO V-NOME
               END-READ
               IF IND-PROP = IND-MELHOR
                   DISPLAY "*" AT LINE WLINHA-TELA COL 03
               END-IF
               DISPLAY TP-FORNECEDOR (IND-PROP)
                   AT LINE WLINHA-TELA COL 05
               DISPLAY V-NOME (1:12) AT LINE WLINHA-TELA COL 10
               MOVE TP-PRECO (IND-PROP) TO WED-PRECO
               DISPLAY WED-PRECO AT LINE WLINHA-TELA COL 23
               MOVE TP-TOTAL (IND-PROP) TO WED-VALOR
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 36
               DISPLAY TP-LEAD (IND-PROP) AT LINE WLINHA-TELA COL 55
               DISPLAY TP-PRAZO (IND-PROP) AT LINE WLINHA-TELA COL 60
               ADD 1 TO WLINHA-TELA
               .
      *    PROPOSTAS VALIDAS DO PRODUTO (RESPONDEU, VENCEU OU PERDEU)
      *    E A MELHOR: MENOR TOTAL, EMPATE PELO MENOR PRAZO DE ENTREGA
           CARREGA-PROPOSTAS.
               MOVE ZERO TO QT-PROPOSTAS
               MOVE ZERO TO IND-MELHOR
               MOVE CI-COTACAO TO CR-COTACAO
               MOVE CI-PRODUTO TO CR-PRODUTO
               MOVE ZEROS      TO CR-FORNECEDOR
               START COTFORN KEY NOT LESS THAN CR-CHAVE
                   INVALID KEY
                       GO TO CARREGA-PROPOSTAS-EXIT
               END-START
               PERFORM LE-PROPOSTA
               PERFORM GUARDA-PROPOSTA
                   UNTIL FS-COTFORN NOT = "00"
               MOVE "00" TO FS-COTFORN
               .
           CARREGA-PROPOSTAS-EXIT.
               EXIT.
           LE-PROPOSTA.
               READ COTFORN NEXT RECORD
                   AT END
                       MOVE "10" TO FS-COTFORN
               END-READ
               IF FS-COTFORN = "00"
                   IF CR-COTACAO NOT = CI-COTACAO OR
                      CR-PRODUTO NOT = CI-PRODUTO
                       MOVE "10" TO FS-COTFORN
                   END-IF
               END-IF
               .
           GUARDA-PROPOSTA.
               IF (CR-RESPONDEU OR CR-VENCEDOR OR CR-PERDEU) AND
                  QT-PROPOSTAS < 20
                   ADD 1 TO QT-PROPOSTAS
                   MOVE CR-FORNECEDOR  TO TP-FORNECEDOR (QT-PROPOSTAS)
                   MOVE CR-PRECO       TO TP-PRECO (QT-PROPOSTAS)
                   MOVE CR-TOTAL       TO TP-TOTAL (QT-PROPOSTAS)
                   MOVE CR-LEAD-TIME   TO TP-LEAD (QT-PROPOSTAS)
                   MOVE CR-PRAZO-PAGTO TO TP-PRAZO (QT-PROPOSTAS)
                   IF IND-MELHOR = ZERO
                       MOVE QT-PROPOSTAS TO IND-MELHOR
                   ELSE
                       IF CR-TOTAL < TP-TOTAL (IND-MELHOR) OR
                          (CR-TOTAL = TP-TOTAL (IND-MELHOR) AND
                           CR-LEAD-TIME < TP-LEAD (IND-MELHOR))
                           MOVE QT-PROPOSTAS TO IND-MELHOR
                       END-IF
                   END-IF
               END-IF
               PERFORM LE-PROPOSTA
               .
      *----------------------------------------------------------------*
      *    FECHAMENTO: VENCEDOR DE CADA PRODUTO VIRA PEDIDO DE COMPRA
      *----------------------------------------------------------------*
           FECHA-COTACAO.
               PERFORM BUSCA-COTACAO THRU BUSCA-COTACAO-EXIT
               IF WACHOU = "N"
                   GO TO FECHA-COTACAO-EXIT
               END-IF
               DISPLAY "CONFIRMA O FECHAMENTO [S-N][.]" AT 0805
               ACCEPT OPCAO AT 0833
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO FECHA-COTACAO-EXIT
               END-IF
               MOVE ZERO TO QT-PEDIDOS
               MOVE ZERO TO QT-SEM-PROPOSTA
               MOVE WCT-NUMERO TO CI-COTACAO
               MOVE ZEROS      TO CI-PRODUTO
               START COTITEM KEY NOT LESS THAN CI-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-COTITEM
               END-START
               IF FS-COTITEM = "00"
                   PERFORM LE-ITEM
                   PERFORM ADJUDICA-ITEM THRU ADJUDICA-ITEM-EXIT
                       UNTIL FS-COTITEM NOT = "00"
               END-IF
               MOVE "00" TO FS-COTITEM
               MOVE WCT-NUMERO TO CT-NUMERO
               READ COTACAO
                   INVALID KEY
                       GO TO FECHA-COTACAO-EXIT
               END-READ
               MOVE "F" TO CT-STATUS
               MOVE WDATA-SISTEMA TO CT-DATA-FECHA
               REWRITE REGISTRO-COTACAO
               MOVE CT-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "COTAC01", "FECHOU", WCHAVE-AUD
               DISPLAY SPACE ERASE EOS
               DISPLAY "COTACAO DE COMPRAS         " AT 0430
               DISPLAY "COTACAO FECHADA            " AT 0705
               DISPLAY WCT-NUMERO AT 0730
               DISPLAY "PEDIDOS GERADOS (APRPOC01) " AT 0805
               DISPLAY QT-PEDIDOS AT 0830
               DISPLAY "PRODUTOS SEM PROPOSTA      " AT 0905
               DISPLAY QT-SEM-PROPOSTA AT 0930
               .
           FECHA-COTACAO-EXIT.
               EXIT.
           ADJUDICA-ITEM.
               PERFORM CARREGA-PROPOSTAS THRU CARREGA-PROPOSTAS-EXIT
               IF QT-PROPOSTAS = ZERO
                   ADD 1 TO QT-SEM-PROPOSTA
                   GO TO ADJUDICA-ITEM-FIM
               END-IF
               MOVE CI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY SPACE ERASE EOS
               DISPLAY "COTACAO DE COMPRAS         " AT 0430
               DISPLAY "PRODUTO                    " AT 0705
               DISPLAY CI-PRODUTO AT 0730
               DISPLAY FD-PRODUTO (1:25) AT 0737
               PERFORM CABECALHO-MAPA
               PERFORM MOSTRA-PROPOSTA
                   VARYING IND-PROP FROM 1 BY 1
                   UNTIL IND-PROP > QT-PROPOSTAS
                      OR WLINHA-TELA > 18
               MOVE TP-FORNECEDOR (IND-MELHOR) TO WFORNECEDOR
               DISPLAY "VENCEDOR (0=NAO COMPRAR)   " AT 1905
               DISPLAY WFORNECEDOR AT 1933
               ACCEPT WFORNECEDOR AT 1933
               IF WFORNECEDOR = ZERO
                   GO TO ADJUDICA-ITEM-FIM
               END-IF
               MOVE ZERO TO IND-ESCOLHA
               PERFORM ACHA-ESCOLHA
                   VARYING IND-PROP FROM 1 BY 1
                   UNTIL IND-PROP > QT-PROPOSTAS
               IF IND-ESCOLHA = ZERO
                   DISPLAY "FORNECEDOR SEM PROPOSTA - USADO O MELHOR"
                       AT 2005
                   MOVE IND-MELHOR TO IND-ESCOLHA
                   MOVE TP-FORNECEDOR (IND-MELHOR) TO WFORNECEDOR
               END-IF
               PERFORM GERA-PEDIDO-COMPRA
               PERFORM ATUALIZA-CATALOGO
               PERFORM MARCA-PROPOSTAS
                   VARYING IND-PROP FROM 1 BY 1
                   UNTIL IND-PROP > QT-PROPOSTAS
               .
           ADJUDICA-ITEM-FIM.
               PERFORM LE-ITEM
               .
           ADJUDICA-ITEM-EXIT.
               EXIT.
           ACHA-ESCOLHA.
               IF TP-FORNECEDOR (IND-PROP) = WFORNECEDOR
                   MOVE IND-PROP TO IND-ESCOLHA
               END-IF
               .
      *    PEDIDO PENDENTE DE APROVACAO NO PRECO E PRAZO COTADOS
           GERA-PEDIDO-COMPRA.
               CALL "PROXIMO-NUMERO" USING WPC-ENTIDADE, WNUM-GERADO
               MOVE WNUM-GERADO   TO PC-CODIGO
               MOVE WFORNECEDOR   TO PC-FORNECEDOR
               MOVE CI-PRODUTO    TO PC-PRODUTO
               MOVE CI-QUANTIDADE TO PC-QUANTIDADE
               MOVE TP-PRECO (IND-ESCOLHA) TO PC-CUSTO
               MOVE WDATA-SISTEMA TO PC-DATA-EMISSAO
               MOVE TP-LEAD (IND-ESCOLHA) TO WPRAZO-DIAS
               IF WPRAZO-DIAS = ZERO
                   MOVE 30 TO WPRAZO-DIAS
               END-IF
               CALL "DIAUTIL1" USING WDATA-SISTEMA, WPRAZO-DIAS,
                   WDATA-PREV
               MOVE WDATA-PREV TO PC-DATA-PREVISTA
               MOVE ZERO TO PC-QTD-RECEBIDA
               MOVE "P"  TO PC-STATUS
               MOVE ZERO TO PC-DATA-RECEBIDA
               MOVE ZERO TO PC-CENTRO
               WRITE REGISTRO-PEDCOMP
                   INVALID KEY
                       REWRITE REGISTRO-PEDCOMP
               END-WRITE
               ADD 1 TO QT-PEDIDOS
               MOVE PC-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "COTAC01", "GEROUPC", WCHAVE-AUD
               MOVE WFORNECEDOR TO CI-VENCEDOR
               MOVE PC-CODIGO   TO CI-PEDCOMP
               REWRITE REGISTRO-COTITEM
               .
      *    ULTIMO CUSTO E LEAD TIME DO VENCEDOR NO CATALOGO; QUEM
      *    VENCEU SEM ESTAR NO CATALOGO PASSA A ESTAR
           ATUALIZA-CATALOGO.
               MOVE WFORNECEDOR TO FP-FORNECEDOR
               MOVE CI-PRODUTO  TO FP-PRODUTO
               READ FORNPROD
                   INVALID KEY
                       MOVE SPACES TO FP-PARTNUMBER
                       MOVE TP-PRECO (IND-ESCOLHA) TO FP-ULTIMO-CUSTO
                       MOVE TP-LEAD (IND-ESCOLHA)  TO FP-LEAD-TIME
                       MOVE SPACES TO FP-UNID-COMPRA
                       MOVE ZERO   TO FP-FATOR-COMPRA
                       WRITE REGISTRO-FORNPROD
                   NOT INVALID KEY
                       MOVE TP-PRECO (IND-ESCOLHA) TO FP-ULTIMO-CUSTO
                       IF TP-LEAD (IND-ESCOLHA) > ZERO
                           MOVE TP-LEAD (IND-ESCOLHA) TO FP-LEAD-TIME
                       END-IF
                       REWRITE REGISTRO-FORNPROD
               END-READ
               MOVE FP-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "COTAC01", "CUSTOFORN", WCHAVE-AUD
               .
           MARCA-PROPOSTAS.
               MOVE CI-COTACAO TO CR-COTACAO
               MOVE CI-PRODUTO TO CR-PRODUTO
               MOVE TP-FORNECEDOR (IND-PROP) TO CR-FORNECEDOR
               READ COTFORN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IND-PROP = IND-ESCOLHA
                           MOVE "V" TO CR-SITUACAO
                       ELSE
                           MOVE "P" TO CR-SITUACAO
                       END-IF
                       REWRITE REGISTRO-COTFORN
               END-READ
               .
       END PROGRAM COTACAO-COMPRA.
