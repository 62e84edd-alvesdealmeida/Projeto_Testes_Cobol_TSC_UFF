           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRT-CHAVE
           FILE STATUS IS FS-FRETE.

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

           SELECT PEDKIT ASSIGN TO "PEDKIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-CHAVE
           FILE STATUS IS FS-PEDKIT.

           SELECT PROMOCAO ASSIGN TO "PROMOCAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           ALTERNATE KEY IS PM-ALVO-CHAVE WITH DUPLICATES
           FILE STATUS IS FS-PROMOCAO.

           SELECT PEDPROM ASSIGN TO "PEDPROM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CHAVE
           ALTERNATE KEY IS PP-PROMOCAO WITH DUPLICATES
           FILE STATUS IS FS-PEDPROM.

           SELECT CESTA ASSIGN TO "CESTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-PRODUTO
           FILE STATUS IS FS-CESTA.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
      *    ENDERECO DE ENTREGA DO PEDIDO (SEQUENCIA EM ENDENTR.DAT);
      *    ZERO = ENDERECO PRINCIPAL DO CLIENTE
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.
      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADMERC1.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
                       88 CLIENTE-MASCULINO VALUE "M" "m".
                       88 CLIENTE-FEMININO  VALUE "F" "f".
                   02 LIMITE-CREDITO PIC 9(8)V99.
                   02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
      *    PESSOA FISICA (CPF) OU JURIDICA (CNPJ, INSCRICAO ESTADUAL
      *    E NOME FANTASIA) - CONTATOS DA EMPRESA EM CLICONT.DAT
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
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

       01  REG-PEDIDO.
           02 WPED-CODIGO       PIC 9(06) VALUE ZERO.
           02 WPED-CLIENTE      PIC 9(06) VALUE ZERO.
           02 WPED-VENDEDOR     PIC 9(04) VALUE ZERO.
           02 WPED-DATA         PIC 9(08) VALUE ZERO.

           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

      *    CONTAS A RECEBER - UMA PARCELA POR REGISTRO, GERADAS NA
      *    CONFIRMACAO DO PEDIDO COM VENCIMENTO EM DIA UTIL.
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
      *    LISTAGEM, CONVERSAO E EXPIRACAO FICAM EM ORCPED01.
       FD  ORCAMENTOS.
       01  REGISTRO-ORCAMENTO.
           02 ORC-CODIGO       PIC 9(06).
           02 ORC-CLIENTE      PIC 9(06).
           02 ORC-VENDEDOR     PIC 9(04).
           02 ORC-DATA         PIC 9(08).
           02 ORC-VALIDADE     PIC 9(08).
       FD  ORCITENS.
       01  REGISTRO-ORCITEM.
           02 OIT-CHAVE.
               03 OIT-ORCAMENTO PIC 9(06).
               03 OIT-LINHA     PIC 9(02).
           02 OIT-PRODUTO      PIC 9(06).
           02 OIT-QUANTIDADE   PIC 9(04).
           02 OIT-VALUNIT      PIC 9(6)V99.
           02 OIT-VALOR-LINHA  PIC 9(8)V99.
       01  REGISTRO-LISTAPRE.
           02 LP-CHAVE.
               03 LP-LISTA   PIC 9(02).
               03 LP-PRODUTO PIC 9(06).
           02 LP-PRECO       PIC 9(6)V99.
           02 LP-VIG-INI     PIC 9(08).
           02 LP-VIG-FIM     PIC 9(08).
           02 FRT-VALOR-FIXO  PIC 9(6)V99.
           02 FRT-PCT         PIC 99V99.

      *    KITS DE VENDA (CADKIT01) - O KIT DIGITADO NO PEDIDO E
      *    EXPLODIDO NOS COMPONENTES, COM O PRECO RATEADO PELA REGRA
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

       FD  KITCOMP.
       01  REGISTRO-KITCOMP.
           02 KC-CHAVE.
               03 KC-KIT        PIC 9(06).
               03 KC-COMPONENTE PIC 9(06).
           02 KC-QUANTIDADE     PIC 9(04).
           02 KC-PERCENTUAL     PIC 9(3)V99.

      *    LINHAS DO PEDIDO QUE VIERAM DE UM KIT - O GRUPO JUNTA OS
      *    COMPONENTES DE UMA MESMA DIGITACAO DO KIT; LIDO PELA
      *    IMPRESSAO DO PEDIDO E DA NOTA PARA O CABECALHO DO KIT
       FD  PEDKIT.
       01  REGISTRO-PEDKIT.
           02 PK-CHAVE.
               03 PK-PEDIDO    PIC 9(06).
               03 PK-LINHA     PIC 9(02).
           02 PK-KIT           PIC 9(06).
           02 PK-GRUPO         PIC 9(02).
           02 PK-QTD-KIT       PIC 9(04).
           02 PK-VALOR-KIT     PIC 9(8)V99.

      *    PROMOCOES COM PRAZO (CADPRM01) - POR PRODUTO OU POR TIPO
       FD  PROMOCAO.
       01  REGISTRO-PROMOCAO.
           02 PM-CODIGO        PIC 9(06).
           02 PM-DESCRICAO     PIC X(30).
           02 PM-ALVO-CHAVE.
               03 PM-ALVO      PIC X.
                   88 PM-POR-PRODUTO VALUE "P".
                   88 PM-POR-TIPO    VALUE "T".
               03 PM-ALVO-COD  PIC 9(06).
           02 PM-MODO          PIC X.
               88 PM-PRECO-FIXO  VALUE "V".
               88 PM-PERCENTUAL  VALUE "P".
           02 PM-PRECO         PIC 9(6)V99.
           02 PM-PCT           PIC 99V99.
           02 PM-VIG-INI       PIC 9(08).
           02 PM-VIG-FIM       PIC 9(08).
           02 PM-LISTA         PIC 9(02).
           02 PM-QTD-LIMITE    PIC 9(06).
           02 PM-SITUACAO      PIC X.
               88 PM-ATIVA     VALUE "A".
               88 PM-INATIVA   VALUE "I".

      *    LINHAS DO PEDIDO VENDIDAS EM PROMOCAO (RELATORIO RELPRM01
      *    E LIMITE DE UNIDADES DA CAMPANHA)
       FD  PEDPROM.
       01  REGISTRO-PEDPROM.
           02 PP-CHAVE.
               03 PP-PEDIDO    PIC 9(06).
               03 PP-LINHA     PIC 9(02).
           02 PP-PROMOCAO      PIC 9(06).
           02 PP-QUANTIDADE    PIC 9(04).
           02 PP-PRECO-NORMAL  PIC 9(6)V99.
           02 PP-PRECO-PROMO   PIC 9(6)V99.

      *    PRODUTOS QUE COSTUMAM SAIR JUNTOS (GERADO PELO CESTA001)
       FD  CESTA.
       01  REGISTRO-CESTA.
           02 CE-PRODUTO       PIC 9(06).
           02 CE-PEDIDOS       PIC 9(07).
           02 CE-DATA          PIC 9(08).
           02 CE-COMPANHEIRO OCCURS 3 TIMES.
               03 CE-COMP-PRODUTO   PIC 9(06).
               03 CE-COMP-NOME      PIC X(20).
               03 CE-COMP-PEDIDOS   PIC 9(07).
               03 CE-COMP-CONFIANCA PIC 9(03)V99.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-PEDIDOS.
       77  WCIDADE-CLI    PIC X(30) VALUE SPACES.
       77  WCEP-CLI       PIC X(08) VALUE SPACES.
       77  WFRETE-ACHOU   PIC X VALUE "N".
      *    ENDERECO DE ENTREGA DO PEDIDO (ENDENTR.DAT / CADEND01) -
      *    QUANDO INFORMADO, A CIDADE E O CEP DELE DIRIGEM O FRETE
       77  WPED-ENTREGA   PIC 9(02) VALUE ZERO.
      *    FILIAL DO PEDIDO - NO PEDIDO NOVO, A FILIAL DO OPERADOR
      *    (BUSCA-FILIAL); NA ALTERACAO, A JA GRAVADA NO PEDIDO
       77  WPED-FILIAL    PIC 9(02) VALUE 01.
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WTIPO-FIL      PIC X     VALUE "O".
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       77  WENT-ACHOU     PIC X VALUE "N".
       01  WEND-ENTREGA.
           02 WENT-DESCRICAO   PIC X(20).
           02 WENT-ENDERECO    PIC X(50).
           02 WENT-NUMERO      PIC 9(6).
           02 WENT-COMPLEMENTO PIC X(30).
           02 WENT-BAIRRO      PIC X(30).
           02 WENT-CIDADE      PIC X(30).
           02 WENT-CEP         PIC X(8).
           02 WENT-ESTADO      PIC AA.
      *    TABELA DE ITENS DO PEDIDO EM EDICAO (ATE 20 LINHAS)
       01  TAB-ITENS.
           02 TI-ITEM OCCURS 20 TIMES.
               03 TI-PRODUTO      PIC 9(06).
               03 TI-NOME         PIC X(20).
               03 TI-QUANTIDADE   PIC 9(04).
               03 TI-VALUNIT      PIC 9(6)V99.
               03 TI-VALOR-LINHA  PIC 9(8)V99.
               03 TI-DESCONTO     PIC 9(6)V99.
               03 TI-IMPOSTO      PIC 9(6)V99.
               03 TI-KIT          PIC 9(06).
               03 TI-KIT-GRUPO    PIC 9(02).
               03 TI-KIT-QTDE     PIC 9(04).
               03 TI-KIT-VALOR    PIC 9(8)V99.
               03 TI-PROMOCAO     PIC 9(06).
               03 TI-PRECO-NORMAL PIC 9(6)V99.
       77  WQT-ITENS       PIC 9(02) VALUE ZERO.
       77  WQT-ITENS-ANTES PIC 9(02) VALUE ZERO.
       77  WLINHA          PIC 9(02) VALUE ZERO.
       77  WITEM-ACAO      PIC X     VALUE SPACE.
       77  WPROD-ACHADO    PIC X     VALUE "N".
           88 PROD-ACHADO  VALUE "S".
      *    QUANTIDADE NA UNIDADE DE VENDA, CONVERTIDA PARA ESTOQUE
       77  WQT-VENDA       PIC 9(04) VALUE ZERO.
       77  WQT-ESTOQUE     PIC 9(08) VALUE ZERO.
       77  WUNID-QTDE      PIC X(03) VALUE SPACES.
       77  WFATOR-QTDE     PIC 9(05) VALUE 1.
      *    PRODUTO DIGITADO OU LIDO PELO LEITOR (CODIGO OU EAN/DUN)
       77  WLEITURA        PIC X(14) VALUE SPACES.
       77  WLEITURA-PROD   PIC 9(06) VALUE ZERO.
       77  WFATOR-LEITURA  PIC 9(05) VALUE 1.
       77  WLEITURA-ACHOU  PIC X VALUE "N".
       77  IND1            PIC 9(02) VALUE ZERO.
       77  WPED-STATUS     PIC X     VALUE "A".
      *    GERACAO DAS PARCELAS DO CONTAS A RECEBER
       77  WDIF-ANTES  PIC X(30) VALUE SPACES.
       77  WDIF-DEPOIS PIC X(30) VALUE SPACES.
       01  REG-PED-ANTES.
           02 ANT-CLIENTE   PIC 9(06) VALUE ZERO.
           02 ANT-VENDEDOR  PIC 9(04) VALUE ZERO.
           02 ANT-QTD-ITENS PIC 9(02) VALUE ZERO.
           02 ANT-TOTAL     PIC 9(8)V99 VALUE ZERO.
       77  WENTIDADE       PIC X(10) VALUE SPACES.
       77  WSUGESTAO       PIC 9(06) VALUE ZERO.
      *    LISTA DE PRECO DO CLIENTE (0 = PRECO DE TABELA)
       01  FS-LISTAPRE.
           02 FS-LISTAPRE-1 PIC 9.
       77  WPED-DATA-SEPAR PIC 9(08) VALUE ZERO.
       77  WNOME-DIA       PIC X(9) VALUE SPACES.
       77  WDATAUTIL-DATA2 PIC 9(8) VALUE ZERO.
      *    EXPLOSAO DO KIT DE VENDA NOS COMPONENTES
       01  FS-KIT.
           02 FS-KIT-1 PIC 9.
           02 FS-KIT-2 PIC 9.
           02 FS-KIT-R REDEFINES FS-KIT-2 PIC 99 COMP-X.
       01  FS-KITCOMP.
           02 FS-KITCOMP-1 PIC 9.
           02 FS-KITCOMP-2 PIC 9.
           02 FS-KITCOMP-R REDEFINES FS-KITCOMP-2 PIC 99 COMP-X.
       01  FS-PEDKIT.
           02 FS-PEDKIT-1 PIC 9.
           02 FS-PEDKIT-2 PIC 9.
           02 FS-PEDKIT-R REDEFINES FS-PEDKIT-2 PIC 99 COMP-X.
       77  WKIT-ARQ        PIC X VALUE "N".
       77  WE-KIT          PIC X VALUE "N".
       77  WKIT-CODIGO     PIC 9(06) VALUE ZERO.
       77  WKIT-REGRA      PIC X VALUE SPACE.
       77  WKIT-LINHA      PIC 9(02) VALUE ZERO.
       77  WKIT-GRUPO      PIC 9(02) VALUE ZERO.
       77  WKIT-QTDE       PIC 9(04) VALUE ZERO.
       77  WKIT-PRECO      PIC 9(6)V99 VALUE ZERO.
       77  WKIT-VALOR      PIC 9(8)V99 VALUE ZERO.
       77  WKIT-ACUM       PIC 9(8)V99 VALUE ZERO.
       77  WKIT-PISO       PIC 9(8)V99 VALUE ZERO.
       77  WKIT-BASE-TOTAL PIC 9(10)V99 VALUE ZERO.
       77  WKIT-ESTOURO    PIC X VALUE "N".
       77  WKIT-TOT-COMP   PIC 9(03) VALUE ZERO.
       77  QT-KIT-COMP     PIC 9(02) VALUE ZERO.
       77  IND-KIT         PIC 9(02) VALUE ZERO.
       01  TAB-KIT.
           02 TK-COMPONENTE OCCURS 20 TIMES.
               03 TK-PRODUTO      PIC 9(06).
               03 TK-QUANTIDADE   PIC 9(08).
               03 TK-BASE         PIC 9(8)V99.
      *    PROMOCAO VIGENTE NA DATA DO PEDIDO (PROMOCAO.DAT)
       01  FS-PROMOCAO.
           02 FS-PROMOCAO-1 PIC 9.
           02 FS-PROMOCAO-2 PIC 9.
           02 FS-PROMOCAO-R REDEFINES FS-PROMOCAO-2 PIC 99 COMP-X.
       01  FS-PEDPROM.
           02 FS-PEDPROM-1 PIC 9.
           02 FS-PEDPROM-2 PIC 9.
           02 FS-PEDPROM-R REDEFINES FS-PEDPROM-2 PIC 99 COMP-X.
       77  WPRM-ARQ        PIC X VALUE "N".
       77  WPRM-CHAVE      PIC X(07) VALUE SPACES.
       77  WPRM-TIPO       PIC 9(01) VALUE ZERO.
       77  WPRM-MELHOR     PIC 9(06) VALUE ZERO.
       77  WPRM-PRECO      PIC 9(6)V99 VALUE ZERO.
       77  WPRM-CANDIDATO  PIC 9(6)V99 VALUE ZERO.
       77  WPRM-USADO      PIC 9(08) VALUE ZERO.
       77  WPRM-ESGOTADA   PIC X VALUE "N".
      *    SUGESTAO "LEVAM JUNTO" AO INCLUIR A LINHA (CESTA.DAT)
       01  FS-CESTA.
           02 FS-CESTA-1 PIC 9.
           02 FS-CESTA-2 PIC 9.
           02 FS-CESTA-R REDEFINES FS-CESTA-2 PIC 99 COMP-X.
       77  WCESTA-ARQ      PIC X VALUE "N".
       77  IND-CE          PIC 9 VALUE ZERO.
       77  WCOL-CESTA      PIC 9(02) VALUE ZERO.
       77  WLINHA-CESTA    PIC X(74) VALUE SPACES.

      *================================================================*
       LINKAGE                             SECTION.
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, LK-OPERADOR, WFILIAL,
               WDADOS-FILIAL.
           OPEN I-O PEDIDOS.
           OPEN I-O PEDITENS.
           OPEN INPUT CLIENTES.
           OPEN INPUT LISTAPRE.
           OPEN INPUT CONDPG.
           OPEN INPUT FRETE.
           OPEN INPUT KIT.
           OPEN INPUT KITCOMP.
           IF FS-KIT = "00" AND FS-KITCOMP = "00"
               MOVE "S" TO WKIT-ARQ
           END-IF.
           OPEN I-O PEDKIT.
           IF FS-PEDKIT = "35"
               OPEN OUTPUT PEDKIT
               CLOSE PEDKIT
               OPEN I-O PEDKIT
           END-IF.
           OPEN INPUT PROMOCAO.
           IF FS-PROMOCAO = "00"
               MOVE "S" TO WPRM-ARQ
           END-IF.
           OPEN INPUT CESTA.
           IF FS-CESTA = "00"
               MOVE "S" TO WCESTA-ARQ
           END-IF.
           OPEN I-O PEDPROM.
           IF FS-PEDPROM = "35"
               OPEN OUTPUT PEDPROM
               CLOSE PEDPROM
               OPEN I-O PEDPROM
           END-IF.
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ORCAMENTOS.
           IF FS-ORCAMENTOS = "35"
               DISPLAY "CODIGO DO PEDIDO           " AT 0605
               DISPLAY "CODIGO DO CLIENTE          " AT 0705
               DISPLAY "CLIENTE                    " AT 0805
               DISPLAY "LIN PRODUTO                QTDE VALOR UNIT"
                   AT 0905
               IF WMODO NOT = "A" AND WMODO NOT = "a" AND
                  WMODO NOT = "E" AND WMODO NOT = "e" AND
                   MOVE WSUGESTAO TO WPED-CODIGO
                   DISPLAY WPED-CODIGO AT 0625
               END-IF
               IF WPED-CODIGO = 999999 THEN
                   CLOSE PEDIDOS PEDITENS CLIENTES ARQ1 VENDEDORES
                       CONTASREC ORCAMENTOS ORCITENS TAXAIMP
                       LISTAPRE CONDPG FRETE KIT KITCOMP PEDKIT
                       PROMOCAO PEDPROM CESTA
                   EXIT PROGRAM
               END-IF
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                   DISPLAY "VENDEDOR [....]" AT 0740
                   ACCEPT WPED-VENDEDOR AT 0750
                   PERFORM BUSCA-VENDEDOR
                   DISPLAY "ENTREGA [..]" AT 0662
                   ACCEPT WPED-ENTREGA AT 0671
                   PERFORM BUSCA-ENTREGA
               END-IF
               PERFORM CAPTURA-ITENS THRU CAPTURA-ITENS-EXIT
               IF WQT-ITENS = ZERO
               IF WLINHA = ZERO OR WLINHA > WQT-ITENS
                   DISPLAY "LINHA INEXISTENTE          " AT 2005
               ELSE
                   IF TI-KIT (WLINHA) > ZERO
                       DISPLAY "LINHA DE KIT - RETIRE O KIT E INCLUA"
                           " DE NOVO" AT 2005
                   ELSE
                       PERFORM CAPTURA-LINHA
                   END-IF
               END-IF
               .
           RETIRA-LINHA.
               IF WLINHA = ZERO OR WLINHA > WQT-ITENS
                   DISPLAY "LINHA INEXISTENTE          " AT 2005
               ELSE
                   IF TI-KIT (WLINHA) > ZERO
                       PERFORM RETIRA-KIT
                   ELSE
                       PERFORM REMANEJA-LINHAS
                           VARYING IND1 FROM WLINHA BY 1
                           UNTIL IND1 >= WQT-ITENS
                       SUBTRACT 1 FROM WQT-ITENS
                   END-IF
               END-IF
               .
           REMANEJA-LINHAS.
               MOVE TI-ITEM (IND1 + 1) TO TI-ITEM (IND1)
               .
      *    LINHA DE KIT NAO SAI SOZINHA - SAEM TODOS OS COMPONENTES
      *    DO MESMO GRUPO, PARA O PRECO RATEADO CONTINUAR FECHANDO
           RETIRA-KIT.
               MOVE TI-KIT-GRUPO (WLINHA) TO WKIT-GRUPO
               MOVE 1 TO WLINHA
               PERFORM RETIRA-LINHA-KIT
                   UNTIL WLINHA > WQT-ITENS
               DISPLAY "KIT RETIRADO COM OS COMPONENTES" AT 2005
               .
           RETIRA-LINHA-KIT.
               IF TI-KIT (WLINHA) > ZERO AND
                  TI-KIT-GRUPO (WLINHA) = WKIT-GRUPO
                   PERFORM REMANEJA-LINHAS
                       VARYING IND1 FROM WLINHA BY 1
                       UNTIL IND1 >= WQT-ITENS
                   SUBTRACT 1 FROM WQT-ITENS
               ELSE
                   ADD 1 TO WLINHA
               END-IF
               .
           CAPTURA-LINHA.
               MOVE ZERO TO TI-KIT (WLINHA)
               MOVE ZERO TO TI-KIT-GRUPO (WLINHA)
               MOVE ZERO TO TI-KIT-QTDE (WLINHA)
               MOVE ZERO TO TI-KIT-VALOR (WLINHA)
               MOVE ZERO TO TI-PROMOCAO (WLINHA)
               MOVE ZERO TO TI-PRECO-NORMAL (WLINHA)
               MOVE "N" TO WE-KIT
               DISPLAY "PROD/EAN [..............] QTDE [....]" AT 1805
               MOVE SPACES TO WLEITURA
               ACCEPT WLEITURA AT 1815
               CALL "BUSCA-CODIGO-BARRAS" USING WLEITURA,
                   WLEITURA-PROD, WFATOR-LEITURA, WLEITURA-ACHOU
               MOVE WLEITURA-PROD TO TI-PRODUTO (WLINHA)
               IF WLEITURA-ACHOU = "S"
                   PERFORM BUSCA-PRODUTO
               ELSE
                   MOVE "N" TO WPROD-ACHADO
               END-IF
               IF NOT PROD-ACHADO
                   IF WLEITURA-ACHOU = "S"
                       DISPLAY "PRODUTO NAO CADASTRADO     " AT 2005
                   ELSE
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
                           AT 2005
                   END-IF
               ELSE
                   DISPLAY TI-PRODUTO (WLINHA) AT 1815
                   MOVE WNOME-PRODUTO (1:20) TO TI-NOME (WLINHA)
                   DISPLAY TI-NOME (WLINHA) AT 1843
                   PERFORM EXIBE-CESTA
                   PERFORM VERIFICA-KIT
                   IF WE-KIT = "S"
                       IF PROD-ACHADO
                           PERFORM EXPLODE-KIT THRU EXPLODE-KIT-EXIT
                       END-IF
                   ELSE
                       PERFORM CAPTURA-QUANTIDADE
                   END-IF
               END-IF
               IF PROD-ACHADO AND WE-KIT NOT = "S"
                   PERFORM RESOLVE-PRECO-LISTA
                   PERFORM APLICA-PROMOCAO THRU APLICA-PROMOCAO-EXIT
                   PERFORM APLICA-DESCONTO THRU APLICA-DESCONTO-EXIT
               END-IF
               .
      *    ATE 3 PRODUTOS QUE OUTROS CLIENTES LEVARAM JUNTO COM ESTE
           EXIBE-CESTA.
               DISPLAY WLINHA-CESTA AT 2205
               IF WCESTA-ARQ = "S"
                   MOVE TI-PRODUTO (WLINHA) TO CE-PRODUTO
                   READ CESTA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "LEVAM JUNTO:" AT 2205
                           PERFORM EXIBE-COMPANHEIRO
                               VARYING IND-CE FROM 1 BY 1
                               UNTIL IND-CE > 3
                   END-READ
               END-IF
               .
           EXIBE-COMPANHEIRO.
               IF CE-COMP-PRODUTO (IND-CE) > ZERO
                   COMPUTE WCOL-CESTA = 18 + (IND-CE - 1) * 20
                   DISPLAY CE-COMP-PRODUTO (IND-CE)
                       AT LINE 22 COL WCOL-CESTA
                   ADD 7 TO WCOL-CESTA
                   DISPLAY CE-COMP-NOME (IND-CE) (1:12)
                       AT LINE 22 COL WCOL-CESTA
               END-IF
               .
      *----------------------------------------------------------------*
      *    KIT DE VENDA (KIT.DAT / CADKIT01): SO ENTRA COMO LINHA
      *    NOVA E, SE ESTIVER INATIVO, NAO E VENDIDO.
      *----------------------------------------------------------------*
           VERIFICA-KIT.
               MOVE "N" TO WE-KIT
               IF WKIT-ARQ = "S"
                   MOVE TI-PRODUTO (WLINHA) TO KT-CODIGO
                   READ KIT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WE-KIT
                   END-READ
               END-IF
               IF WE-KIT = "S"
                   IF NOT KT-ATIVO
                       DISPLAY "KIT INATIVO - NAO PODE SER VENDIDO"
                           AT 2005
                       MOVE "N" TO WPROD-ACHADO
                   ELSE
                       IF WITEM-ACAO NOT = "I" AND
                          WITEM-ACAO NOT = "i"
                           DISPLAY "KIT SO ENTRA COMO LINHA NOVA"
                               AT 2005
                           MOVE "N" TO WPROD-ACHADO
                       END-IF
                   END-IF
               END-IF
               .
      *----------------------------------------------------------------*
      *    EXPLOSAO DO KIT: O PRECO DO KIT (TABELA OU LISTA DO
      *    CLIENTE) VEZES A QUANTIDADE DE KITS E RATEADO ENTRE OS
      *    COMPONENTES PELA REGRA DO KIT - P PELO PRECO DE TABELA,
      *    C PELO CUSTO MEDIO, F PELO PERCENTUAL FIXO (SEM BASE,
      *    PELA QUANTIDADE); O ULTIMO COMPONENTE LEVA A SOBRA DO
      *    ARREDONDAMENTO. CADA COMPONENTE VIRA UMA LINHA DO PEDIDO,
      *    QUE RESERVA E BAIXA O ESTOQUE COMO QUALQUER OUTRA. A
      *    MARGEM MINIMA E CONFERIDA NO KIT INTEIRO CONTRA O CUSTO
      *    DOS COMPONENTES, COM LIBERACAO DE SUPERVISOR.
      *----------------------------------------------------------------*
           EXPLODE-KIT.
               MOVE TI-PRODUTO (WLINHA) TO WKIT-CODIGO
               MOVE KT-REGRA TO WKIT-REGRA
               MOVE WLINHA TO WKIT-LINHA
               PERFORM RESOLVE-PRECO-LISTA
               MOVE TI-VALUNIT (WLINHA) TO WKIT-PRECO
               MOVE "N" TO WPROD-ACHADO
               MOVE ZERO TO WKIT-QTDE
               ACCEPT WKIT-QTDE AT 1837
               IF WKIT-QTDE = ZERO
                   DISPLAY "QUANTIDADE DE KITS NAO INFORMADA" AT 2005
                   GO TO EXPLODE-KIT-EXIT
               END-IF
               PERFORM CARREGA-COMPONENTES
               IF WKIT-TOT-COMP = ZERO
                   DISPLAY "KIT SEM COMPONENTES CADASTRADOS" AT 2005
                   GO TO EXPLODE-KIT-EXIT
               END-IF
               IF WKIT-LINHA + WKIT-TOT-COMP - 1 > 20
                   DISPLAY "KIT NAO CABE NAS 20 LINHAS DO PEDIDO"
                       AT 2005
                   GO TO EXPLODE-KIT-EXIT
               END-IF
               IF WKIT-ESTOURO = "S"
                   DISPLAY "QUANTIDADE ACIMA DO LIMITE DA LINHA"
                       AT 2005
                   GO TO EXPLODE-KIT-EXIT
               END-IF
               IF WKIT-PRECO < WKIT-PISO
                   PERFORM LIBERA-SUPERVISOR
                   IF WLIBERA NOT = "S" AND WLIBERA NOT = "s"
                       DISPLAY "KIT ABAIXO DA MARGEM - NAO INCLUIDO"
                           AT 2005
                       GO TO EXPLODE-KIT-EXIT
                   END-IF
               END-IF
               IF WKIT-BASE-TOTAL = ZERO
                   PERFORM BASE-POR-QUANTIDADE
                       VARYING IND-KIT FROM 1 BY 1
                       UNTIL IND-KIT > QT-KIT-COMP
               END-IF
               COMPUTE WKIT-VALOR = WKIT-PRECO * WKIT-QTDE
               MOVE ZERO TO WKIT-GRUPO
               PERFORM MAIOR-GRUPO-KIT
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 >= WKIT-LINHA
               ADD 1 TO WKIT-GRUPO
               MOVE ZERO TO WKIT-ACUM
               PERFORM MONTA-LINHA-KIT
                   VARYING IND-KIT FROM 1 BY 1
                   UNTIL IND-KIT > QT-KIT-COMP
               MOVE WKIT-LINHA TO WLINHA
               COMPUTE WQT-ITENS = WKIT-LINHA + QT-KIT-COMP - 1
               MOVE "S" TO WPROD-ACHADO
               DISPLAY "KIT EXPLODIDO EM    LINHAS" AT 2005
               DISPLAY QT-KIT-COMP AT 2022
               .
           EXPLODE-KIT-EXIT.
               EXIT.
           CARREGA-COMPONENTES.
               MOVE ZERO TO QT-KIT-COMP
               MOVE ZERO TO WKIT-TOT-COMP
               MOVE ZERO TO WKIT-BASE-TOTAL
               MOVE ZERO TO WKIT-PISO
               MOVE "N" TO WKIT-ESTOURO
               MOVE WKIT-CODIGO TO KC-KIT
               MOVE ZEROS TO KC-COMPONENTE
               START KITCOMP KEY NOT LESS THAN KC-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-KITCOMP
               END-START
               IF FS-KITCOMP = "00"
                   PERFORM LE-PROXIMO-COMPONENTE
               END-IF
               PERFORM ACUMULA-COMPONENTE
                   UNTIL FS-KITCOMP NOT = "00"
               .
           LE-PROXIMO-COMPONENTE.
               READ KITCOMP NEXT RECORD
                   AT END
                       MOVE "10" TO FS-KITCOMP
               END-READ
               IF FS-KITCOMP = "00" AND KC-KIT NOT = WKIT-CODIGO
                   MOVE "10" TO FS-KITCOMP
               END-IF
               .
           ACUMULA-COMPONENTE.
               ADD 1 TO WKIT-TOT-COMP
               IF QT-KIT-COMP < 20
                   ADD 1 TO QT-KIT-COMP
                   MOVE KC-COMPONENTE TO TK-PRODUTO (QT-KIT-COMP)
                   COMPUTE TK-QUANTIDADE (QT-KIT-COMP) =
                       KC-QUANTIDADE * WKIT-QTDE
                   IF TK-QUANTIDADE (QT-KIT-COMP) > 9999
                       MOVE "S" TO WKIT-ESTOURO
                   END-IF
                   MOVE KC-COMPONENTE TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE ZERO TO FD-VALUNIT
                           MOVE ZERO TO FD-CUSTO-MEDIO
                           MOVE ZERO TO FD-MARGEM-MIN
                   END-READ
                   EVALUATE WKIT-REGRA
                       WHEN "C"
                           COMPUTE TK-BASE (QT-KIT-COMP) =
                               FD-CUSTO-MEDIO * KC-QUANTIDADE
                       WHEN "F"
                           MOVE KC-PERCENTUAL
                               TO TK-BASE (QT-KIT-COMP)
                       WHEN OTHER
                           COMPUTE TK-BASE (QT-KIT-COMP) =
                               FD-VALUNIT * KC-QUANTIDADE
                   END-EVALUATE
                   ADD TK-BASE (QT-KIT-COMP) TO WKIT-BASE-TOTAL
                   COMPUTE WKIT-PISO ROUNDED = WKIT-PISO +
                       KC-QUANTIDADE * FD-CUSTO-MEDIO *
                       (1 + FD-MARGEM-MIN / 100)
               END-IF
               PERFORM LE-PROXIMO-COMPONENTE
               .
           BASE-POR-QUANTIDADE.
               MOVE TK-QUANTIDADE (IND-KIT) TO TK-BASE (IND-KIT)
               ADD TK-BASE (IND-KIT) TO WKIT-BASE-TOTAL
               .
           MAIOR-GRUPO-KIT.
               IF TI-KIT (IND1) > ZERO AND
                  TI-KIT-GRUPO (IND1) > WKIT-GRUPO
                   MOVE TI-KIT-GRUPO (IND1) TO WKIT-GRUPO
               END-IF
               .
           MONTA-LINHA-KIT.
               COMPUTE WLINHA = WKIT-LINHA + IND-KIT - 1
               MOVE TK-PRODUTO (IND-KIT) TO TI-PRODUTO (WLINHA)
               PERFORM BUSCA-PRODUTO
               MOVE WNOME-PRODUTO (1:20) TO TI-NOME (WLINHA)
               MOVE TK-QUANTIDADE (IND-KIT) TO TI-QUANTIDADE (WLINHA)
               IF IND-KIT = QT-KIT-COMP
                   IF WKIT-VALOR > WKIT-ACUM
                       COMPUTE TI-VALOR-LINHA (WLINHA) =
                           WKIT-VALOR - WKIT-ACUM
                   ELSE
                       MOVE ZERO TO TI-VALOR-LINHA (WLINHA)
                   END-IF
               ELSE
                   COMPUTE TI-VALOR-LINHA (WLINHA) ROUNDED =
                       WKIT-VALOR * TK-BASE (IND-KIT) / WKIT-BASE-TOTAL
                   ADD TI-VALOR-LINHA (WLINHA) TO WKIT-ACUM
               END-IF
               COMPUTE TI-VALUNIT (WLINHA) ROUNDED =
                   TI-VALOR-LINHA (WLINHA) / TI-QUANTIDADE (WLINHA)
               MOVE ZERO TO TI-DESCONTO (WLINHA)
               PERFORM CALCULA-IMPOSTO-LINHA
               MOVE WKIT-CODIGO TO TI-KIT (WLINHA)
               MOVE WKIT-GRUPO  TO TI-KIT-GRUPO (WLINHA)
               MOVE WKIT-QTDE   TO TI-KIT-QTDE (WLINHA)
               MOVE WKIT-VALOR  TO TI-KIT-VALOR (WLINHA)
               .
      *----------------------------------------------------------------*
      *    PRODUTO VENDIDO EM EMBALAGEM (FD-UNID-VENDA COM FATOR
      *    MAIOR QUE 1): A QUANTIDADE E DIGITADA NA UNIDADE DE VENDA
      *    E CONVERTIDA PARA A UNIDADE DE ESTOQUE, QUE E A QUE FICA
      *    NA LINHA DO PEDIDO E BAIXA O ESTOQUE. A LEITURA DE UM
      *    DUN-14 FAZ A QUANTIDADE SER CONTADA EM CAIXAS DESSE CODIGO.
      *----------------------------------------------------------------*
           CAPTURA-QUANTIDADE.
               MOVE SPACES TO WUNID-QTDE
               MOVE 1 TO WFATOR-QTDE
               IF FD-UNID-VENDA NOT = SPACES AND FD-FATOR-VENDA > 1
                   MOVE FD-UNID-VENDA  TO WUNID-QTDE
                   MOVE FD-FATOR-VENDA TO WFATOR-QTDE
               END-IF
               IF WFATOR-LEITURA > 1
                   MOVE "CX"           TO WUNID-QTDE
                   MOVE WFATOR-LEITURA TO WFATOR-QTDE
               END-IF
               IF WFATOR-QTDE < 2
                   ACCEPT TI-QUANTIDADE (WLINHA) AT 1837
               ELSE
                   DISPLAY "QTDE EM     X       " AT 2005
                   DISPLAY WUNID-QTDE AT 2013
                   DISPLAY WFATOR-QTDE AT 2019
                   MOVE ZERO TO WQT-VENDA
                   ACCEPT WQT-VENDA AT 1837
                   COMPUTE WQT-ESTOQUE = WQT-VENDA * WFATOR-QTDE
                   IF WQT-ESTOQUE > 9999
                       DISPLAY "QUANTIDADE ACIMA DO LIMITE DA LINHA"
                           AT 2005
                       MOVE "N" TO WPROD-ACHADO
                   ELSE
                       MOVE WQT-ESTOQUE TO TI-QUANTIDADE (WLINHA)
                       DISPLAY "=" AT 2026
                       DISPLAY TI-QUANTIDADE (WLINHA) AT 2028
                       DISPLAY FD-UNIDADE AT 2033
                   END-IF
               END-IF
               .
      *----------------------------------------------------------------*
      *    PRECO UNITARIO DA LINHA: PRECO DA LISTA DO CLIENTE
      *    (LISTAPRE.DAT) QUANDO EXISTE E ESTA VIGENTE NA DATA DE
                           END-IF
                   END-READ
               END-IF
               DISPLAY TI-VALUNIT (WLINHA) AT 1864
               .
      *----------------------------------------------------------------*
      *    PROMOCAO COM PRAZO (PROMOCAO.DAT / CADPRM01): ENTRE AS
      *    PROMOCOES ATIVAS DO PRODUTO E DO TIPO DO PRODUTO, VIGENTES
      *    NA DATA DO PEDIDO E DA LISTA DO CLIENTE (OU DE TODAS),
      *    FICA A DE MENOR PRECO, DESDE QUE MENOR QUE O PRECO JA
      *    RESOLVIDO E QUE O LIMITE DE UNIDADES DA CAMPANHA COMPORTE
      *    A LINHA. A PROMOCAO NAO DESCE ABAIXO DO PISO DA MARGEM
      *    MINIMA (CUSTO MEDIO + FD-MARGEM-MIN) - FICA LIMITADA NELE.
      *----------------------------------------------------------------*
           APLICA-PROMOCAO.
               IF WPRM-ARQ NOT = "S"
                   GO TO APLICA-PROMOCAO-EXIT
               END-IF
               MOVE TI-VALUNIT (WLINHA) TO TI-PRECO-NORMAL (WLINHA)
               MOVE TI-VALUNIT (WLINHA) TO WPRM-PRECO
               MOVE ZERO TO WPRM-MELHOR
               MOVE "N" TO WPRM-ESGOTADA
               MOVE FD-TIPO TO WPRM-TIPO
               MOVE "P" TO PM-ALVO
               MOVE TI-PRODUTO (WLINHA) TO PM-ALVO-COD
               PERFORM PROCURA-PROMOCOES
               MOVE "T" TO PM-ALVO
               MOVE WPRM-TIPO TO PM-ALVO-COD
               PERFORM PROCURA-PROMOCOES
               IF WPRM-MELHOR = ZERO
                   IF WPRM-ESGOTADA = "S"
                       DISPLAY "LIMITE DA PROMOCAO ESGOTADO" AT 2005
                   END-IF
                   GO TO APLICA-PROMOCAO-EXIT
               END-IF
               COMPUTE WPRECO-PISO ROUNDED = FD-CUSTO-MEDIO *
                   (1 + FD-MARGEM-MIN / 100)
               IF WPRM-PRECO < WPRECO-PISO
                   IF TI-VALUNIT (WLINHA) NOT > WPRECO-PISO
                       DISPLAY "PROMOCAO BARRADA PELA MARGEM MINIMA"
                           AT 2005
                       GO TO APLICA-PROMOCAO-EXIT
                   END-IF
                   MOVE WPRECO-PISO TO WPRM-PRECO
                   DISPLAY "PROMOCAO LIMITADA PELA MARGEM MINIMA"
                       AT 2005
               ELSE
                   DISPLAY "PRECO DA PROMOCAO                  "
                       AT 2005
                   DISPLAY WPRM-MELHOR AT 2023
               END-IF
               MOVE WPRM-PRECO  TO TI-VALUNIT (WLINHA)
               MOVE WPRM-MELHOR TO TI-PROMOCAO (WLINHA)
               DISPLAY TI-VALUNIT (WLINHA) AT 1864
               .
           APLICA-PROMOCAO-EXIT.
               EXIT.
           PROCURA-PROMOCOES.
               MOVE PM-ALVO-CHAVE TO WPRM-CHAVE
               START PROMOCAO KEY IS EQUAL TO PM-ALVO-CHAVE
                   INVALID KEY
                       MOVE "23" TO FS-PROMOCAO
               END-START
               IF FS-PROMOCAO = "00"
                   PERFORM LE-PROXIMA-PROMOCAO
               END-IF
               PERFORM AVALIA-PROMOCAO
                   UNTIL FS-PROMOCAO NOT = "00"
               .
           LE-PROXIMA-PROMOCAO.
               READ PROMOCAO NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PROMOCAO
               END-READ
               IF FS-PROMOCAO = "00" AND PM-ALVO-CHAVE NOT = WPRM-CHAVE
                   MOVE "10" TO FS-PROMOCAO
               END-IF
               .
           AVALIA-PROMOCAO.
               IF PM-ATIVA AND WPED-DATA NOT < PM-VIG-INI AND
                  WPED-DATA NOT > PM-VIG-FIM AND
                  (PM-LISTA = ZERO OR PM-LISTA = WLISTA-CLI)
                   IF PM-PRECO-FIXO
                       MOVE PM-PRECO TO WPRM-CANDIDATO
                   ELSE
                       COMPUTE WPRM-CANDIDATO ROUNDED =
                           TI-PRECO-NORMAL (WLINHA) *
                           (1 - PM-PCT / 100)
                   END-IF
                   IF WPRM-CANDIDATO < WPRM-PRECO
                       MOVE ZERO TO WPRM-USADO
                       IF PM-QTD-LIMITE > ZERO
                           PERFORM CONTA-USO-PROMOCAO
                       END-IF
                       IF PM-QTD-LIMITE > ZERO AND
                          WPRM-USADO + TI-QUANTIDADE (WLINHA) >
                          PM-QTD-LIMITE
                           MOVE "S" TO WPRM-ESGOTADA
                       ELSE
                           MOVE WPRM-CANDIDATO TO WPRM-PRECO
                           MOVE PM-CODIGO TO WPRM-MELHOR
                       END-IF
                   END-IF
               END-IF
               PERFORM LE-PROXIMA-PROMOCAO
               .
      *    UNIDADES JA COMPROMETIDAS NA CAMPANHA: OUTROS PEDIDOS MAIS
      *    AS OUTRAS LINHAS DESTE (NA ALTERACAO, AS LINHAS GRAVADAS
      *    DO PROPRIO PEDIDO SAO REGRAVADAS E FICAM DE FORA)
           CONTA-USO-PROMOCAO.
               MOVE PM-CODIGO TO PP-PROMOCAO
               START PEDPROM KEY IS EQUAL TO PP-PROMOCAO
                   INVALID KEY
                       MOVE "23" TO FS-PEDPROM
               END-START
               IF FS-PEDPROM = "00"
                   PERFORM LE-PROXIMA-PEDPROM
               END-IF
               PERFORM SOMA-USO-PEDPROM
                   UNTIL FS-PEDPROM NOT = "00"
               PERFORM SOMA-USO-LINHA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               .
           LE-PROXIMA-PEDPROM.
               READ PEDPROM NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PEDPROM
               END-READ
               IF FS-PEDPROM = "00" AND PP-PROMOCAO NOT = PM-CODIGO
                   MOVE "10" TO FS-PEDPROM
               END-IF
               .
           SOMA-USO-PEDPROM.
               IF (WMODO NOT = "A" AND WMODO NOT = "a") OR
                  PP-PEDIDO NOT = WPED-CODIGO
                   ADD PP-QUANTIDADE TO WPRM-USADO
               END-IF
               PERFORM LE-PROXIMA-PEDPROM
               .
           SOMA-USO-LINHA.
               IF IND1 NOT = WLINHA AND
                  TI-PROMOCAO (IND1) = PM-CODIGO
                   ADD TI-QUANTIDADE (IND1) TO WPRM-USADO
               END-IF
               .
      *----------------------------------------------------------------*
      *    POLITICA DE DESCONTO: DESCONTO POR QUANTIDADE CONFIGURADO
           EXIBE-LINHA-ITEM.
               COMPUTE WLINHA-TELA = 9 + IND1
               DISPLAY IND1 AT LINE WLINHA-TELA COL 05
               IF TI-KIT (IND1) > ZERO
                   DISPLAY "K" AT LINE WLINHA-TELA COL 08
               ELSE
                   DISPLAY " " AT LINE WLINHA-TELA COL 08
               END-IF
               DISPLAY TI-PRODUTO (IND1)
                   AT LINE WLINHA-TELA COL 09
               DISPLAY TI-NOME (IND1)
                   AT LINE WLINHA-TELA COL 16
               DISPLAY TI-QUANTIDADE (IND1)
                   AT LINE WLINHA-TELA COL 37
               DISPLAY TI-VALUNIT (IND1)
                   AT LINE WLINHA-TELA COL 42
               .
           RECALCULA-TOTAL.
               MOVE ZERO TO WVALOR-TOTAL
               PERFORM CALCULA-EXPOSICAO
               .
      *----------------------------------------------------------------*
      *    ENDERECO DE ENTREGA ESCOLHIDO PARA O PEDIDO (0 = ENDERECO
      *    PRINCIPAL DO CLIENTE). A CIDADE E O CEP DA ENTREGA TOMAM O
      *    LUGAR DOS DO CLIENTE NO CALCULO DO FRETE; SEQUENCIA NAO
      *    CADASTRADA VOLTA PARA O ENDERECO PRINCIPAL.
      *----------------------------------------------------------------*
           BUSCA-ENTREGA.
               IF WPED-ENTREGA > ZERO
                   CALL "ENDERECO-ENTREGA" USING WPED-CLIENTE,
                       WPED-ENTREGA, WEND-ENTREGA, WENT-ACHOU
                   IF WENT-ACHOU = "S"
                       MOVE WENT-CIDADE TO WCIDADE-CLI
                       MOVE WENT-CEP    TO WCEP-CLI
                       DISPLAY WENT-DESCRICAO (1:6) AT 0674
                   ELSE
                       DISPLAY "ENDERECO DE ENTREGA NAO CADASTRADO -"
                           " USADO O PRINCIPAL" AT 2005
                       MOVE ZERO TO WPED-ENTREGA
                       DISPLAY WPED-ENTREGA AT 0671
                   END-IF
               END-IF
               .
      *----------------------------------------------------------------*
      *    EXPOSICAO EM ABERTO = SALDO DAS PARCELAS NAO PAGAS DO
      *    CLIENTE EM CONTASREC.DAT (OS PEDIDOS EM ABERTO JA GERAM
      *    PARCELA NA CONFIRMACAO, ENTAO FICAM COBERTOS AQUI).
               DISPLAY WPED-STATUS AT 0658
               PERFORM BUSCA-CLIENTE
               DISPLAY WPED-CLIENTE AT 0725
               MOVE PED-ENTREGA    TO WPED-ENTREGA
               IF PED-FILIAL NUMERIC AND PED-FILIAL NOT = ZERO
                   MOVE PED-FILIAL TO WPED-FILIAL
               ELSE
                   MOVE 01 TO WPED-FILIAL
               END-IF
               DISPLAY "ENTREGA [..]" AT 0662
               DISPLAY WPED-ENTREGA AT 0671
               PERFORM BUSCA-ENTREGA
               PERFORM CARREGA-ITEM
                   VARYING WLINHA FROM 1 BY 1
                   UNTIL WLINHA > WQT-ITENS
                       MOVE ITM-IMPOSTO     TO TI-IMPOSTO (WLINHA)
                       PERFORM BUSCA-PRODUTO
                       MOVE WNOME-PRODUTO (1:20) TO TI-NOME (WLINHA)
                       PERFORM CARREGA-KIT-LINHA
                       PERFORM CARREGA-PROMOCAO-LINHA
               END-READ
               .
           CARREGA-PROMOCAO-LINHA.
               MOVE ZERO TO TI-PROMOCAO (WLINHA)
               MOVE ZERO TO TI-PRECO-NORMAL (WLINHA)
               MOVE WPED-CODIGO TO PP-PEDIDO
               MOVE WLINHA      TO PP-LINHA
               READ PEDPROM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-PROMOCAO TO TI-PROMOCAO (WLINHA)
                       MOVE PP-PRECO-NORMAL
                           TO TI-PRECO-NORMAL (WLINHA)
               END-READ
               .
           CARREGA-KIT-LINHA.
               MOVE ZERO TO TI-KIT (WLINHA)
               MOVE ZERO TO TI-KIT-GRUPO (WLINHA)
               MOVE ZERO TO TI-KIT-QTDE (WLINHA)
               MOVE ZERO TO TI-KIT-VALOR (WLINHA)
               MOVE WPED-CODIGO TO PK-PEDIDO
               MOVE WLINHA      TO PK-LINHA
               READ PEDKIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PK-KIT       TO TI-KIT (WLINHA)
                       MOVE PK-GRUPO     TO TI-KIT-GRUPO (WLINHA)
                       MOVE PK-QTD-KIT   TO TI-KIT-QTDE (WLINHA)
                       MOVE PK-VALOR-KIT TO TI-KIT-VALOR (WLINHA)
               END-READ
               .
           LIMPA-CAMPOS.
               MOVE 1 TO WQT-PARCELAS.
               MOVE ZERO TO WCONDPG.
               MOVE "N" TO WCOND-OK.
               MOVE ZERO TO WPED-ENTREGA.
               MOVE WFILIAL TO WPED-FILIAL.
               GRAVA-DADOS.
               PERFORM MONTA-CABECALHO
               WRITE REGISTRO-PEDIDOS
               MOVE WPED-DATA-SEPAR TO PED-DATA-SEPAR
               MOVE WCONDPG       TO PED-CONDPG
               MOVE WFRETE        TO PED-FRETE
               MOVE WPED-ENTREGA  TO PED-ENTREGA
               MOVE WPED-FILIAL   TO PED-FILIAL
               .
           GRAVA-ITENS.
               PERFORM GRAVA-UM-ITEM
                   INVALID KEY
                       REWRITE REGISTRO-ITEM
               END-WRITE
               PERFORM GRAVA-KIT-LINHA
               PERFORM GRAVA-PROMOCAO-LINHA
               .
           GRAVA-PROMOCAO-LINHA.
               MOVE WPED-CODIGO TO PP-PEDIDO
               MOVE IND1        TO PP-LINHA
               IF TI-PROMOCAO (IND1) > ZERO
                   MOVE TI-PROMOCAO (IND1)     TO PP-PROMOCAO
                   MOVE TI-QUANTIDADE (IND1)   TO PP-QUANTIDADE
                   MOVE TI-PRECO-NORMAL (IND1) TO PP-PRECO-NORMAL
                   MOVE TI-VALUNIT (IND1)      TO PP-PRECO-PROMO
                   WRITE REGISTRO-PEDPROM
                       INVALID KEY
                           REWRITE REGISTRO-PEDPROM
                   END-WRITE
               ELSE
                   PERFORM EXCLUI-PROMOCAO-LINHA
               END-IF
               .
           EXCLUI-PROMOCAO-LINHA.
               MOVE WPED-CODIGO TO PP-PEDIDO
               MOVE IND1        TO PP-LINHA
               DELETE PEDPROM
                   INVALID KEY
                       CONTINUE
               END-DELETE
               .
           GRAVA-KIT-LINHA.
               MOVE WPED-CODIGO TO PK-PEDIDO
               MOVE IND1        TO PK-LINHA
               IF TI-KIT (IND1) > ZERO
                   MOVE TI-KIT (IND1)       TO PK-KIT
                   MOVE TI-KIT-GRUPO (IND1) TO PK-GRUPO
                   MOVE TI-KIT-QTDE (IND1)  TO PK-QTD-KIT
                   MOVE TI-KIT-VALOR (IND1) TO PK-VALOR-KIT
                   WRITE REGISTRO-PEDKIT
                       INVALID KEY
                           REWRITE REGISTRO-PEDKIT
                   END-WRITE
               ELSE
                   DELETE PEDKIT
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               .
      *----------------------------------------------------------------*
      *    GERA UMA PARCELA DE CONTAS A RECEBER A CADA 30 DIAS DO
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WPED-CODIGO TO PK-PEDIDO
               MOVE IND1        TO PK-LINHA
               DELETE PEDKIT
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM EXCLUI-PROMOCAO-LINHA
               .
      *    CANCELAMENTO LOGICO - O PEDIDO FICA NO ARQUIVO COM STATUS
      *    "C" PARA MANTER A NUMERACAO E O HISTORICO DO CLIENTE.
                   NOT INVALID KEY
                       PERFORM LIBERA-RESERVAS
                       PERFORM CANCELA-PARCELAS
      *                DEVOLVE AS UNIDADES AO LIMITE DA PROMOCAO
                       PERFORM EXCLUI-PROMOCAO-LINHA
                           VARYING IND1 FROM 1 BY 1
                           UNTIL IND1 > WQT-ITENS
                       MOVE WPED-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADPED01", "CANCELOU", WCHAVE-AUD
