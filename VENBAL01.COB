      ******************************************************************
      *
      *               VENDA BALCAO
      *     VENDA DE BALCAO EM UMA SO TELA, PARA O CONSUMIDOR NAO
      *     IDENTIFICADO (CLIENTE ZERO, COM CPF NA NOTA OPCIONAL) OU
      *     PARA O CLIENTE CADASTRADO: OS ITENS SAO DIGITADOS UMA VEZ
      *     (PRECO DA LISTA DO CLIENTE, DESCONTO POR QUANTIDADE DO
      *     PRODUTO E IMPOSTO PELA TAXAIMP, COMO NO CADPED01) E SO
      *     ENTRAM COM SALDO EM ESTOQUE - A MERCADORIA SAI NA HORA.
      *     O PAGAMENTO E RECEBIDO NAS FORMAS DO FORMPG.DAT, PODENDO
      *     SER DIVIDIDO EM ATE 5 FORMAS; SO O DINHEIRO (FORMA 1)
      *     ADMITE TROCO. NA CONFIRMACAO, OS LANCAMENTOS DO LIVRO
      *     CAIXA VEM PRIMEIRO (SE UM FOR REJEITADO, OS JA GRAVADOS
      *     SAO ESTORNADOS E NADA MAIS E FEITO); DEPOIS O PEDIDO
      *     NASCE FATURADO ("F"), A SAIDA DE CADA ITEM E POSTADA POR
      *     GRAVA-MOVESTOQUE (LOTE POR FEFO), A NOTA FISCAL E EMITIDA
      *     E CADA FORMA VIRA UMA PARCELA JA PAGA EM CONTASREC.DAT E
      *     UMA LINHA NO MOVIMENTO DO CAIXA (MOVCAIXA.DAT) - ASSIM A
      *     VENDA BALCAO ENTRA NO FECHAMENTO DIARIO (FECHCX01) COMO
      *     QUALQUER RECEBIMENTO. DIA COM CAIXA FECHADO NAO VENDE.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. VENBAL01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CODIGO
           FILE STATUS IS FS-PEDIDOS.

           SELECT PEDITENS ASSIGN TO "PEDITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-CHAVE
           FILE STATUS IS FS-PEDITENS.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT TAXAIMP ASSIGN TO "TAXAIMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-CHAVE
           FILE STATUS IS FS-TAXAIMP.

           SELECT LISTAPRE ASSIGN TO "LISTAPRE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LP-CHAVE
           FILE STATUS IS FS-LISTAPRE.

           SELECT NOTAFIS ASSIGN TO "NOTAFIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NF-CHAVE
           FILE STATUS IS FS-NOTAFIS.

           SELECT NFITEM ASSIGN TO "NFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NI-CHAVE
           FILE STATUS IS FS-NFITEM.

           SELECT LOTES ASSIGN TO "LOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT FORMPG ASSIGN TO "FORMPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FG-CODIGO
           FILE STATUS IS FS-FORMPG.

           SELECT MOVCAIXA ASSIGN TO "MOVCAIXA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVCAIXA.

           SELECT CAIXAFCH ASSIGN TO "CAIXAFCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAIXAFCH.
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
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
               88 PED-ABERTO    VALUE "A".
               88 PED-SEPARADO  VALUE "S".
               88 PED-FATURADO  VALUE "F".
               88 PED-CANCELADO VALUE "C".
           02 PED-DATA-FATUR   PIC 9(08).
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
           02 ITM-DESCONTO     PIC 9(6)V99.
           02 ITM-IMPOSTO      PIC 9(6)V99.
           02 ITM-CUSTO-MEDIO  PIC 9(6)V99.

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
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
           02 CLIENTE-CONTATO.
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
               88 FD-PECA       VALUE 1.
               88 FD-ACABADO    VALUE 2.
               88 FD-MATERIAL   VALUE 3.
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

      *    CONTAS A RECEBER - NA VENDA BALCAO CADA FORMA DE PAGAMENTO
      *    E UMA PARCELA QUE JA NASCE PAGA
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
           02 CR-DATA-PGTO     PIC 9(08).
           02 CR-STATUS        PIC X.
               88 CR-ABERTA    VALUE "A".
               88 CR-PAGA      VALUE "P".
               88 CR-CANCELADA VALUE "C".

      *    ALIQUOTAS DE IMPOSTO POR TIPO DE PRODUTO E UF DO CLIENTE
       FD  TAXAIMP.
       01  REGISTRO-TAXAIMP.
           02 TX-CHAVE.
               03 TX-TIPO   PIC 9(01).
               03 TX-ESTADO PIC AA.
           02 TX-ALIQUOTA   PIC 99V99.

      *    PRECO POR LISTA X PRODUTO COM VIGENCIA (CADLPR01)
       FD  LISTAPRE.
       01  REGISTRO-LISTAPRE.
           02 LP-CHAVE.
               03 LP-LISTA   PIC 9(02).
               03 LP-PRODUTO PIC 9(06).
           02 LP-PRECO       PIC 9(6)V99.
           02 LP-VIG-INI     PIC 9(08).
           02 LP-VIG-FIM     PIC 9(08).

      *    DOCUMENTO FISCAL - MESMO LAYOUT DO FATPED01/NOTAFIS1
       FD  NOTAFIS.
       01  REGISTRO-NOTAFIS.
           02 NF-CHAVE.
               03 NF-SERIE   PIC X(01).
               03 NF-NUMERO  PIC 9(06).
           02 NF-PEDIDO      PIC 9(06).
           02 NF-EMISSAO     PIC 9(08).
           02 NF-CLIENTE     PIC 9(06).
           02 NF-NOME        PIC X(50).
           02 NF-CPF         PIC 9(11).
           02 NF-ENDERECO    PIC X(50).
           02 NF-CIDADE      PIC X(30).
           02 NF-ESTADO      PIC AA.
           02 NF-VALOR-PROD  PIC 9(8)V99.
           02 NF-VALOR-IMP   PIC 9(8)V99.
           02 NF-VALOR-FRETE PIC 9(8)V99.
           02 NF-VALOR-TOTAL PIC 9(8)V99.
           02 NF-STATUS      PIC X.
               88 NF-EMITIDA   VALUE "E".
               88 NF-CANCELADA VALUE "C".
      *    DOCUMENTO DO DESTINATARIO: "F" CPF EM NF-CPF, "J" CNPJ
      *    E INSCRICAO ESTADUAL
           02 NF-TIPO-DOC    PIC X.
           02 NF-CNPJ        PIC 9(14).
           02 NF-IE          PIC X(15).
      *    FILIAL EMITENTE (SERIE DA FILIAL) E, NA NOTA DE
      *    TRANSFERENCIA ENTRE FILIAIS, A FILIAL DESTINATARIA
           02 NF-FILIAL      PIC 9(02).
           02 NF-FILIAL-DEST PIC 9(02).

       FD  NFITEM.
       01  REGISTRO-NFITEM.
           02 NI-CHAVE.
               03 NI-SERIE   PIC X(01).
               03 NI-NUMERO  PIC 9(06).
               03 NI-LINHA   PIC 9(02).
           02 NI-PRODUTO     PIC 9(06).
           02 NI-QUANTIDADE  PIC 9(04).
           02 NI-VALUNIT     PIC 9(6)V99.
           02 NI-VALOR-LINHA PIC 9(8)V99.
           02 NI-IMPOSTO     PIC 9(6)V99.

      *    LOTES COM VALIDADE (RECPOC01) - CONSUMIDOS POR FEFO
       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).

      *    FORMAS DE PAGAMENTO (CADFPG01) - CADA FORMA LIQUIDA NA
      *    SUA CONTA DO PLANO
       FD  FORMPG.
       01  REGISTRO-FORMPG.
           02 FG-CODIGO      PIC 9(02).
           02 FG-DESCRICAO   PIC X(20).
           02 FG-CONTA       PIC 9(05).
           02 FG-DIAS-LIQUID PIC 9(03).
      *    CARTAO: TAXA CONTRATADA COM A ADQUIRENTE E CONTA DE
      *    DESPESA ONDE A TAXA E LANCADA (CONCRT01)
           02 FG-TAXA-PCT    PIC 99V99.
           02 FG-CONTA-TAXA  PIC 9(05).

      *    MOVIMENTO DO CAIXA DO DIA - UMA LINHA POR FORMA RECEBIDA,
      *    BASE DO FECHAMENTO DIARIO (FECHCX01)
       FD  MOVCAIXA.
       01  LINHA-MOVCAIXA.
           02 MC-DATA      PIC 9(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-FORMA     PIC 9(02).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-PEDIDO    PIC 9(06).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-PARCELA   PIC 9(02).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-VALOR     PIC 9(8)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL DO CAIXA (FILIAL DO OPERADOR)
           02 MC-FILIAL    PIC 9(02).

      *    CONTROLE DE FECHAMENTO DE CAIXA - DIA FECHADO NAO VENDE
       FD  CAIXAFCH.
       01  REGISTRO-CAIXAFCH.
           02 CF-DATA      PIC 9(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-STATUS    PIC X(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-SISTEMA   PIC 9(10)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-CONTADO   PIC 9(10)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL FECHADA - ZERO (OU REGISTRO ANTIGO, SEM FILIAL)
      *    E O FECHAMENTO CONSOLIDADO, QUE VALE PARA TODAS
           02 CF-FILIAL    PIC 9(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEN-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-TAXAIMP.
           02 FS-TAXAIMP-1 PIC 9.
           02 FS-TAXAIMP-2 PIC 9.
           02 FS-TAXAIMP-R REDEFINES FS-TAXAIMP-2 PIC 99 COMP-X.
       01  FS-LISTAPRE.
           02 FS-LISTAPRE-1 PIC 9.
           02 FS-LISTAPRE-2 PIC 9.
           02 FS-LISTAPR-R REDEFINES FS-LISTAPRE-2 PIC 99 COMP-X.
       01  FS-NOTAFIS.
           02 FS-NOTAFIS-1 PIC 9.
           02 FS-NOTAFIS-2 PIC 9.
           02 FS-NOTAFIS-R REDEFINES FS-NOTAFIS-2 PIC 99 COMP-X.
       01  FS-NFITEM.
           02 FS-NFITEM-1 PIC 9.
           02 FS-NFITEM-2 PIC 9.
           02 FS-NFITEM-R REDEFINES FS-NFITEM-2 PIC 99 COMP-X.
       01  FS-LOTES.
           02 FS-LOTES-1 PIC 9.
           02 FS-LOTES-2 PIC 9.
           02 FS-LOTES-R REDEFINES FS-LOTES-2 PIC 99 COMP-X.
       01  FS-FORMPG.
           02 FS-FORMPG-1 PIC 9.
           02 FS-FORMPG-2 PIC 9.
           02 FS-FORMPG-R REDEFINES FS-FORMPG-2 PIC 99 COMP-X.
       77  FS-MOVCAIXA    PIC XX VALUE SPACES.
       77  FS-CAIXAFCH    PIC XX VALUE SPACES.
       77  OPCAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-HOJE     PIC 9(08) VALUE ZERO.
       77  WDIA-FECHADO   PIC X VALUE "N".
      *    CABECALHO DA VENDA - CLIENTE ZERO = CONSUMIDOR FINAL
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WPED-CLIENTE   PIC 9(06) VALUE ZERO.
       77  WPED-VENDEDOR  PIC 9(04) VALUE ZERO.
       77  WENTIDADE      PIC X(10) VALUE "PEDIDO".
       77  WNOME-CLIENTE  PIC X(50) VALUE SPACES.
       77  WLISTA-CLI     PIC 9(02) VALUE ZERO.
       77  WESTADO-CLI    PIC AA VALUE SPACES.
      *    UF DA LOJA - ALIQUOTA DA VENDA AO CONSUMIDOR NAO
      *    IDENTIFICADO (OPERACAO DENTRO DO ESTADO)
       77  WUF-LOJA       PIC AA VALUE "SP".
       77  WNOME-CONSUMIDOR PIC X(50) VALUE "CONSUMIDOR FINAL".
      *    CPF NA NOTA DO CONSUMIDOR (CPFVALID)
       77  WCPF           PIC 9(11) VALUE ZERO.
       77  WCPF-D1        PIC 9 VALUE ZERO.
       77  WCPF-D2        PIC 9 VALUE ZERO.
       77  WCPF-VALIDO    PIC X VALUE "N".
           88 CPF-VALIDO  VALUE "S".
      *    TABELA DE ITENS DA VENDA (ATE 20 LINHAS)
       01  TAB-ITENS.
           02 TI-ITEM OCCURS 20 TIMES.
               03 TI-PRODUTO      PIC 9(06).
               03 TI-NOME         PIC X(20).
               03 TI-QUANTIDADE   PIC 9(04).
               03 TI-VALUNIT      PIC 9(6)V99.
               03 TI-VALOR-LINHA  PIC 9(8)V99.
               03 TI-DESCONTO     PIC 9(6)V99.
               03 TI-IMPOSTO      PIC 9(6)V99.
       77  WQT-ITENS       PIC 9(02) VALUE ZERO.
       77  WLINHA          PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA     PIC 9(02) VALUE ZERO.
       77  WITEM-ACAO      PIC X     VALUE SPACE.
       77  IND1            PIC 9(02) VALUE ZERO.
       77  WLIN-PRODUTO    PIC 9(06) VALUE ZERO.
       77  WLIN-QUANTIDADE PIC 9(04) VALUE ZERO.
      *    PRODUTO DIGITADO OU LIDO PELO LEITOR (CODIGO OU EAN/DUN) E
      *    QUANTIDADE NA UNIDADE DE VENDA OU EM CAIXAS DO DUN-14
       77  WLEITURA        PIC X(14) VALUE SPACES.
       77  WFATOR-LEITURA  PIC 9(05) VALUE 1.
       77  WLEITURA-ACHOU  PIC X VALUE "N".
       77  WUNID-QTDE      PIC X(03) VALUE SPACES.
       77  WFATOR-QTDE     PIC 9(05) VALUE 1.
       77  WQT-ESTOQUE     PIC 9(08) VALUE ZERO.
       77  WLINHA-OK       PIC X     VALUE "N".
           88 LINHA-OK     VALUE "S".
       77  WQT-MESMO-PROD  PIC 9(06) VALUE ZERO.
       77  WSALDO-OK       PIC X     VALUE "S".
       77  WVALOR-TOTAL    PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-BRUTO    PIC 9(8)V99 VALUE ZERO.
       77  WDESC-LINHA     PIC 9(8)V99 VALUE ZERO.
       77  WALIQUOTA       PIC 99V99 VALUE ZERO.
      *    FORMAS DE PAGAMENTO DA VENDA (ATE 5, SO DINHEIRO DA TROCO)
       01  TAB-PAGTOS.
           02 TP-ITEM OCCURS 5 TIMES.
               03 TP-FORMA      PIC 9(02).
               03 TP-DESCRICAO  PIC X(20).
               03 TP-CONTA      PIC 9(05).
               03 TP-VALOR      PIC 9(8)V99.
       77  WQT-PAGTOS      PIC 9(02) VALUE ZERO.
       77  IND-PAG         PIC 9(02) VALUE ZERO.
       77  WFORMA          PIC 9(02) VALUE ZERO.
       77  WFORMA-OK       PIC X VALUE "N".
       77  WVALOR-INFORMADO PIC 9(8)V99 VALUE ZERO.
       77  WTOTAL-PAGO     PIC 9(8)V99 VALUE ZERO.
       77  WFALTA          PIC 9(8)V99 VALUE ZERO.
       77  WTROCO          PIC 9(8)V99 VALUE ZERO.
      *    LIVRO CAIXA (GRAVA-LANCAMENTO): CADA FORMA CREDITA A SUA
      *    CONTA CONTRA A CONTA DE CLIENTES (2), COMO NO RECEB001
       77  WCONTA-CLIENTES PIC 9(05) VALUE 2.
       77  WCONTA-FORMA    PIC 9(05) VALUE ZERO.
       77  WVALOR-LANCTO   PIC 9(8)V99 VALUE ZERO.
       77  WTIPO-LANCTO    PIC X VALUE "C".
       77  WLAN-RESULT     PIC X VALUE "N".
       77  WCENTRO-CUSTO   PIC 9(03) VALUE ZERO.
      *    FILIAL DO OPERADOR (BUSCA-FILIAL) - VAI NO LANCAMENTO
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
       77  WQT-LANCADOS    PIC 9(02) VALUE ZERO.
      *    SAIDA DE ESTOQUE (GRAVA-MOVESTOQUE) NO DEPOSITO DA LOJA
       77  WMV-TIPO       PIC X     VALUE "S".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WLOTE-VALID    PIC 9(08) VALUE ZERO.
       77  WLOTE-BAIXA    PIC 9(06) VALUE ZERO.
      *    EMISSAO DO DOCUMENTO FISCAL (SERIE DA FILIAL DO OPERADOR)
       77  WNF-SERIE      PIC X(01) VALUE "1".
       77  WNF-ENTIDADE   PIC X(10) VALUE "NOTAFISCAL".
       77  WNF-NUMERO     PIC 9(06) VALUE ZERO.
       77  WNF-TOT-IMP    PIC 9(8)V99 VALUE ZERO.
       77  WNF-TOT-PROD   PIC 9(8)V99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O PEDIDOS.
           OPEN I-O PEDITENS.
           OPEN INPUT CLIENTES.
           OPEN I-O ARQ1.
           OPEN INPUT VENDEDORES.
           OPEN INPUT TAXAIMP.
           OPEN INPUT LISTAPRE.
           OPEN INPUT FORMPG.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC = "35"
               OPEN OUTPUT CONTASREC
               CLOSE CONTASREC
               OPEN I-O CONTASREC
           END-IF.
           OPEN I-O NOTAFIS.
           IF FS-NOTAFIS = "35"
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN I-O NOTAFIS
           END-IF.
           OPEN I-O NFITEM.
           IF FS-NFITEM = "35"
               OPEN OUTPUT NFITEM
               CLOSE NFITEM
               OPEN I-O NFITEM
           END-IF.
           OPEN I-O LOTES.
           IF FS-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
      *    A LOJA E A FILIAL DO OPERADOR: SERIE E NUMERACAO DA NOTA,
      *    DEPOSITO DE SAIDA E UF DA VENDA AO CONSUMIDOR
           MOVE WFIL-SERIE  TO WNF-SERIE.
           MOVE WFIL-ENT-NF TO WNF-ENTIDADE.
           IF WFIL-DEPOSITO NOT = ZERO
               MOVE WFIL-DEPOSITO TO WDEPOSITO
           END-IF.
           IF WFIL-ESTADO NOT = SPACES
               MOVE WFIL-ESTADO TO WUF-LOJA
           END-IF.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPA-CAMPOS
                   PERFORM TELA THRU TELA-EXIT
                       IF OPCAO = "S" OR "s" THEN
                           PERFORM GRAVA-VENDA THRU GRAVA-VENDA-FIM
                           DISPLAY "TECLE ENTER PARA CONTINUAR"
                               AT 2305
                           ACCEPT OPCAO AT 2335
                           GO TO INICIO
                       ELSE
                           GO TO INICIO
                       END-IF
           .
           TELA.
               DISPLAY "VENDA BALCAO               " AT 0430
               DISPLAY "CLIENTE (0=CONSUMIDOR)     " AT 0605
               DISPLAY "NOME                       " AT 0705
               DISPLAY "CPF NA NOTA                " AT 0805
               DISPLAY "LIN PRODUTO                QTDE VALOR UNIT"
                   AT 0905
               ACCEPT WPED-CLIENTE                   AT 0630
               IF WPED-CLIENTE = 999999 THEN
                   CLOSE PEDIDOS PEDITENS CLIENTES ARQ1 VENDEDORES
                       TAXAIMP LISTAPRE FORMPG CONTASREC NOTAFIS
                       NFITEM LOTES
                   EXIT PROGRAM
               END-IF
               ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
               PERFORM VERIFICA-DIA-FECHADO
               IF WDIA-FECHADO = "S"
                   DISPLAY "CAIXA DO DIA JA FECHADO - VENDA"
                       " RECUSADA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               IF WPED-CLIENTE = ZERO
                   MOVE WNOME-CONSUMIDOR TO WNOME-CLIENTE
                   MOVE WUF-LOJA TO WESTADO-CLI
                   MOVE ZERO TO WLISTA-CLI
                   DISPLAY WNOME-CLIENTE AT 0730
                   ACCEPT WCPF AT 0830
                   IF WCPF NOT = ZERO
                       CALL "CPFVALID" USING WCPF, WCPF-D1, WCPF-D2,
                           WCPF-VALIDO
                       IF NOT CPF-VALIDO
                           DISPLAY "CPF INVALIDO" AT 1905
                           MOVE "N" TO OPCAO
                           GO TO TELA-EXIT
                       END-IF
                   END-IF
               ELSE
                   PERFORM BUSCA-CLIENTE
               END-IF
               DISPLAY "VENDEDOR [....] (0=SEM)" AT 0640
               ACCEPT WPED-VENDEDOR AT 0650
               IF WPED-VENDEDOR NOT = ZERO
                   PERFORM BUSCA-VENDEDOR
               END-IF
               PERFORM CAPTURA-ITENS THRU CAPTURA-ITENS-EXIT
               IF WQT-ITENS = ZERO
                   DISPLAY "VENDA SEM ITENS - NAO CONFIRMADA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               PERFORM CAPTURA-PAGAMENTOS THRU CAPTURA-PAGAMENTOS-EXIT
               IF WFALTA > ZERO
                   DISPLAY "VENDA NAO QUITADA - NAO CONFIRMADA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY "CONFIRMA A VENDA [S-N][.]  " AT 1905
               ACCEPT OPCAO AT 1931
               .
           TELA-EXIT.
               EXIT.
           LIMPA-CAMPOS.
               MOVE ZERO TO WPED-CODIGO WPED-CLIENTE WPED-VENDEDOR
               MOVE ZERO TO WCPF WQT-ITENS WVALOR-TOTAL
               MOVE ZERO TO WQT-PAGTOS WTOTAL-PAGO WFALTA WTROCO
               MOVE SPACES TO WNOME-CLIENTE WESTADO-CLI
               MOVE ZERO TO WLISTA-CLI
               .
           BUSCA-CLIENTE.
               MOVE WPED-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               MOVE NOME TO WNOME-CLIENTE
               MOVE ESTADO TO WESTADO-CLI
               MOVE CLIENTE-LISTA TO WLISTA-CLI
               DISPLAY WNOME-CLIENTE AT 0730
               IF CLIENTE-PJ
                   DISPLAY CLIENTE-CNPJ AT 0830
               ELSE
                   DISPLAY CPF AT 0830
               END-IF
               .
           BUSCA-VENDEDOR.
               MOVE WPED-VENDEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       DISPLAY "VENDEDOR NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               IF V-TIPO NOT = "V" AND V-TIPO NOT = "v"
                   DISPLAY "CODIGO NAO E DE VENDEDOR" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY V-NOME (1:15) AT 0665
               .
      *    DIA COM FECHAMENTO DE CAIXA CONFIRMADO (FECHCX01) NAO
      *    VENDE MAIS NO BALCAO - O REGISTRO MAIS RECENTE PREVALECE
           VERIFICA-DIA-FECHADO.
               MOVE "N" TO WDIA-FECHADO
               OPEN INPUT CAIXAFCH
               IF FS-CAIXAFCH = "00"
                   PERFORM LE-CAIXAFCH
                   PERFORM UNTIL FS-CAIXAFCH NOT = "00"
                       IF CF-DATA = WDATA-HOJE AND
                          (CF-FILIAL NOT NUMERIC OR CF-FILIAL = ZERO OR
                           CF-FILIAL = WFILIAL)
                           IF CF-STATUS = "FECHADO"
                               MOVE "S" TO WDIA-FECHADO
                           ELSE
                               MOVE "N" TO WDIA-FECHADO
                           END-IF
                       END-IF
                       PERFORM LE-CAIXAFCH
                   END-PERFORM
                   CLOSE CAIXAFCH
               END-IF
               .
           LE-CAIXAFCH.
               READ CAIXAFCH
                   AT END
                       MOVE "10" TO FS-CAIXAFCH
               END-READ
               .
      *----------------------------------------------------------------*
      *    EDICAO DAS LINHAS DA VENDA - O OPERADOR INCLUI, ALTERA E
      *    RETIRA LINHAS ATE TECLAR F, QUANDO O TOTAL E FECHADO.
      *----------------------------------------------------------------*
           CAPTURA-ITENS.
               PERFORM EXIBE-ITENS
               DISPLAY "LINHA I-INCLUIR A-ALTERAR R-RETIRAR F-FIM"
                   AT 1705
               ACCEPT WITEM-ACAO AT 1750
               EVALUATE TRUE
                   WHEN WITEM-ACAO = "F" OR WITEM-ACAO = "f"
                       GO TO CAPTURA-ITENS-EXIT
                   WHEN WITEM-ACAO = "I" OR WITEM-ACAO = "i"
                       PERFORM INCLUI-LINHA
                   WHEN WITEM-ACAO = "A" OR WITEM-ACAO = "a"
                       PERFORM ALTERA-LINHA
                   WHEN WITEM-ACAO = "R" OR WITEM-ACAO = "r"
                       PERFORM RETIRA-LINHA
               END-EVALUATE
               PERFORM RECALCULA-TOTAL
               GO TO CAPTURA-ITENS
               .
           CAPTURA-ITENS-EXIT.
               EXIT.
           INCLUI-LINHA.
               IF WQT-ITENS = 20
                   DISPLAY "LIMITE DE 20 LINHAS ATINGIDO     " AT 2005
               ELSE
                   COMPUTE WLINHA = WQT-ITENS + 1
                   PERFORM CAPTURA-LINHA THRU CAPTURA-LINHA-EXIT
                   IF LINHA-OK
                       ADD 1 TO WQT-ITENS
                   END-IF
               END-IF
               .
           ALTERA-LINHA.
               DISPLAY "LINHA A ALTERAR [..]       " AT 2005
               ACCEPT WLINHA AT 2023
               IF WLINHA = ZERO OR WLINHA > WQT-ITENS
                   DISPLAY "LINHA INEXISTENTE          " AT 2005
               ELSE
                   PERFORM CAPTURA-LINHA THRU CAPTURA-LINHA-EXIT
               END-IF
               .
           RETIRA-LINHA.
               DISPLAY "LINHA A RETIRAR [..]       " AT 2005
               ACCEPT WLINHA AT 2023
               IF WLINHA = ZERO OR WLINHA > WQT-ITENS
                   DISPLAY "LINHA INEXISTENTE          " AT 2005
               ELSE
                   PERFORM REMANEJA-LINHAS
                       VARYING IND1 FROM WLINHA BY 1
                       UNTIL IND1 >= WQT-ITENS
                   SUBTRACT 1 FROM WQT-ITENS
               END-IF
               .
           REMANEJA-LINHAS.
               MOVE TI-ITEM (IND1 + 1) TO TI-ITEM (IND1)
               .
      *    A LINHA SO ENTRA NA TABELA QUANDO O PRODUTO EXISTE E O
      *    SALDO EM ESTOQUE COBRE A QUANTIDADE (SOMADAS AS OUTRAS
      *    LINHAS DO MESMO PRODUTO) - NO BALCAO NAO HA BACKORDER
           CAPTURA-LINHA.
               MOVE "N" TO WLINHA-OK
               DISPLAY "PROD/EAN [..............] QTDE [....]" AT 1805
               MOVE SPACES TO WLEITURA
               ACCEPT WLEITURA AT 1815
               CALL "BUSCA-CODIGO-BARRAS" USING WLEITURA,
                   WLIN-PRODUTO, WFATOR-LEITURA, WLEITURA-ACHOU
               IF WLEITURA-ACHOU NOT = "S"
                   DISPLAY "CODIGO DE BARRAS NAO CADASTRADO" AT 2005
                   GO TO CAPTURA-LINHA-EXIT
               END-IF
               MOVE WLIN-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO     " AT 2005
                   NOT INVALID KEY
                       MOVE "S" TO WLINHA-OK
               END-READ
               IF LINHA-OK
                   DISPLAY WLIN-PRODUTO AT 1815
                   DISPLAY FD-PRODUTO (1:20) AT 1843
                   PERFORM CAPTURA-QUANTIDADE
                   IF WLIN-QUANTIDADE = ZERO
                       DISPLAY "QUANTIDADE NAO INFORMADA   " AT 2005
                       MOVE "N" TO WLINHA-OK
                   END-IF
               END-IF
               IF LINHA-OK
                   PERFORM SOMA-MESMO-PRODUTO
                   IF WQT-MESMO-PROD + WLIN-QUANTIDADE > FD-QTD-ESTOQUE
                       DISPLAY "SALDO INSUFICIENTE - DISPONIVEL:"
                           AT 2005
                       DISPLAY FD-QTD-ESTOQUE AT 2038
                       MOVE "N" TO WLINHA-OK
                   END-IF
               END-IF
               IF LINHA-OK
                   MOVE WLIN-PRODUTO TO TI-PRODUTO (WLINHA)
                   MOVE FD-PRODUTO (1:20) TO TI-NOME (WLINHA)
                   MOVE WLIN-QUANTIDADE TO TI-QUANTIDADE (WLINHA)
                   PERFORM RESOLVE-PRECO-LISTA
                   PERFORM CALCULA-VALOR-LINHA
               END-IF
               .
           CAPTURA-LINHA-EXIT.
               EXIT.
      *    QUANTIDADE NA UNIDADE DE VENDA DO PRODUTO (OU EM CAIXAS,
      *    QUANDO FOI LIDO UM DUN-14), CONVERTIDA PARA A UNIDADE DE
      *    ESTOQUE, COMO NO CADPED01
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
               MOVE ZERO TO WLIN-QUANTIDADE
               IF WFATOR-QTDE < 2
                   ACCEPT WLIN-QUANTIDADE AT 1837
               ELSE
                   DISPLAY "QTDE EM     X       " AT 2005
                   DISPLAY WUNID-QTDE AT 2013
                   DISPLAY WFATOR-QTDE AT 2019
                   ACCEPT WLIN-QUANTIDADE AT 1837
                   COMPUTE WQT-ESTOQUE = WLIN-QUANTIDADE * WFATOR-QTDE
                   IF WQT-ESTOQUE > 9999
                       DISPLAY "QUANTIDADE ACIMA DO LIMITE DA LINHA"
                           AT 2005
                       MOVE ZERO TO WLIN-QUANTIDADE
                   ELSE
                       MOVE WQT-ESTOQUE TO WLIN-QUANTIDADE
                       DISPLAY "=" AT 2026
                       DISPLAY WLIN-QUANTIDADE AT 2028
                       DISPLAY FD-UNIDADE AT 2033
                   END-IF
               END-IF
               .
      *    QUANTIDADE JA DIGITADA DO MESMO PRODUTO EM OUTRAS LINHAS
           SOMA-MESMO-PRODUTO.
               MOVE ZERO TO WQT-MESMO-PROD
               PERFORM SOMA-UMA-LINHA-PRODUTO
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               .
           SOMA-UMA-LINHA-PRODUTO.
               IF IND1 NOT = WLINHA AND
                  TI-PRODUTO (IND1) = FD-CODIGO
                   ADD TI-QUANTIDADE (IND1) TO WQT-MESMO-PROD
               END-IF
               .
      *----------------------------------------------------------------*
      *    PRECO UNITARIO DA LINHA: PRECO DA LISTA DO CLIENTE
      *    (LISTAPRE.DAT) QUANDO EXISTE E ESTA VIGENTE NA DATA DE
      *    HOJE; CASO CONTRARIO, O PRECO DE TABELA FD-VALUNIT.
      *----------------------------------------------------------------*
           RESOLVE-PRECO-LISTA.
               MOVE FD-VALUNIT TO TI-VALUNIT (WLINHA)
               IF WLISTA-CLI > ZERO AND FS-LISTAPRE = "00"
                   MOVE WLISTA-CLI TO LP-LISTA
                   MOVE TI-PRODUTO (WLINHA) TO LP-PRODUTO
                   READ LISTAPRE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WDATA-HOJE NOT < LP-VIG-INI AND
                              WDATA-HOJE NOT > LP-VIG-FIM
                               MOVE LP-PRECO TO TI-VALUNIT (WLINHA)
                           END-IF
                   END-READ
               END-IF
               DISPLAY TI-VALUNIT (WLINHA) AT 1864
               .
      *    NO BALCAO VALE SO O DESCONTO POR QUANTIDADE CONFIGURADO NO
      *    PRODUTO (FD-DESC-QTDE/FD-DESC-PCT); DESCONTO NEGOCIADO E
      *    LIBERACAO DE SUPERVISOR FICAM NO PEDIDO (CADPED01)
           CALCULA-VALOR-LINHA.
               COMPUTE WVALOR-BRUTO =
                   TI-QUANTIDADE (WLINHA) * TI-VALUNIT (WLINHA)
               MOVE ZERO TO WDESC-LINHA
               IF FD-DESC-QTDE > ZERO AND
                  TI-QUANTIDADE (WLINHA) NOT < FD-DESC-QTDE
                   COMPUTE WDESC-LINHA ROUNDED =
                       WVALOR-BRUTO * FD-DESC-PCT / 100
               END-IF
               MOVE WDESC-LINHA TO TI-DESCONTO (WLINHA)
               COMPUTE TI-VALOR-LINHA (WLINHA) =
                   WVALOR-BRUTO - WDESC-LINHA
               MOVE ZERO TO WALIQUOTA
               MOVE FD-TIPO     TO TX-TIPO
               MOVE WESTADO-CLI TO TX-ESTADO
               READ TAXAIMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TX-ALIQUOTA TO WALIQUOTA
               END-READ
               COMPUTE TI-IMPOSTO (WLINHA) ROUNDED =
                   TI-VALOR-LINHA (WLINHA) * WALIQUOTA / 100
               .
           EXIBE-ITENS.
               IF WQT-ITENS > ZERO
                   PERFORM EXIBE-LINHA-ITEM
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > WQT-ITENS OR IND1 > 7
               END-IF
               .
           EXIBE-LINHA-ITEM.
               COMPUTE WLINHA-TELA = 9 + IND1
               DISPLAY IND1 AT LINE WLINHA-TELA COL 05
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
               IF WQT-ITENS > ZERO
                   PERFORM SOMA-LINHA
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > WQT-ITENS
               END-IF
               DISPLAY "VALOR TOTAL DA VENDA       " AT 1905
               DISPLAY WVALOR-TOTAL AT 1930
               .
           SOMA-LINHA.
               ADD TI-VALOR-LINHA (IND1) TO WVALOR-TOTAL
               .
      *----------------------------------------------------------------*
      *    PAGAMENTO DA VENDA - O OPERADOR LANCA FORMA E VALOR ATE
      *    QUITAR O TOTAL (VALOR ZERO = O QUE FALTA). SO A FORMA 1
      *    (DINHEIRO, CONFERIDO NA GAVETA PELO FECHCX01) ACEITA
      *    VALOR ACIMA DO QUE FALTA, E A DIFERENCA VIRA TROCO; O
      *    CAIXA REGISTRA SO O VALOR QUE FICOU. FORMA 99 DESISTE.
      *----------------------------------------------------------------*
           CAPTURA-PAGAMENTOS.
               DISPLAY SPACE ERASE EOS
               DISPLAY "VENDA BALCAO - PAGAMENTO   " AT 0430
               DISPLAY "TOTAL DA VENDA             " AT 0605
               DISPLAY WVALOR-TOTAL AT 0630
               DISPLAY "VALOR PAGO                 " AT 0705
               DISPLAY "FALTA PAGAR                " AT 0805
               DISPLAY "FORMA DESCRICAO                 VALOR"
                   AT 0905
               .
           CAPTURA-UMA-FORMA.
               COMPUTE WFALTA = WVALOR-TOTAL - WTOTAL-PAGO
               PERFORM EXIBE-PAGAMENTOS
               DISPLAY WTOTAL-PAGO AT 0730
               DISPLAY WFALTA AT 0830
               IF WFALTA = ZERO
                   GO TO CAPTURA-PAGAMENTOS-EXIT
               END-IF
               IF WQT-PAGTOS = 5
                   DISPLAY "LIMITE DE 5 FORMAS ATINGIDO      " AT 2005
                   GO TO CAPTURA-PAGAMENTOS-EXIT
               END-IF
               DISPLAY "FORMA [..] VALOR [..........] (99=DESISTE)"
                   AT 1705
               ACCEPT WFORMA AT 1712
               IF WFORMA = 99
                   GO TO CAPTURA-PAGAMENTOS-EXIT
               END-IF
               IF WFORMA = ZERO
                   MOVE 1 TO WFORMA
                   DISPLAY WFORMA AT 1712
               END-IF
               PERFORM BUSCA-FORMA
               IF WFORMA-OK = "N"
                   GO TO CAPTURA-UMA-FORMA
               END-IF
               ACCEPT WVALOR-INFORMADO AT 1723
               IF WVALOR-INFORMADO = ZERO
                   MOVE WFALTA TO WVALOR-INFORMADO
                   DISPLAY WVALOR-INFORMADO AT 1723
               END-IF
               IF WVALOR-INFORMADO > WFALTA
                   IF WFORMA NOT = 1
                       DISPLAY "SO DINHEIRO ADMITE TROCO - VALOR"
                           " RECUSADO" AT 2005
                       GO TO CAPTURA-UMA-FORMA
                   END-IF
                   COMPUTE WTROCO = WVALOR-INFORMADO - WFALTA
                   MOVE WFALTA TO WVALOR-INFORMADO
                   DISPLAY "TROCO                      " AT 1805
                   DISPLAY WTROCO AT 1830
               END-IF
               ADD 1 TO WQT-PAGTOS
               MOVE WFORMA           TO TP-FORMA (WQT-PAGTOS)
               MOVE FG-DESCRICAO     TO TP-DESCRICAO (WQT-PAGTOS)
               MOVE WCONTA-FORMA     TO TP-CONTA (WQT-PAGTOS)
               MOVE WVALOR-INFORMADO TO TP-VALOR (WQT-PAGTOS)
               ADD WVALOR-INFORMADO TO WTOTAL-PAGO
               GO TO CAPTURA-UMA-FORMA
               .
           CAPTURA-PAGAMENTOS-EXIT.
               EXIT.
      *    A FORMA DEFINE A CONTA DO PLANO ONDE O RECEBIMENTO
      *    LIQUIDA; SEM TABELA PUBLICADA VALE A CONTA CAIXA (1)
           BUSCA-FORMA.
               MOVE "S" TO WFORMA-OK
               MOVE 1 TO WCONTA-FORMA
               MOVE "DINHEIRO" TO FG-DESCRICAO
               IF FS-FORMPG = "00"
                   MOVE WFORMA TO FG-CODIGO
                   READ FORMPG
                       INVALID KEY
                           DISPLAY "FORMA DE PAGAMENTO NAO"
                               " CADASTRADA" AT 2005
                           MOVE "N" TO WFORMA-OK
                       NOT INVALID KEY
                           MOVE FG-CONTA TO WCONTA-FORMA
                   END-READ
               END-IF
               .
           EXIBE-PAGAMENTOS.
               IF WQT-PAGTOS > ZERO
                   PERFORM EXIBE-UM-PAGAMENTO
                       VARYING IND-PAG FROM 1 BY 1
                       UNTIL IND-PAG > WQT-PAGTOS
               END-IF
               .
           EXIBE-UM-PAGAMENTO.
               COMPUTE WLINHA-TELA = 9 + IND-PAG
               DISPLAY TP-FORMA (IND-PAG)
                   AT LINE WLINHA-TELA COL 05
               DISPLAY TP-DESCRICAO (IND-PAG)
                   AT LINE WLINHA-TELA COL 11
               DISPLAY TP-VALOR (IND-PAG)
                   AT LINE WLINHA-TELA COL 32
               .
      *----------------------------------------------------------------*
      *    GRAVACAO DA VENDA. O SALDO E CONFERIDO DE NOVO (OUTRO
      *    TERMINAL PODE TER VENDIDO NESSE MEIO TEMPO) E OS
      *    LANCAMENTOS DO LIVRO CAIXA VEM PRIMEIRO: SE UM FOR
      *    REJEITADO (CONTA FORA DO PLANO OU COMPETENCIA FECHADA), OS
      *    JA ACEITOS SAO ESTORNADOS E A VENDA NAO E EFETUADA.
      *----------------------------------------------------------------*
           GRAVA-VENDA.
               MOVE "S" TO WSALDO-OK
               PERFORM CONFERE-SALDO-LINHA
                   VARYING WLINHA FROM 1 BY 1
                   UNTIL WLINHA > WQT-ITENS
               IF WSALDO-OK NOT = "S"
                   DISPLAY "SALDO EM ESTOQUE MUDOU - VENDA NAO"
                       " EFETUADA" AT 2005
                   GO TO GRAVA-VENDA-FIM
               END-IF
               MOVE ZERO TO WQT-LANCADOS
               MOVE "S" TO WLAN-RESULT
               PERFORM POSTA-LANCAMENTO
                   VARYING IND-PAG FROM 1 BY 1
                   UNTIL IND-PAG > WQT-PAGTOS OR WLAN-RESULT NOT = "S"
               IF WLAN-RESULT NOT = "S"
                   PERFORM ESTORNA-LANCAMENTO
                       VARYING IND-PAG FROM 1 BY 1
                       UNTIL IND-PAG > WQT-LANCADOS
                   DISPLAY "LANCAMENTO REJEITADO - VENDA NAO"
                       " EFETUADA" AT 2005
                   GO TO GRAVA-VENDA-FIM
               END-IF
               CALL "PROXIMO-NUMERO" USING WENTIDADE, WPED-CODIGO
               PERFORM MONTA-CABECALHO
               WRITE REGISTRO-PEDIDOS
                   INVALID KEY
                       PERFORM ESTORNA-LANCAMENTO
                           VARYING IND-PAG FROM 1 BY 1
                           UNTIL IND-PAG > WQT-LANCADOS
                       DISPLAY "PEDIDO JA CADASTRADO - VENDA NAO"
                           " EFETUADA" AT 2005
                       GO TO GRAVA-VENDA-FIM
               END-WRITE
               MOVE WPED-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "VENBAL01", "VENDABALC", WCHAVE-AUD
               PERFORM GRAVA-UM-ITEM
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               PERFORM EMITE-NOTA-FISCAL
               PERFORM GRAVA-RECEBIMENTO
                   VARYING IND-PAG FROM 1 BY 1
                   UNTIL IND-PAG > WQT-PAGTOS
               DISPLAY "VENDA CONCLUIDA - PEDIDO   " AT 2005
               DISPLAY WPED-CODIGO AT 2032
               IF WTROCO > ZERO
                   DISPLAY "TROCO                      " AT 2205
                   DISPLAY WTROCO AT 2232
               END-IF
               .
           GRAVA-VENDA-FIM.
               EXIT.
           CONFERE-SALDO-LINHA.
               MOVE TI-PRODUTO (WLINHA) TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "N" TO WSALDO-OK
                   NOT INVALID KEY
                       PERFORM SOMA-MESMO-PRODUTO
                       IF WQT-MESMO-PROD + TI-QUANTIDADE (WLINHA) >
                          FD-QTD-ESTOQUE
                           MOVE "N" TO WSALDO-OK
                       END-IF
               END-READ
               .
           POSTA-LANCAMENTO.
               MOVE "C" TO WTIPO-LANCTO
               MOVE TP-CONTA (IND-PAG) TO WCONTA-FORMA
               MOVE TP-VALOR (IND-PAG) TO WVALOR-LANCTO
               CALL "GRAVA-LANCAMENTO" USING WCONTA-FORMA,
                   WTIPO-LANCTO, WVALOR-LANCTO, WDATA-HOJE,
                   WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO, WFILIAL
               IF WLAN-RESULT = "S"
                   ADD 1 TO WQT-LANCADOS
               END-IF
               .
           ESTORNA-LANCAMENTO.
               MOVE "D" TO WTIPO-LANCTO
               MOVE TP-CONTA (IND-PAG) TO WCONTA-FORMA
               MOVE TP-VALOR (IND-PAG) TO WVALOR-LANCTO
               CALL "GRAVA-LANCAMENTO" USING WCONTA-FORMA,
                   WTIPO-LANCTO, WVALOR-LANCTO, WDATA-HOJE,
                   WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO, WFILIAL
               .
      *    O PEDIDO DO BALCAO JA NASCE SEPARADO E FATURADO NO DIA,
      *    SEM CONDICAO DE PAGAMENTO, FRETE OU ENDERECO DE ENTREGA
           MONTA-CABECALHO.
               MOVE WPED-CODIGO   TO PED-CODIGO
               MOVE WPED-CLIENTE  TO PED-CLIENTE
               MOVE WPED-VENDEDOR TO PED-VENDEDOR
               MOVE WDATA-HOJE    TO PED-DATA
               MOVE WQT-ITENS     TO PED-QTD-ITENS
               MOVE WVALOR-TOTAL  TO PED-VALOR-TOTAL
               MOVE "F"           TO PED-STATUS
               MOVE WDATA-HOJE    TO PED-DATA-FATUR
               MOVE ZERO          TO PED-CONDPG
               MOVE WDATA-HOJE    TO PED-DATA-SEPAR
               MOVE ZERO          TO PED-FRETE
               MOVE ZERO          TO PED-ENTREGA
               MOVE WFILIAL       TO PED-FILIAL
               .
      *    GRAVA A LINHA COM O CUSTO MEDIO DO MOMENTO DA VENDA E
      *    POSTA A SAIDA DO ESTOQUE (LOTE POR FEFO)
           GRAVA-UM-ITEM.
               MOVE TI-PRODUTO (IND1) TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 2105
               END-READ
               MOVE WPED-CODIGO           TO ITM-PEDIDO
               MOVE IND1                  TO ITM-LINHA
               MOVE TI-PRODUTO (IND1)     TO ITM-PRODUTO
               MOVE TI-QUANTIDADE (IND1)  TO ITM-QUANTIDADE
               MOVE TI-VALUNIT (IND1)     TO ITM-VALUNIT
               MOVE TI-VALOR-LINHA (IND1) TO ITM-VALOR-LINHA
               MOVE TI-DESCONTO (IND1)    TO ITM-DESCONTO
               MOVE TI-IMPOSTO (IND1)     TO ITM-IMPOSTO
               MOVE FD-CUSTO-MEDIO        TO ITM-CUSTO-MEDIO
               WRITE REGISTRO-ITEM
                   INVALID KEY
                       REWRITE REGISTRO-ITEM
               END-WRITE
               MOVE ITM-QUANTIDADE TO WMV-QUANTIDADE
               PERFORM ESCOLHE-LOTE-FEFO
               IF WMV-LOTE NOT = SPACES
                   PERFORM BAIXA-LOTE
               END-IF
               SUBTRACT WMV-QUANTIDADE FROM FD-QTD-ESTOQUE
               REWRITE REG1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 2105
                   NOT INVALID KEY
                       CALL "GRAVA-MOVESTOQUE" USING ITM-PRODUTO,
                           WMV-TIPO, WMV-QUANTIDADE,
                           FD-QTD-ESTOQUE, WDEPOSITO, WMV-LOTE
               END-REWRITE
               .
      *----------------------------------------------------------------*
      *    FEFO - PROCURA O LOTE DO PRODUTO COM A VALIDADE MAIS
      *    PROXIMA E SALDO POSITIVO; SEM LOTE CADASTRADO O
      *    MOVIMENTO SAI COM O LOTE EM BRANCO.
      *----------------------------------------------------------------*
           ESCOLHE-LOTE-FEFO.
               MOVE SPACES TO WMV-LOTE
               MOVE 99999999 TO WLOTE-VALID
               MOVE ITM-PRODUTO TO LOT-PRODUTO
               MOVE LOW-VALUES  TO LOT-NUMERO
               START LOTES KEY NOT LESS THAN LOT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-LOTES
               END-START
               PERFORM LE-PROXIMO-LOTE
               PERFORM UNTIL FS-LOTES NOT = "00"
                   IF LOT-PRODUTO = ITM-PRODUTO
                       IF LOT-SALDO > ZERO AND
                          LOT-VALIDADE < WLOTE-VALID
                           MOVE LOT-VALIDADE TO WLOTE-VALID
                           MOVE LOT-NUMERO   TO WMV-LOTE
                       END-IF
                   ELSE
                       MOVE "10" TO FS-LOTES
                   END-IF
                   PERFORM LE-PROXIMO-LOTE
               END-PERFORM
               .
           LE-PROXIMO-LOTE.
               READ LOTES NEXT RECORD
                   AT END
                       MOVE "10" TO FS-LOTES
               END-READ
               .
      *    A BAIXA E LIMITADA AO SALDO DO LOTE - O EXCEDENTE DA
      *    LINHA SAI SEM LOTE, PARA O OPERADOR ACERTAR NA CONTAGEM
           BAIXA-LOTE.
               MOVE ITM-PRODUTO TO LOT-PRODUTO
               MOVE WMV-LOTE    TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       MOVE SPACES TO WMV-LOTE
                   NOT INVALID KEY
                       IF WMV-QUANTIDADE > LOT-SALDO
                           MOVE LOT-SALDO TO WLOTE-BAIXA
                       ELSE
                           MOVE WMV-QUANTIDADE TO WLOTE-BAIXA
                       END-IF
                       SUBTRACT WLOTE-BAIXA FROM LOT-SALDO
                       REWRITE REGISTRO-LOTE
               END-READ
               .
      *----------------------------------------------------------------*
      *    EMISSAO DO DOCUMENTO FISCAL, COMO NO FATPED01: NUMERO DA
      *    ENTIDADE NOTAFISCAL, DADOS DO CLIENTE CONGELADOS NA
      *    EMISSAO (CONSUMIDOR FINAL SO COM O CPF, QUANDO PEDIDO, E A
      *    UF DA LOJA) E UMA LINHA POR ITEM. CANCELAMENTO (SO NO DIA)
      *    E REIMPRESSAO FICAM EM NOTAFIS1.
      *----------------------------------------------------------------*
           EMITE-NOTA-FISCAL.
               CALL "PROXIMO-NUMERO" USING WNF-ENTIDADE, WNF-NUMERO
               MOVE WNF-SERIE    TO NF-SERIE
               MOVE WNF-NUMERO   TO NF-NUMERO
               MOVE WFILIAL      TO NF-FILIAL
               MOVE ZERO         TO NF-FILIAL-DEST
               MOVE WPED-CODIGO  TO NF-PEDIDO
               MOVE WDATA-HOJE   TO NF-EMISSAO
               MOVE WPED-CLIENTE TO NF-CLIENTE
               IF WPED-CLIENTE = ZERO
                   MOVE WNOME-CONSUMIDOR TO NOME
                   MOVE WCPF   TO CPF
                   MOVE SPACES TO ENDERECO CIDADE
                   MOVE WUF-LOJA TO ESTADO
                   MOVE SPACE  TO CLIENTE-TIPO
               ELSE
                   MOVE WPED-CLIENTE TO CODIGO
                   READ CLIENTES
                       INVALID KEY
                           MOVE "CLIENTE NAO CADASTRADO" TO NOME
                           MOVE ZEROS TO CPF
                           MOVE SPACES TO ENDERECO CIDADE ESTADO
                           MOVE SPACE TO CLIENTE-TIPO
                   END-READ
               END-IF
               MOVE NOME     TO NF-NOME
               MOVE CPF      TO NF-CPF
               MOVE ENDERECO TO NF-ENDERECO
               MOVE CIDADE   TO NF-CIDADE
               MOVE ESTADO   TO NF-ESTADO
               IF CLIENTE-PJ
                   MOVE "J"              TO NF-TIPO-DOC
                   MOVE CLIENTE-CNPJ     TO NF-CNPJ
                   MOVE CLIENTE-IE       TO NF-IE
               ELSE
                   MOVE "F"              TO NF-TIPO-DOC
                   MOVE ZEROS            TO NF-CNPJ
                   MOVE SPACES           TO NF-IE
               END-IF
               MOVE ZERO TO WNF-TOT-IMP
               MOVE ZERO TO WNF-TOT-PROD
               PERFORM GRAVA-ITEM-NF
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               MOVE WNF-TOT-PROD TO NF-VALOR-PROD
               MOVE WNF-TOT-IMP  TO NF-VALOR-IMP
               MOVE ZERO         TO NF-VALOR-FRETE
               COMPUTE NF-VALOR-TOTAL = WNF-TOT-PROD + WNF-TOT-IMP
               MOVE "E" TO NF-STATUS
               WRITE REGISTRO-NOTAFIS
                   INVALID KEY
                       REWRITE REGISTRO-NOTAFIS
               END-WRITE
               MOVE SPACES TO WCHAVE-AUD
               STRING WNF-SERIE "/" WNF-NUMERO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "VENBAL01", "EMITIUNF", WCHAVE-AUD
               DISPLAY "NOTA FISCAL EMITIDA: " AT 2105
               DISPLAY NF-SERIE AT 2127
               DISPLAY "-" AT 2128
               DISPLAY NF-NUMERO AT 2129
               .
           GRAVA-ITEM-NF.
               MOVE WNF-SERIE             TO NI-SERIE
               MOVE WNF-NUMERO            TO NI-NUMERO
               MOVE IND1                  TO NI-LINHA
               MOVE TI-PRODUTO (IND1)     TO NI-PRODUTO
               MOVE TI-QUANTIDADE (IND1)  TO NI-QUANTIDADE
               MOVE TI-VALUNIT (IND1)     TO NI-VALUNIT
               MOVE TI-VALOR-LINHA (IND1) TO NI-VALOR-LINHA
               MOVE TI-IMPOSTO (IND1)     TO NI-IMPOSTO
               ADD NI-VALOR-LINHA TO WNF-TOT-PROD
               ADD NI-IMPOSTO TO WNF-TOT-IMP
               WRITE REGISTRO-NFITEM
                   INVALID KEY
                       REWRITE REGISTRO-NFITEM
               END-WRITE
               .
      *    CADA FORMA E UMA PARCELA JA QUITADA DO PEDIDO E UMA LINHA
      *    NO MOVIMENTO DO CAIXA DO DIA (MESMO REGISTRO DO RECEB001)
           GRAVA-RECEBIMENTO.
               MOVE WPED-CODIGO         TO CR-PEDIDO
               MOVE IND-PAG             TO CR-PARCELA
               MOVE WPED-CLIENTE        TO CR-CLIENTE
               MOVE WDATA-HOJE          TO CR-VENCIMENTO
               MOVE TP-VALOR (IND-PAG)  TO CR-VALOR
               MOVE TP-VALOR (IND-PAG)  TO CR-VALOR-PAGO
               MOVE WDATA-HOJE          TO CR-DATA-PGTO
               MOVE "P"                 TO CR-STATUS
               WRITE REGISTRO-CONTASREC
                   INVALID KEY
                       REWRITE REGISTRO-CONTASREC
               END-WRITE
               OPEN EXTEND MOVCAIXA
               IF FS-MOVCAIXA = "35"
                   OPEN OUTPUT MOVCAIXA
               END-IF
               MOVE WDATA-HOJE          TO MC-DATA
               MOVE TP-FORMA (IND-PAG)  TO MC-FORMA
               MOVE WPED-CODIGO         TO MC-PEDIDO
               MOVE IND-PAG             TO MC-PARCELA
               MOVE TP-VALOR (IND-PAG)  TO MC-VALOR
               MOVE WOPERADOR           TO MC-OPERADOR
               MOVE WFILIAL             TO MC-FILIAL
               WRITE LINHA-MOVCAIXA
               CLOSE MOVCAIXA
               MOVE CR-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "VENBAL01", "RECEBEU", WCHAVE-AUD
               .
       END PROGRAM VENBAL01.
