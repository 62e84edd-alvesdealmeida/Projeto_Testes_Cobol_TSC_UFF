      ******************************************************************
      *
      *     EDIPED01 - IMPORTACAO DE PEDIDOS DOS REPRESENTANTES E DA
      *     LOJA VIRTUAL (PEDEDI.TXT, LAYOUT FIXO DE 300 POSICOES)
      *     CADA PEDIDO VEM EM UM REGISTRO "0" (CABECALHO: VENDEDOR
      *     REMETENTE, NUMERO DO PEDIDO NO REMETENTE, CPF/CNPJ E
      *     DADOS DO CLIENTE), REGISTROS "1" (PRODUTO, QUANTIDADE NA
      *     UNIDADE DE ESTOQUE E PRECO UNITARIO) E UM REGISTRO "9"
      *     (QUANTIDADE DE ITENS E VALOR TOTAL ENVIADOS).
      *     O PEDIDO E ACEITO INTEIRO OU REJEITADO INTEIRO. CONFERE
      *     O TRAILER, A REPETICAO (PEDEXT.DAT GUARDA CADA PEDIDO DO
      *     REMETENTE JA IMPORTADO), O VENDEDOR, O CLIENTE PELO CPF
      *     OU CNPJ (MESCLADO SEGUE O SOBREVIVENTE, INATIVO E
      *     RECUSADO), CADA PRODUTO, O PRECO (LISTA DO CLIENTE,
      *     PROMOCAO E DESCONTO POR QUANTIDADE, COMO NO CADPED01), O
      *     ESTOQUE DISPONIVEL (ESTOQUE MENOS RESERVAS) E O LIMITE DE
      *     CREDITO. ACEITO, GRAVA PEDIDO.DAT/PEDITEM.DAT COM IMPOSTO
      *     E FRETE, RESERVA OS ITENS, GERA AS PARCELAS DO CONTAS A
      *     RECEBER E AUDITA. CLIENTE DESCONHECIDO COM DOCUMENTO
      *     VALIDO ENTRA COMO PRE-CADASTRO (SITUACAO "P", SEM LIMITE)
      *     PARA SER COMPLETADO NO CADASTR01.
      *     CADA MOTIVO DE REJEICAO VAI PARA PEDEXC.TXT E CADA PEDIDO
      *     GERA O RETORNO PEDACK-VVVV-NNNNNNNN.TXT PARA O REMETENTE.
      *     O CABECALHO TRAZ A FILIAL QUE ATENDE O PEDIDO (ZERO OU
      *     BRANCO = MATRIZ 01); FILIAL NAO CADASTRADA OU INATIVA
      *     REJEITA O PEDIDO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. EDIPED01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PEDEDI ASSIGN TO "PEDEDI.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDEDI.

           SELECT PEDEXC ASSIGN TO "PEDEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDEXC.

           SELECT PEDACK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDACK.

           SELECT PEDEXT ASSIGN TO "PEDEXT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PX-CHAVE
           FILE STATUS IS FS-PEDEXT.

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

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT CONDPG ASSIGN TO "CONDPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-CODIGO
           FILE STATUS IS FS-CONDPG.

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

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

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

           SELECT FRETE ASSIGN TO "FRETE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRT-CHAVE
           FILE STATUS IS FS-FRETE.

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
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    ARQUIVO DE PEDIDOS ENVIADO PELOS REMETENTES
       FD  PEDEDI.
       01  LINHA-PEDEDI.
           02 EDI-TIPO             PIC X.
               88 EDI-CABECALHO    VALUE "0".
               88 EDI-ITEM         VALUE "1".
               88 EDI-TRAILER      VALUE "9".
           02 EDI-DADOS            PIC X(299).
           02 EDI-CAB REDEFINES EDI-DADOS.
               03 EC-VENDEDOR      PIC 9(04).
               03 EC-PEDIDO-EXT    PIC 9(08).
               03 EC-DATA          PIC 9(08).
               03 EC-TIPO-PESSOA   PIC X.
               03 EC-DOCUMENTO     PIC 9(14).
               03 EC-NOME          PIC X(50).
               03 EC-ENDERECO      PIC X(50).
               03 EC-NUMERO        PIC 9(06).
               03 EC-BAIRRO        PIC X(30).
               03 EC-CIDADE        PIC X(30).
               03 EC-CEP           PIC X(08).
               03 EC-ESTADO        PIC AA.
               03 EC-EMAIL         PIC X(50).
               03 EC-TELEFONE      PIC X(15).
               03 EC-CONDPG        PIC 9(02).
               03 EC-FILIAL        PIC 9(02).
               03 FILLER           PIC X(19).
           02 EDI-ITM REDEFINES EDI-DADOS.
               03 EI-PRODUTO       PIC 9(06).
               03 EI-QUANTIDADE    PIC 9(04).
               03 EI-VALUNIT       PIC 9(6)V99.
               03 FILLER           PIC X(281).
           02 EDI-TRL REDEFINES EDI-DADOS.
               03 ET-QT-ITENS      PIC 9(04).
               03 ET-VALOR-TOTAL   PIC 9(10)V99.
               03 FILLER           PIC X(283).

      *    UMA LINHA POR MOTIVO DE REJEICAO (LINHA 00 = DO PEDIDO)
       FD  PEDEXC.
       01  LINHA-PEDEXC.
           02 EX-DATA              PIC 9(08).
           02 EX-VENDEDOR          PIC 9(04).
           02 EX-PEDIDO-EXT        PIC 9(08).
           02 EX-LINHA             PIC 9(02).
           02 EX-PRODUTO           PIC 9(06).
           02 EX-DOCUMENTO         PIC 9(14).
           02 EX-MOTIVO            PIC X(30).

      *    RETORNO DO PEDIDO PARA O REMETENTE: "0" SITUACAO DO
      *    PEDIDO, "1" CADA ITEM COM O PRECO APLICADO, "2" MOTIVOS
      *    DE REJEICAO DO PEDIDO
       FD  PEDACK
           VALUE OF FILE-ID IS WNOME-PEDACK.
       01  LINHA-PEDACK.
           02 AK-TIPO              PIC X.
           02 AK-DADOS             PIC X(79).
           02 AK-CAB REDEFINES AK-DADOS.
               03 AK-VENDEDOR      PIC 9(04).
               03 AK-PEDIDO-EXT    PIC 9(08).
               03 AK-DATA          PIC 9(08).
               03 AK-SITUACAO      PIC X.
               03 AK-PEDIDO        PIC 9(06).
               03 AK-CLIENTE       PIC 9(06).
               03 AK-VALOR-ITENS   PIC 9(8)V99.
               03 AK-FRETE         PIC 9(6)V99.
               03 AK-VALOR-TOTAL   PIC 9(8)V99.
               03 FILLER           PIC X(18).
           02 AK-ITM REDEFINES AK-DADOS.
               03 AK-LINHA         PIC 9(02).
               03 AK-PRODUTO       PIC 9(06).
               03 AK-QUANTIDADE    PIC 9(04).
               03 AK-PRECO-ENVIADO PIC 9(6)V99.
               03 AK-PRECO-APLIC   PIC 9(6)V99.
               03 AK-MOTIVO-ITEM   PIC X(30).
               03 FILLER           PIC X(21).
           02 AK-MOT REDEFINES AK-DADOS.
               03 AK-MOTIVO        PIC X(30).
               03 FILLER           PIC X(49).

      *    PEDIDOS DOS REMETENTES JA PROCESSADOS - O ACEITO NAO E
      *    IMPORTADO DE NOVO; O REJEITADO PODE SER REENVIADO
       FD  PEDEXT.
       01  REGISTRO-PEDEXT.
           02 PX-CHAVE.
               03 PX-VENDEDOR      PIC 9(04).
               03 PX-PEDIDO-EXT    PIC 9(08).
           02 PX-DATA              PIC 9(08).
           02 PX-PEDIDO            PIC 9(06).
           02 PX-SITUACAO          PIC X.
               88 PX-ACEITO        VALUE "A".
               88 PX-REJEITADO     VALUE "R".
           02 PX-MOTIVO            PIC X(30).

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
           02 PED-DATA-FATUR   PIC 9(08).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
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

       FD  CONDPG.
       01  REGISTRO-CONDPG.
           02 CD-CODIGO      PIC 9(02).
           02 CD-DESCRICAO   PIC X(20).
           02 CD-PCT-ENTRADA PIC 99V99.
           02 CD-QT-PARCELAS PIC 9(02).
           02 CD-INTERVALO   PIC 9(03).

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
               88 CLIENTE-ATIVO        VALUE "A" "a".
               88 CLIENTE-INATIVO      VALUE "I" "i".
               88 CLIENTE-PRE-CADASTRO VALUE "P" "p".
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
           02 CLIENTE-TIPO     PIC X.
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

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

       FD  TAXAIMP.
       01  REGISTRO-TAXAIMP.
           02 TX-CHAVE.
               03 TX-TIPO   PIC 9(01).
               03 TX-ESTADO PIC AA.
           02 TX-ALIQUOTA   PIC 99V99.

       FD  LISTAPRE.
       01  REGISTRO-LISTAPRE.
           02 LP-CHAVE.
               03 LP-LISTA   PIC 9(02).
               03 LP-PRODUTO PIC 9(06).
           02 LP-PRECO       PIC 9(6)V99.
           02 LP-VIG-INI     PIC 9(08).
           02 LP-VIG-FIM     PIC 9(08).

       FD  FRETE.
       01  REGISTRO-FRETE.
           02 FRT-CHAVE.
               03 FRT-TIPO    PIC X(01).
               03 FRT-DESTINO PIC X(30).
           02 FRT-VALOR-FIXO  PIC 9(6)V99.
           02 FRT-PCT         PIC 99V99.

       FD  PROMOCAO.
       01  REGISTRO-PROMOCAO.
           02 PM-CODIGO        PIC 9(06).
           02 PM-DESCRICAO     PIC X(30).
           02 PM-ALVO-CHAVE.
               03 PM-ALVO      PIC X.
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

       FD  PEDPROM.
       01  REGISTRO-PEDPROM.
           02 PP-CHAVE.
               03 PP-PEDIDO    PIC 9(06).
               03 PP-LINHA     PIC 9(02).
           02 PP-PROMOCAO      PIC 9(06).
           02 PP-QUANTIDADE    PIC 9(04).
           02 PP-PRECO-NORMAL  PIC 9(6)V99.
           02 PP-PRECO-PROMO   PIC 9(6)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-PEDEDI      PIC XX VALUE SPACES.
       77  FS-PEDEXC      PIC XX VALUE SPACES.
       77  FS-PEDACK      PIC XX VALUE SPACES.
       77  WNOME-PEDACK   PIC X(30) VALUE SPACES.
       01  FS-PEDEXT.
           02 FS-PEDEXT-1 PIC 9.
           02 FS-PEDEXT-2 PIC 9.
           02 FS-PEDEXT-R REDEFINES FS-PEDEXT-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEN-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CONDPG.
           02 FS-CONDPG-1 PIC 9.
           02 FS-CONDPG-2 PIC 9.
           02 FS-CONDPG-R REDEFINES FS-CONDPG-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-TAXAIMP.
           02 FS-TAXAIMP-1 PIC 9.
           02 FS-TAXAIMP-2 PIC 9.
           02 FS-TAXAIMP-R REDEFINES FS-TAXAIMP-2 PIC 99 COMP-X.
       01  FS-LISTAPRE.
           02 FS-LISTAPRE-1 PIC 9.
           02 FS-LISTAPRE-2 PIC 9.
           02 FS-LISTAPRE-R REDEFINES FS-LISTAPRE-2 PIC 99 COMP-X.
       01  FS-FRETE.
           02 FS-FRETE-1 PIC 9.
           02 FS-FRETE-2 PIC 9.
           02 FS-FRETE-R REDEFINES FS-FRETE-2 PIC 99 COMP-X.
       01  FS-PROMOCAO.
           02 FS-PROMOCAO-1 PIC 9.
           02 FS-PROMOCAO-2 PIC 9.
           02 FS-PROMOCAO-R REDEFINES FS-PROMOCAO-2 PIC 99 COMP-X.
       01  FS-PEDPROM.
           02 FS-PEDPROM-1 PIC 9.
           02 FS-PEDPROM-2 PIC 9.
           02 FS-PEDPROM-R REDEFINES FS-PEDPROM-2 PIC 99 COMP-X.

       77  WOPERADOR      PIC X(10) VALUE "EDIPED01".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
      *    CABECALHO DO PEDIDO EM LEITURA
       77  WEM-PEDIDO     PIC X VALUE "N".
       01  WCAB.
           02 WCAB-VENDEDOR      PIC 9(04).
           02 WCAB-PEDIDO-EXT    PIC 9(08).
           02 WCAB-DATA          PIC 9(08).
           02 WCAB-TIPO-PESSOA   PIC X.
           02 WCAB-DOCUMENTO     PIC 9(14).
           02 WCAB-NOME          PIC X(50).
           02 WCAB-ENDERECO      PIC X(50).
           02 WCAB-NUMERO        PIC 9(06).
           02 WCAB-BAIRRO        PIC X(30).
           02 WCAB-CIDADE        PIC X(30).
           02 WCAB-CEP           PIC X(08).
           02 WCAB-ESTADO        PIC AA.
           02 WCAB-EMAIL         PIC X(50).
           02 WCAB-TELEFONE      PIC X(15).
           02 WCAB-CONDPG        PIC 9(02).
           02 WCAB-FILIAL        PIC 9(02).
           02 FILLER             PIC X(19).
      *    ITENS DO PEDIDO EM LEITURA (ATE 20 LINHAS, COMO NO CADPED01)
       01  TAB-ITENS.
           02 TI-ITEM OCCURS 20 TIMES.
               03 TI-PRODUTO      PIC 9(06).
               03 TI-QUANTIDADE   PIC 9(04).
               03 TI-PRECO-ENV    PIC 9(6)V99.
               03 TI-VALUNIT      PIC 9(6)V99.
               03 TI-PRECO-LIQ    PIC 9(6)V99.
               03 TI-VALOR-LINHA  PIC 9(8)V99.
               03 TI-DESCONTO     PIC 9(6)V99.
               03 TI-IMPOSTO      PIC 9(6)V99.
               03 TI-PROMOCAO     PIC 9(06).
               03 TI-PRECO-NORMAL PIC 9(6)V99.
               03 TI-MOTIVO       PIC X(30).
       77  WQT-ITENS       PIC 9(04) VALUE ZERO.
       77  WLINHA          PIC 9(02) VALUE ZERO.
       77  IND1            PIC 9(02) VALUE ZERO.
       77  WQT-LINHAS      PIC 9(02) VALUE ZERO.
      *    MOTIVOS DE REJEICAO DO PEDIDO
       01  TAB-MOTIVOS.
           02 TM-MOTIVO PIC X(30) OCCURS 10 TIMES.
       77  QT-MOTIVOS      PIC 9(02) VALUE ZERO.
       77  IND-MOT         PIC 9(02) VALUE ZERO.
       77  WMOTIVO         PIC X(30) VALUE SPACES.
       77  WMOT-LINHA      PIC 9(02) VALUE ZERO.
      *    FILIAL DO PEDIDO (BUSCA-FILIAL)
       77  WPED-FILIAL     PIC 9(02) VALUE 01.
       77  WTIPO-FIL       PIC X     VALUE "F".
       77  WCHAVE-FIL      PIC X(10) VALUE SPACES.
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       77  WMOT-PRODUTO    PIC 9(06) VALUE ZERO.
       77  WTOTAL-ENVIADO  PIC 9(10)V99 VALUE ZERO.
      *    CLIENTE DO PEDIDO
       77  WPRE-CADASTRO   PIC X VALUE "N".
       77  WPED-CLIENTE    PIC 9(06) VALUE ZERO.
       77  WLISTA-CLI      PIC 9(02) VALUE ZERO.
       77  WESTADO-CLI     PIC AA VALUE SPACES.
       77  WCIDADE-CLI     PIC X(30) VALUE SPACES.
       77  WCEP-CLI        PIC X(08) VALUE SPACES.
       77  WLIMITE-CRED    PIC 9(8)V99 VALUE ZERO.
       77  WEXPOSICAO      PIC 9(10)V99 VALUE ZERO.
       77  WENT-CLIENTE    PIC X(10) VALUE "CLIENTE".
       77  WCLI-CODIGO     PIC 9(06) VALUE ZERO.
       77  WCLI-LIVRE      PIC X VALUE "N".
      *    VALIDACAO DO DOCUMENTO (CPFVALID / CNPJVALID)
       77  WCPF            PIC 9(11) VALUE ZERO.
       77  WCNPJ           PIC 9(14) VALUE ZERO.
       77  WDOC-D1         PIC 9 VALUE ZERO.
       77  WDOC-D2         PIC 9 VALUE ZERO.
       77  WDOC-VALIDO     PIC X VALUE "N".
      *    PRECO E PROMOCAO (MESMAS REGRAS DO CADPED01)
       77  WPRM-ARQ        PIC X VALUE "N".
       77  WPRM-CHAVE      PIC X(07) VALUE SPACES.
       77  WPRM-TIPO       PIC 9(01) VALUE ZERO.
       77  WPRM-MELHOR     PIC 9(06) VALUE ZERO.
       77  WPRM-PRECO      PIC 9(6)V99 VALUE ZERO.
       77  WPRM-CANDIDATO  PIC 9(6)V99 VALUE ZERO.
       77  WPRM-USADO      PIC 9(08) VALUE ZERO.
       77  WPRECO-PISO     PIC 9(6)V99 VALUE ZERO.
       77  WDESC-TOT-PCT   PIC 9(03)V99 VALUE ZERO.
       77  WVALOR-BRUTO    PIC 9(8)V99 VALUE ZERO.
       77  WDESC-LINHA     PIC 9(8)V99 VALUE ZERO.
       77  WALIQUOTA       PIC 99V99 VALUE ZERO.
       77  WDIF-PRECO      PIC S9(6)V99 VALUE ZERO.
      *    ESTOQUE DISPONIVEL = ESTOQUE - RESERVAS DOS PEDIDOS
       77  WRESERVADO      PIC 9(06) VALUE ZERO.
       77  WDISPONIVEL     PIC S9(07) VALUE ZERO.
       77  WQTD-PRODUTO    PIC 9(07) VALUE ZERO.
       77  WRES-ACAO       PIC X VALUE SPACE.
       77  WRES-QTDE       PIC 9(06) VALUE ZERO.
      *    PEDIDO GERADO
       77  WENTIDADE       PIC X(10) VALUE "PEDIDO".
       77  WPED-CODIGO     PIC 9(06) VALUE ZERO.
       77  WNUMERO-LIVRE   PIC X VALUE "N".
       77  WTENTATIVAS     PIC 9(02) VALUE ZERO.
       77  WVALOR-ITENS    PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-TOTAL    PIC 9(8)V99 VALUE ZERO.
       77  WFRETE          PIC 9(6)V99 VALUE ZERO.
       77  WFRETE-ACHOU    PIC X VALUE "N".
      *    PARCELAS (MESMO CALCULO DO CADPED01 / GERCTR01)
       77  WCOND-OK        PIC X VALUE "N".
       77  WNUM-PARC       PIC 9(02) VALUE ZERO.
       77  IND-COND        PIC 9(02) VALUE ZERO.
       77  WVALOR-PARCELA  PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-ENTRADA  PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-ACUM     PIC 9(8)V99 VALUE ZERO.
       77  WDIAS-PRAZO     PIC S9(5) VALUE ZERO.
       77  WVENCIMENTO     PIC 9(08) VALUE ZERO.
      *    TOTAIS DO RESUMO
       77  QT-LIDOS        PIC 9(05) VALUE ZERO.
       77  QT-PEDIDOS      PIC 9(04) VALUE ZERO.
       77  QT-ACEITOS      PIC 9(04) VALUE ZERO.
       77  QT-REJEITADOS   PIC 9(04) VALUE ZERO.
       77  QT-PRE-CADASTRO PIC 9(04) VALUE ZERO.
       77  QT-EXCECOES     PIC 9(05) VALUE ZERO.
       77  WT-ACEITO       PIC 9(10)V99 VALUE ZERO.
       77  WED-VALOR       PIC Z(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-ARQUIVO THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "IMPORTACAO DE PEDIDOS (PEDEDI.TXT) " WDATA-SISTEMA
           OPEN INPUT PEDEDI
           OPEN OUTPUT PEDEXC
           OPEN I-O PEDEXT
           IF FS-PEDEXT = "35"
               OPEN OUTPUT PEDEXT
               CLOSE PEDEXT
               OPEN I-O PEDEXT
           END-IF
           OPEN I-O PEDIDOS
           OPEN I-O PEDITENS
           OPEN I-O CONTASREC
           IF FS-CONTASREC = "35"
               OPEN OUTPUT CONTASREC
               CLOSE CONTASREC
               OPEN I-O CONTASREC
           END-IF
           OPEN INPUT CONDPG
           OPEN I-O CLIENTES
           OPEN INPUT VENDEDORES
           OPEN INPUT ARQ1
           OPEN INPUT TAXAIMP
           OPEN INPUT LISTAPRE
           OPEN INPUT FRETE
           OPEN INPUT PROMOCAO
           IF FS-PROMOCAO = "00"
               MOVE "S" TO WPRM-ARQ
           END-IF
           OPEN I-O PEDPROM
           IF FS-PEDPROM = "35"
               OPEN OUTPUT PEDPROM
               CLOSE PEDPROM
               OPEN I-O PEDPROM
           END-IF
           .
      *----------------------------------------------------------------*
      *    LEITURA DO ARQUIVO: O CABECALHO ABRE O PEDIDO, OS ITENS
      *    SAO ACUMULADOS E O TRAILER FECHA E PROCESSA. PEDIDO SEM
      *    TRAILER (NOVO CABECALHO OU FIM DO ARQUIVO) E REJEITADO;
      *    REGISTRO FORA DE PEDIDO SO VAI PARA AS EXCECOES.
      *----------------------------------------------------------------*
       2000-PROCESSA-ARQUIVO.
           IF FS-PEDEDI NOT = "00"
               DISPLAY "ARQUIVO PEDEDI.TXT NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-REGISTRO
           PERFORM 2200-TRATA-REGISTRO
               UNTIL FS-PEDEDI NOT = "00"
           IF WEM-PEDIDO = "S"
               PERFORM 2700-PEDIDO-SEM-TRAILER
           END-IF
       2000-EXIT.
           EXIT.
       2100-LE-REGISTRO.
           READ PEDEDI
               AT END
                   MOVE "10" TO FS-PEDEDI
           END-READ
           IF FS-PEDEDI = "00"
               ADD 1 TO QT-LIDOS
           END-IF
           .
       2200-TRATA-REGISTRO.
           EVALUATE TRUE
               WHEN EDI-CABECALHO
                   PERFORM 2300-ABRE-PEDIDO
               WHEN EDI-ITEM
                   PERFORM 2400-ACUMULA-ITEM
               WHEN EDI-TRAILER
                   PERFORM 2500-FECHA-PEDIDO
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO" TO WMOTIVO
                   PERFORM 2600-REGISTRO-AVULSO
           END-EVALUATE
           PERFORM 2100-LE-REGISTRO
           .
       2300-ABRE-PEDIDO.
           IF WEM-PEDIDO = "S"
               PERFORM 2700-PEDIDO-SEM-TRAILER
           END-IF
           MOVE EDI-CAB TO WCAB
           MOVE ZERO TO WQT-ITENS
           MOVE ZERO TO WTOTAL-ENVIADO
           MOVE ZERO TO QT-MOTIVOS
           INITIALIZE TAB-ITENS
           MOVE "S" TO WEM-PEDIDO
           .
       2400-ACUMULA-ITEM.
           IF WEM-PEDIDO NOT = "S"
               MOVE "ITEM FORA DE PEDIDO" TO WMOTIVO
               PERFORM 2600-REGISTRO-AVULSO
           ELSE
               ADD 1 TO WQT-ITENS
               COMPUTE WTOTAL-ENVIADO = WTOTAL-ENVIADO +
                   EI-QUANTIDADE * EI-VALUNIT
               IF WQT-ITENS NOT > 20
                   MOVE EI-PRODUTO    TO TI-PRODUTO (WQT-ITENS)
                   MOVE EI-QUANTIDADE TO TI-QUANTIDADE (WQT-ITENS)
                   MOVE EI-VALUNIT    TO TI-PRECO-ENV (WQT-ITENS)
               END-IF
           END-IF
           .
       2500-FECHA-PEDIDO.
           IF WEM-PEDIDO NOT = "S"
               MOVE "TRAILER FORA DE PEDIDO" TO WMOTIVO
               PERFORM 2600-REGISTRO-AVULSO
           ELSE
               ADD 1 TO QT-PEDIDOS
               PERFORM 3000-PROCESSA-PEDIDO THRU 3000-EXIT
               MOVE "N" TO WEM-PEDIDO
           END-IF
           .
       2600-REGISTRO-AVULSO.
           MOVE WDATA-SISTEMA TO EX-DATA
           MOVE ZERO          TO EX-VENDEDOR
           MOVE ZERO          TO EX-PEDIDO-EXT
           MOVE ZERO          TO EX-LINHA
           MOVE ZERO          TO EX-PRODUTO
           MOVE ZERO          TO EX-DOCUMENTO
           MOVE WMOTIVO       TO EX-MOTIVO
           WRITE LINHA-PEDEXC
           ADD 1 TO QT-EXCECOES
           DISPLAY "REGISTRO " QT-LIDOS " IGNORADO - " WMOTIVO
           .
       2700-PEDIDO-SEM-TRAILER.
           ADD 1 TO QT-PEDIDOS
           MOVE "PEDIDO SEM TRAILER" TO WMOTIVO
           PERFORM 3900-REGISTRA-MOTIVO
           PERFORM 3800-REJEITA-PEDIDO
           MOVE "N" TO WEM-PEDIDO
           .
      *----------------------------------------------------------------*
      *    VALIDACAO DO PEDIDO. FALHA NO TRAILER, REPETICAO,
      *    VENDEDOR, QUANTIDADE DE LINHAS OU CLIENTE REJEITA SEM
      *    OLHAR OS ITENS; NOS ITENS TODOS OS PROBLEMAS SAO
      *    APONTADOS DE UMA VEZ; O CREDITO E O ULTIMO TESTE.
      *----------------------------------------------------------------*
       3000-PROCESSA-PEDIDO.
           IF ET-QT-ITENS NOT = WQT-ITENS OR
              ET-VALOR-TOTAL NOT = WTOTAL-ENVIADO
               MOVE "TRAILER NAO CONFERE" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
               PERFORM 3800-REJEITA-PEDIDO
               GO TO 3000-EXIT
           END-IF
           MOVE WCAB-VENDEDOR   TO PX-VENDEDOR
           MOVE WCAB-PEDIDO-EXT TO PX-PEDIDO-EXT
           READ PEDEXT
               INVALID KEY
                   MOVE "23" TO FS-PEDEXT
           END-READ
           IF FS-PEDEXT = "00" AND PX-ACEITO
               MOVE PX-PEDIDO TO WPED-CODIGO
               MOVE "PEDIDO JA IMPORTADO" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
               PERFORM 3800-REJEITA-PEDIDO
               GO TO 3000-EXIT
           END-IF
           MOVE WCAB-VENDEDOR TO V-CODIGO
           READ VENDEDORES
               INVALID KEY
                   MOVE SPACE TO V-TIPO
           END-READ
           IF V-TIPO NOT = "V" AND V-TIPO NOT = "v"
               MOVE "VENDEDOR INVALIDO" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
           END-IF
           IF WQT-ITENS = ZERO
               MOVE "PEDIDO SEM ITENS" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
           END-IF
           IF WQT-ITENS > 20
               MOVE "MAIS DE 20 ITENS" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
           END-IF
           IF WCAB-FILIAL NUMERIC
               MOVE WCAB-FILIAL TO WPED-FILIAL
           ELSE
               MOVE ZERO TO WPED-FILIAL
           END-IF
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
               WPED-FILIAL, WDADOS-FILIAL
           IF WFIL-RESULTADO NOT = "S"
               MOVE "FILIAL INVALIDA" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
           END-IF
           IF QT-MOTIVOS = ZERO
               PERFORM 3200-LOCALIZA-CLIENTE THRU 3200-EXIT
           END-IF
           IF QT-MOTIVOS > ZERO
               PERFORM 3800-REJEITA-PEDIDO
               GO TO 3000-EXIT
           END-IF
           MOVE WQT-ITENS TO WQT-LINHAS
           MOVE ZERO TO WVALOR-ITENS
           PERFORM 3300-VALIDA-ITEM THRU 3300-EXIT
               VARYING WLINHA FROM 1 BY 1
               UNTIL WLINHA > WQT-LINHAS
           IF QT-MOTIVOS > ZERO
               PERFORM 3800-REJEITA-PEDIDO
               GO TO 3000-EXIT
           END-IF
           MOVE WVALOR-ITENS TO WVALOR-TOTAL
           PERFORM 3500-CALCULA-FRETE
      *    LIMITE ZERO = SEM LIMITE DEFINIDO, COMO NO CADPED01
           IF WLIMITE-CRED > ZERO
               PERFORM 3400-CALCULA-EXPOSICAO
               IF WEXPOSICAO + WVALOR-TOTAL > WLIMITE-CRED
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO WMOTIVO
                   PERFORM 3900-REGISTRA-MOTIVO
                   PERFORM 3800-REJEITA-PEDIDO
                   GO TO 3000-EXIT
               END-IF
           END-IF
           PERFORM 4000-GRAVA-PEDIDO THRU 4000-EXIT
           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CLIENTE PELO CPF (PESSOA FISICA) OU CNPJ (JURIDICA) DO
      *    CABECALHO. NAO ACHADO, O PRE-CADASTRO SO E GRAVADO SE O
      *    PEDIDO FOR ACEITO (4100-GRAVA-PRE-CADASTRO).
      *----------------------------------------------------------------*
       3200-LOCALIZA-CLIENTE.
           MOVE "N" TO WPRE-CADASTRO
           MOVE "N" TO WDOC-VALIDO
           IF WCAB-TIPO-PESSOA = "J" OR WCAB-TIPO-PESSOA = "j"
               MOVE "J" TO WCAB-TIPO-PESSOA
               MOVE WCAB-DOCUMENTO TO WCNPJ
               CALL "CNPJVALID" USING WCNPJ, WDOC-D1, WDOC-D2,
                   WDOC-VALIDO
           ELSE
               MOVE "F" TO WCAB-TIPO-PESSOA
               MOVE WCAB-DOCUMENTO TO WCPF
               IF WCAB-DOCUMENTO (1:3) = "000"
                   CALL "CPFVALID" USING WCPF, WDOC-D1, WDOC-D2,
                       WDOC-VALIDO
               END-IF
           END-IF
           IF WDOC-VALIDO NOT = "S"
               MOVE "CPF/CNPJ INVALIDO" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
               GO TO 3200-EXIT
           END-IF
           IF WCAB-TIPO-PESSOA = "J"
               MOVE WCNPJ TO CLIENTE-CNPJ
               READ CLIENTES KEY IS CLIENTE-CNPJ
                   INVALID KEY
                       MOVE "23" TO FS-CLIENTES
               END-READ
           ELSE
               MOVE WCPF TO CPF
               READ CLIENTES KEY IS CPF
                   INVALID KEY
                       MOVE "23" TO FS-CLIENTES
               END-READ
           END-IF
           IF FS-CLIENTES NOT = "00"
               MOVE "S"          TO WPRE-CADASTRO
               MOVE ZERO         TO WPED-CLIENTE
               MOVE ZERO         TO WLISTA-CLI
               MOVE ZERO         TO WLIMITE-CRED
               MOVE WCAB-ESTADO  TO WESTADO-CLI
               MOVE WCAB-CIDADE  TO WCIDADE-CLI
               MOVE WCAB-CEP     TO WCEP-CLI
               GO TO 3200-EXIT
           END-IF
           IF CLIENTE-DESTINO > ZERO
               MOVE CLIENTE-DESTINO TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE MESCLADO SEM DESTINO" TO WMOTIVO
                       PERFORM 3900-REGISTRA-MOTIVO
                       GO TO 3200-EXIT
               END-READ
           END-IF
           IF CLIENTE-INATIVO
               MOVE "CLIENTE INATIVO" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
               GO TO 3200-EXIT
           END-IF
           MOVE CODIGO         TO WPED-CLIENTE
           MOVE CLIENTE-LISTA  TO WLISTA-CLI
           MOVE LIMITE-CREDITO TO WLIMITE-CRED
           MOVE ESTADO         TO WESTADO-CLI
           MOVE CIDADE         TO WCIDADE-CLI
           MOVE CEP            TO WCEP-CLI
           .
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ITEM: PRODUTO, QUANTIDADE, PRECO E ESTOQUE. O PRECO
      *    ENVIADO TEM DE CONFERIR (ATE 1 CENTAVO) COM O PRECO
      *    LIQUIDO UNITARIO QUE O CADPED01 COBRARIA HOJE.
      *----------------------------------------------------------------*
       3300-VALIDA-ITEM.
           MOVE SPACES TO TI-MOTIVO (WLINHA)
           MOVE TI-PRODUTO (WLINHA) TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO TI-MOTIVO (WLINHA)
                   PERFORM 3390-MOTIVO-ITEM
                   GO TO 3300-EXIT
           END-READ
           IF TI-QUANTIDADE (WLINHA) = ZERO
               MOVE "QUANTIDADE ZERADA" TO TI-MOTIVO (WLINHA)
               PERFORM 3390-MOTIVO-ITEM
               GO TO 3300-EXIT
           END-IF
           PERFORM 3310-RESOLVE-PRECO-LISTA
           PERFORM 3320-APLICA-PROMOCAO THRU 3320-EXIT
           PERFORM 3350-APLICA-DESCONTO
           ADD TI-VALOR-LINHA (WLINHA) TO WVALOR-ITENS
           COMPUTE WDIF-PRECO =
               TI-PRECO-ENV (WLINHA) - TI-PRECO-LIQ (WLINHA)
           IF WDIF-PRECO > 0.01 OR WDIF-PRECO < -0.01
               MOVE "PRECO DIVERGENTE" TO TI-MOTIVO (WLINHA)
               PERFORM 3390-MOTIVO-ITEM
               GO TO 3300-EXIT
           END-IF
           PERFORM 3360-VERIFICA-ESTOQUE
           .
       3300-EXIT.
           EXIT.
       3310-RESOLVE-PRECO-LISTA.
           MOVE FD-VALUNIT TO TI-VALUNIT (WLINHA)
           IF WLISTA-CLI > ZERO AND FS-LISTAPRE = "00"
               MOVE WLISTA-CLI TO LP-LISTA
               MOVE TI-PRODUTO (WLINHA) TO LP-PRODUTO
               READ LISTAPRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WDATA-SISTEMA NOT < LP-VIG-INI AND
                          WDATA-SISTEMA NOT > LP-VIG-FIM
                           MOVE LP-PRECO TO TI-VALUNIT (WLINHA)
                       END-IF
               END-READ
           END-IF
           .
       3320-APLICA-PROMOCAO.
           MOVE ZERO TO TI-PROMOCAO (WLINHA)
           MOVE TI-VALUNIT (WLINHA) TO TI-PRECO-NORMAL (WLINHA)
           IF WPRM-ARQ NOT = "S"
               GO TO 3320-EXIT
           END-IF
           MOVE TI-VALUNIT (WLINHA) TO WPRM-PRECO
           MOVE ZERO TO WPRM-MELHOR
           MOVE FD-TIPO TO WPRM-TIPO
           MOVE "P" TO PM-ALVO
           MOVE TI-PRODUTO (WLINHA) TO PM-ALVO-COD
           PERFORM 3330-PROCURA-PROMOCOES
           MOVE "T" TO PM-ALVO
           MOVE WPRM-TIPO TO PM-ALVO-COD
           PERFORM 3330-PROCURA-PROMOCOES
           IF WPRM-MELHOR = ZERO
               GO TO 3320-EXIT
           END-IF
           COMPUTE WPRECO-PISO ROUNDED = FD-CUSTO-MEDIO *
               (1 + FD-MARGEM-MIN / 100)
           IF WPRM-PRECO < WPRECO-PISO
               IF TI-VALUNIT (WLINHA) NOT > WPRECO-PISO
                   GO TO 3320-EXIT
               END-IF
               MOVE WPRECO-PISO TO WPRM-PRECO
           END-IF
           MOVE WPRM-PRECO  TO TI-VALUNIT (WLINHA)
           MOVE WPRM-MELHOR TO TI-PROMOCAO (WLINHA)
           .
       3320-EXIT.
           EXIT.
       3330-PROCURA-PROMOCOES.
           MOVE PM-ALVO-CHAVE TO WPRM-CHAVE
           START PROMOCAO KEY IS EQUAL TO PM-ALVO-CHAVE
               INVALID KEY
                   MOVE "23" TO FS-PROMOCAO
           END-START
           IF FS-PROMOCAO = "00"
               PERFORM 3335-LE-PROXIMA-PROMOCAO
           END-IF
           PERFORM 3340-AVALIA-PROMOCAO
               UNTIL FS-PROMOCAO NOT = "00"
           MOVE "00" TO FS-PROMOCAO
           .
       3335-LE-PROXIMA-PROMOCAO.
           READ PROMOCAO NEXT RECORD
               AT END
                   MOVE "10" TO FS-PROMOCAO
           END-READ
           IF FS-PROMOCAO = "00" AND PM-ALVO-CHAVE NOT = WPRM-CHAVE
               MOVE "10" TO FS-PROMOCAO
           END-IF
           .
       3340-AVALIA-PROMOCAO.
           IF PM-ATIVA AND WDATA-SISTEMA NOT < PM-VIG-INI AND
              WDATA-SISTEMA NOT > PM-VIG-FIM AND
              (PM-LISTA = ZERO OR PM-LISTA = WLISTA-CLI)
               IF PM-PRECO-FIXO
                   MOVE PM-PRECO TO WPRM-CANDIDATO
               ELSE
                   COMPUTE WPRM-CANDIDATO ROUNDED =
                       TI-PRECO-NORMAL (WLINHA) * (1 - PM-PCT / 100)
               END-IF
               IF WPRM-CANDIDATO < WPRM-PRECO
                   MOVE ZERO TO WPRM-USADO
                   IF PM-QTD-LIMITE > ZERO
                       PERFORM 3345-CONTA-USO-PROMOCAO
                   END-IF
                   IF PM-QTD-LIMITE = ZERO OR
                      WPRM-USADO + TI-QUANTIDADE (WLINHA) NOT >
                      PM-QTD-LIMITE
                       MOVE WPRM-CANDIDATO TO WPRM-PRECO
                       MOVE PM-CODIGO TO WPRM-MELHOR
                   END-IF
               END-IF
           END-IF
           PERFORM 3335-LE-PROXIMA-PROMOCAO
           .
      *    UNIDADES JA COMPROMETIDAS NA CAMPANHA: OUTROS PEDIDOS MAIS
      *    AS LINHAS ANTERIORES DESTE
       3345-CONTA-USO-PROMOCAO.
           MOVE PM-CODIGO TO PP-PROMOCAO
           START PEDPROM KEY IS EQUAL TO PP-PROMOCAO
               INVALID KEY
                   MOVE "23" TO FS-PEDPROM
           END-START
           IF FS-PEDPROM = "00"
               PERFORM 3346-LE-PROXIMA-PEDPROM
           END-IF
           PERFORM 3347-SOMA-USO-PEDPROM
               UNTIL FS-PEDPROM NOT = "00"
           MOVE "00" TO FS-PEDPROM
           PERFORM 3348-SOMA-USO-LINHA
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 NOT < WLINHA
           .
       3346-LE-PROXIMA-PEDPROM.
           READ PEDPROM NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDPROM
           END-READ
           IF FS-PEDPROM = "00" AND PP-PROMOCAO NOT = PM-CODIGO
               MOVE "10" TO FS-PEDPROM
           END-IF
           .
       3347-SOMA-USO-PEDPROM.
           ADD PP-QUANTIDADE TO WPRM-USADO
           PERFORM 3346-LE-PROXIMA-PEDPROM
           .
       3348-SOMA-USO-LINHA.
           IF TI-PROMOCAO (IND1) = PM-CODIGO
               ADD TI-QUANTIDADE (IND1) TO WPRM-USADO
           END-IF
           .
      *    DESCONTO POR QUANTIDADE DO PRODUTO E IMPOSTO DA LINHA -
      *    DESCONTO DIGITADO SO EXISTE NO CADPED01 (COM SUPERVISOR)
       3350-APLICA-DESCONTO.
           MOVE ZERO TO WDESC-TOT-PCT
           IF FD-DESC-QTDE > ZERO AND
              TI-QUANTIDADE (WLINHA) NOT < FD-DESC-QTDE
               MOVE FD-DESC-PCT TO WDESC-TOT-PCT
           END-IF
           COMPUTE WVALOR-BRUTO =
               TI-QUANTIDADE (WLINHA) * TI-VALUNIT (WLINHA)
           COMPUTE WDESC-LINHA ROUNDED =
               WVALOR-BRUTO * WDESC-TOT-PCT / 100
           MOVE WDESC-LINHA TO TI-DESCONTO (WLINHA)
           COMPUTE TI-VALOR-LINHA (WLINHA) = WVALOR-BRUTO - WDESC-LINHA
           COMPUTE TI-PRECO-LIQ (WLINHA) ROUNDED =
               TI-VALOR-LINHA (WLINHA) / TI-QUANTIDADE (WLINHA)
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
      *    DISPONIVEL = ESTOQUE - RESERVAS (ESTMOV01); LINHAS DO MESMO
      *    PRODUTO NO PEDIDO SOMAM ATE A LINHA ATUAL
       3360-VERIFICA-ESTOQUE.
           CALL "SALDO-RESERVA" USING TI-PRODUTO (WLINHA), WRESERVADO
           COMPUTE WDISPONIVEL = FD-QTD-ESTOQUE - WRESERVADO
           MOVE ZERO TO WQTD-PRODUTO
           PERFORM 3365-SOMA-MESMO-PRODUTO
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > WLINHA
           IF WQTD-PRODUTO > WDISPONIVEL
               MOVE "ESTOQUE INSUFICIENTE" TO TI-MOTIVO (WLINHA)
               PERFORM 3390-MOTIVO-ITEM
           END-IF
           .
       3365-SOMA-MESMO-PRODUTO.
           IF TI-PRODUTO (IND1) = TI-PRODUTO (WLINHA)
               ADD TI-QUANTIDADE (IND1) TO WQTD-PRODUTO
           END-IF
           .
       3390-MOTIVO-ITEM.
           MOVE TI-MOTIVO (WLINHA)  TO WMOTIVO
           MOVE WLINHA              TO WMOT-LINHA
           MOVE TI-PRODUTO (WLINHA) TO WMOT-PRODUTO
           PERFORM 3950-GRAVA-EXCECAO
           IF QT-MOTIVOS = ZERO
               MOVE "ITEM REJEITADO" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
      *    EXPOSICAO EM ABERTO = SALDO DAS PARCELAS NAO PAGAS DO
      *    CLIENTE EM CONTASREC.DAT (MESMA CONTA DO CADPED01)
      *----------------------------------------------------------------*
       3400-CALCULA-EXPOSICAO.
           MOVE ZERO TO WEXPOSICAO
           MOVE LOW-VALUES TO CR-CHAVE
           START CONTASREC KEY NOT LESS THAN CR-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-CONTASREC
           END-START
           IF FS-CONTASREC = "00"
               PERFORM 3410-LE-PROXIMA-PARCELA
           END-IF
           PERFORM 3420-SOMA-PARCELA
               UNTIL FS-CONTASREC NOT = "00"
           MOVE "00" TO FS-CONTASREC
           .
       3410-LE-PROXIMA-PARCELA.
           READ CONTASREC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTASREC
           END-READ
           .
       3420-SOMA-PARCELA.
           IF CR-CLIENTE = WPED-CLIENTE AND CR-ABERTA
               COMPUTE WEXPOSICAO = WEXPOSICAO +
                   CR-VALOR - CR-VALOR-PAGO
           END-IF
           PERFORM 3410-LE-PROXIMA-PARCELA
           .
      *    FRETE DO DESTINO (FRETE.DAT): CIDADE, DEPOIS PREFIXO DO CEP
       3500-CALCULA-FRETE.
           MOVE ZERO TO WFRETE
           MOVE "N" TO WFRETE-ACHOU
           IF FS-FRETE = "00"
               MOVE "C" TO FRT-TIPO
               MOVE WCIDADE-CLI TO FRT-DESTINO
               READ FRETE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WFRETE-ACHOU
               END-READ
               IF WFRETE-ACHOU = "N"
                   MOVE "P" TO FRT-TIPO
                   MOVE SPACES TO FRT-DESTINO
                   MOVE WCEP-CLI (1:5) TO FRT-DESTINO (1:5)
                   READ FRETE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WFRETE-ACHOU
                   END-READ
               END-IF
               MOVE "00" TO FS-FRETE
           END-IF
           IF WFRETE-ACHOU = "S"
               COMPUTE WFRETE ROUNDED = FRT-VALOR-FIXO +
                   (WVALOR-ITENS * FRT-PCT / 100)
               ADD WFRETE TO WVALOR-TOTAL
           END-IF
           .
      *----------------------------------------------------------------*
      *    PEDIDO REJEITADO: FICA MARCADO NO PEDEXT (PODE SER
      *    REENVIADO CORRIGIDO) E O REMETENTE RECEBE O RETORNO
      *----------------------------------------------------------------*
       3800-REJEITA-PEDIDO.
           ADD 1 TO QT-REJEITADOS
           IF TM-MOTIVO (1) NOT = "PEDIDO JA IMPORTADO"
               MOVE ZERO TO WPED-CODIGO
               MOVE WCAB-VENDEDOR   TO PX-VENDEDOR
               MOVE WCAB-PEDIDO-EXT TO PX-PEDIDO-EXT
               MOVE WDATA-SISTEMA   TO PX-DATA
               MOVE ZERO            TO PX-PEDIDO
               MOVE "R"             TO PX-SITUACAO
               MOVE TM-MOTIVO (1)   TO PX-MOTIVO
               WRITE REGISTRO-PEDEXT
                   INVALID KEY
                       REWRITE REGISTRO-PEDEXT
               END-WRITE
           END-IF
           MOVE ZERO TO WVALOR-ITENS WFRETE WVALOR-TOTAL
           MOVE "R" TO AK-SITUACAO
           PERFORM 5000-GRAVA-RETORNO
           DISPLAY "PEDIDO " WCAB-VENDEDOR "/" WCAB-PEDIDO-EXT
               " REJEITADO - " TM-MOTIVO (1)
           .
       3900-REGISTRA-MOTIVO.
           IF QT-MOTIVOS < 10
               ADD 1 TO QT-MOTIVOS
               MOVE WMOTIVO TO TM-MOTIVO (QT-MOTIVOS)
           END-IF
           IF WMOTIVO NOT = "ITEM REJEITADO"
               MOVE ZERO TO WMOT-LINHA
               MOVE ZERO TO WMOT-PRODUTO
               PERFORM 3950-GRAVA-EXCECAO
           END-IF
           .
       3950-GRAVA-EXCECAO.
           MOVE WDATA-SISTEMA   TO EX-DATA
           MOVE WCAB-VENDEDOR   TO EX-VENDEDOR
           MOVE WCAB-PEDIDO-EXT TO EX-PEDIDO-EXT
           MOVE WMOT-LINHA      TO EX-LINHA
           MOVE WMOT-PRODUTO    TO EX-PRODUTO
           MOVE WCAB-DOCUMENTO  TO EX-DOCUMENTO
           MOVE WMOTIVO         TO EX-MOTIVO
           WRITE LINHA-PEDEXC
           ADD 1 TO QT-EXCECOES
           .
      *----------------------------------------------------------------*
      *    PEDIDO ACEITO: PRE-CADASTRO DO CLIENTE QUANDO PRECISO,
      *    NUMERO PELO PROXIMO-NUMERO (PULANDO CODIGO JA USADO),
      *    PEDIDO, ITENS, PROMOCOES, RESERVAS E PARCELAS
      *----------------------------------------------------------------*
       4000-GRAVA-PEDIDO.
           MOVE "N" TO WNUMERO-LIVRE
           MOVE ZERO TO WTENTATIVAS
           PERFORM 4150-OBTEM-NUMERO
               UNTIL WNUMERO-LIVRE = "S" OR WTENTATIVAS > 20
           IF WNUMERO-LIVRE = "N"
               MOVE "SEM NUMERO DE PEDIDO LIVRE" TO WMOTIVO
               PERFORM 3900-REGISTRA-MOTIVO
               PERFORM 3800-REJEITA-PEDIDO
               GO TO 4000-EXIT
           END-IF
           IF WPRE-CADASTRO = "S"
               PERFORM 4100-GRAVA-PRE-CADASTRO THRU 4100-EXIT
               IF WPED-CLIENTE = ZERO
                   MOVE "PRE-CADASTRO NAO GRAVADO" TO WMOTIVO
                   PERFORM 3900-REGISTRA-MOTIVO
                   PERFORM 3800-REJEITA-PEDIDO
                   GO TO 4000-EXIT
               END-IF
           END-IF
           MOVE WPED-CODIGO   TO PED-CODIGO
           MOVE WPED-CLIENTE  TO PED-CLIENTE
           MOVE WCAB-VENDEDOR TO PED-VENDEDOR
           MOVE WDATA-SISTEMA TO PED-DATA
           MOVE WQT-LINHAS    TO PED-QTD-ITENS
           MOVE WVALOR-TOTAL  TO PED-VALOR-TOTAL
           MOVE "A"           TO PED-STATUS
           MOVE ZERO          TO PED-DATA-FATUR
           MOVE ZERO          TO PED-DATA-SEPAR
           MOVE WCAB-CONDPG   TO PED-CONDPG
           MOVE WFRETE        TO PED-FRETE
           MOVE ZERO          TO PED-ENTREGA
           MOVE WPED-FILIAL   TO PED-FILIAL
           WRITE REGISTRO-PEDIDOS
               INVALID KEY
                   MOVE "PEDIDO JA EXISTE" TO WMOTIVO
                   PERFORM 3900-REGISTRA-MOTIVO
                   PERFORM 3800-REJEITA-PEDIDO
                   GO TO 4000-EXIT
           END-WRITE
           PERFORM 4200-GRAVA-ITEM
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > WQT-LINHAS
           PERFORM 4300-GERA-RECEBIVEIS
           MOVE WCAB-VENDEDOR   TO PX-VENDEDOR
           MOVE WCAB-PEDIDO-EXT TO PX-PEDIDO-EXT
           MOVE WDATA-SISTEMA   TO PX-DATA
           MOVE WPED-CODIGO     TO PX-PEDIDO
           MOVE "A"             TO PX-SITUACAO
           MOVE SPACES          TO PX-MOTIVO
           WRITE REGISTRO-PEDEXT
               INVALID KEY
                   REWRITE REGISTRO-PEDEXT
           END-WRITE
           ADD 1 TO QT-ACEITOS
           ADD WVALOR-TOTAL TO WT-ACEITO
           MOVE "A" TO AK-SITUACAO
           PERFORM 5000-GRAVA-RETORNO
           MOVE WVALOR-TOTAL TO WED-VALOR
           DISPLAY "PEDIDO " WCAB-VENDEDOR "/" WCAB-PEDIDO-EXT
               " ACEITO - PEDIDO " WPED-CODIGO " CLIENTE "
               WPED-CLIENTE " VALOR " WED-VALOR
           MOVE SPACES TO WCHAVE-AUD
           STRING WCAB-VENDEDOR "/" WCAB-PEDIDO-EXT "/" WPED-CODIGO
               DELIMITED BY SIZE INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "EDIPED01", "IMPORTOU", WCHAVE-AUD
           .
       4000-EXIT.
           EXIT.
      *    CLIENTE NOVO COM OS DADOS DO CABECALHO: SITUACAO "P" E
      *    SEM LIMITE, ATE SER COMPLETADO E EFETIVADO NO CADASTR01
       4100-GRAVA-PRE-CADASTRO.
           MOVE ZERO TO WPED-CLIENTE
           MOVE "N" TO WCLI-LIVRE
           MOVE ZERO TO WTENTATIVAS
           PERFORM 4110-OBTEM-CODIGO-CLIENTE
               UNTIL WCLI-LIVRE = "S" OR WTENTATIVAS > 20
           IF WCLI-LIVRE = "N"
               GO TO 4100-EXIT
           END-IF
           INITIALIZE REGISTRO-CLIENTES
           MOVE WCLI-CODIGO      TO CODIGO
           MOVE WCAB-NOME        TO NOME
           MOVE WCAB-TELEFONE    TO TELEFONE
           MOVE WCAB-ENDERECO    TO ENDERECO
           MOVE WCAB-NUMERO      TO NUMERO
           MOVE WCAB-BAIRRO      TO BAIRRO
           MOVE WCAB-CIDADE      TO CIDADE
           MOVE WCAB-CEP         TO CEP
           MOVE WCAB-ESTADO      TO ESTADO
           MOVE WCAB-EMAIL       TO EMAIL
           MOVE "P"              TO SITUACAO
           MOVE ZERO             TO LIMITE-CREDITO
           MOVE WCAB-TIPO-PESSOA TO CLIENTE-TIPO
           IF WCAB-TIPO-PESSOA = "J"
               MOVE WCNPJ TO CLIENTE-CNPJ
           ELSE
               MOVE WCPF  TO CPF
           END-IF
           WRITE REGISTRO-CLIENTES
               INVALID KEY
                   GO TO 4100-EXIT
           END-WRITE
           MOVE WCLI-CODIGO TO WPED-CLIENTE
           ADD 1 TO QT-PRE-CADASTRO
           DISPLAY "CLIENTE " WCLI-CODIGO " PRE-CADASTRADO - "
               WCAB-NOME (1:30)
           MOVE WCLI-CODIGO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "EDIPED01", "PRECADAST", WCHAVE-AUD
           .
       4100-EXIT.
           EXIT.
       4110-OBTEM-CODIGO-CLIENTE.
           ADD 1 TO WTENTATIVAS
           CALL "PROXIMO-NUMERO" USING WENT-CLIENTE, WCLI-CODIGO
           MOVE WCLI-CODIGO TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "S" TO WCLI-LIVRE
           END-READ
           .
       4150-OBTEM-NUMERO.
           ADD 1 TO WTENTATIVAS
           CALL "PROXIMO-NUMERO" USING WENTIDADE, WPED-CODIGO
           MOVE WPED-CODIGO TO PED-CODIGO
           READ PEDIDOS
               INVALID KEY
                   MOVE "S" TO WNUMERO-LIVRE
           END-READ
           .
       4200-GRAVA-ITEM.
           MOVE WPED-CODIGO         TO ITM-PEDIDO
           MOVE IND1                TO ITM-LINHA
           MOVE TI-PRODUTO (IND1)   TO ITM-PRODUTO
           MOVE TI-QUANTIDADE (IND1) TO ITM-QUANTIDADE
           MOVE TI-VALUNIT (IND1)   TO ITM-VALUNIT
           MOVE TI-VALOR-LINHA (IND1) TO ITM-VALOR-LINHA
           MOVE TI-DESCONTO (IND1)  TO ITM-DESCONTO
           MOVE TI-IMPOSTO (IND1)   TO ITM-IMPOSTO
      *    O CUSTO E CONGELADO NO FATURAMENTO (FATPED01)
           MOVE ZERO TO ITM-CUSTO-MEDIO
           WRITE REGISTRO-ITEM
               INVALID KEY
                   REWRITE REGISTRO-ITEM
           END-WRITE
           IF TI-PROMOCAO (IND1) > ZERO
               MOVE WPED-CODIGO            TO PP-PEDIDO
               MOVE IND1                   TO PP-LINHA
               MOVE TI-PROMOCAO (IND1)     TO PP-PROMOCAO
               MOVE TI-QUANTIDADE (IND1)   TO PP-QUANTIDADE
               MOVE TI-PRECO-NORMAL (IND1) TO PP-PRECO-NORMAL
               MOVE TI-VALUNIT (IND1)      TO PP-PRECO-PROMO
               WRITE REGISTRO-PEDPROM
                   INVALID KEY
                       REWRITE REGISTRO-PEDPROM
               END-WRITE
           END-IF
           MOVE "G" TO WRES-ACAO
           MOVE TI-QUANTIDADE (IND1) TO WRES-QTDE
           CALL "GRAVA-RESERVA" USING WRES-ACAO, WPED-CODIGO,
               TI-PRODUTO (IND1), WRES-QTDE
           .
      *----------------------------------------------------------------*
      *    PARCELAS PELA CONDICAO DE PAGAMENTO DO CABECALHO; SEM
      *    CONDICAO VALIDA, PARCELA UNICA EM 30 DIAS (DIA UTIL)
      *----------------------------------------------------------------*
       4300-GERA-RECEBIVEIS.
           MOVE "N" TO WCOND-OK
           IF WCAB-CONDPG > ZERO AND FS-CONDPG = "00"
               MOVE WCAB-CONDPG TO CD-CODIGO
               READ CONDPG
                   INVALID KEY
                       MOVE "00" TO FS-CONDPG
                   NOT INVALID KEY
                       MOVE "S" TO WCOND-OK
               END-READ
           END-IF
           IF WCOND-OK = "N"
               MOVE ZERO TO CD-PCT-ENTRADA
               MOVE 1    TO CD-QT-PARCELAS
               MOVE 30   TO CD-INTERVALO
           END-IF
           MOVE ZERO TO WVALOR-ACUM
           MOVE ZERO TO WNUM-PARC
           IF CD-PCT-ENTRADA > ZERO
               COMPUTE WVALOR-ENTRADA ROUNDED =
                   WVALOR-TOTAL * CD-PCT-ENTRADA / 100
               ADD 1 TO WNUM-PARC
               MOVE ZERO TO WDIAS-PRAZO
               MOVE WVALOR-ENTRADA TO WVALOR-PARCELA
               PERFORM 4400-GRAVA-PARCELA
               ADD WVALOR-ENTRADA TO WVALOR-ACUM
           END-IF
           IF CD-QT-PARCELAS > ZERO
               COMPUTE WVALOR-PARCELA =
                   (WVALOR-TOTAL - WVALOR-ACUM) / CD-QT-PARCELAS
               PERFORM 4350-PARCELA-CONDICAO
                   VARYING IND-COND FROM 1 BY 1
                   UNTIL IND-COND > CD-QT-PARCELAS
           END-IF
           .
       4350-PARCELA-CONDICAO.
           ADD 1 TO WNUM-PARC
           IF IND-COND = CD-QT-PARCELAS
               COMPUTE WVALOR-PARCELA = WVALOR-TOTAL - WVALOR-ACUM
           END-IF
           COMPUTE WDIAS-PRAZO = IND-COND * CD-INTERVALO
           PERFORM 4400-GRAVA-PARCELA
           ADD WVALOR-PARCELA TO WVALOR-ACUM
           .
       4400-GRAVA-PARCELA.
           MOVE WPED-CODIGO    TO CR-PEDIDO
           MOVE WNUM-PARC      TO CR-PARCELA
           MOVE WPED-CLIENTE   TO CR-CLIENTE
           MOVE WVALOR-PARCELA TO CR-VALOR
           CALL "DIAUTIL1" USING WDATA-SISTEMA, WDIAS-PRAZO,
               WVENCIMENTO
           MOVE WVENCIMENTO TO CR-VENCIMENTO
           MOVE ZERO TO CR-VALOR-PAGO
           MOVE ZERO TO CR-DATA-PGTO
           MOVE "A" TO CR-STATUS
           WRITE REGISTRO-CONTASREC
               INVALID KEY
                   REWRITE REGISTRO-CONTASREC
           END-WRITE
           .
      *----------------------------------------------------------------*
      *    RETORNO DO PEDIDO PARA O REMETENTE (UM ARQUIVO POR PEDIDO).
      *    AK-SITUACAO JA VEM PREENCHIDA ("A" ACEITO, "R" REJEITADO).
      *----------------------------------------------------------------*
       5000-GRAVA-RETORNO.
           MOVE SPACES TO WNOME-PEDACK
           STRING "PEDACK-" WCAB-VENDEDOR "-" WCAB-PEDIDO-EXT ".TXT"
               DELIMITED BY SIZE INTO WNOME-PEDACK
           MOVE AK-SITUACAO TO WRES-ACAO
           OPEN OUTPUT PEDACK
           IF FS-PEDACK NOT = "00"
               DISPLAY "RETORNO " WNOME-PEDACK " NAO GRAVADO - FS "
                   FS-PEDACK
           ELSE
               MOVE SPACES          TO LINHA-PEDACK
               MOVE "0"             TO AK-TIPO
               MOVE WCAB-VENDEDOR   TO AK-VENDEDOR
               MOVE WCAB-PEDIDO-EXT TO AK-PEDIDO-EXT
               MOVE WDATA-SISTEMA   TO AK-DATA
               MOVE WRES-ACAO       TO AK-SITUACAO
               MOVE WPED-CODIGO     TO AK-PEDIDO
               MOVE WPED-CLIENTE    TO AK-CLIENTE
               MOVE WVALOR-ITENS    TO AK-VALOR-ITENS
               MOVE WFRETE          TO AK-FRETE
               MOVE WVALOR-TOTAL    TO AK-VALOR-TOTAL
               WRITE LINHA-PEDACK
               IF WQT-ITENS > 20
                   MOVE 20 TO WQT-LINHAS
               ELSE
                   MOVE WQT-ITENS TO WQT-LINHAS
               END-IF
               PERFORM 5100-RETORNO-ITEM
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-LINHAS
               PERFORM 5200-RETORNO-MOTIVO
                   VARYING IND-MOT FROM 1 BY 1
                   UNTIL IND-MOT > QT-MOTIVOS
               CLOSE PEDACK
           END-IF
           .
       5100-RETORNO-ITEM.
           MOVE SPACES                TO LINHA-PEDACK
           MOVE "1"                   TO AK-TIPO
           MOVE IND1                  TO AK-LINHA
           MOVE TI-PRODUTO (IND1)     TO AK-PRODUTO
           MOVE TI-QUANTIDADE (IND1)  TO AK-QUANTIDADE
           MOVE TI-PRECO-ENV (IND1)   TO AK-PRECO-ENVIADO
           MOVE TI-PRECO-LIQ (IND1)   TO AK-PRECO-APLIC
           MOVE TI-MOTIVO (IND1)      TO AK-MOTIVO-ITEM
           WRITE LINHA-PEDACK
           .
       5200-RETORNO-MOTIVO.
           MOVE SPACES              TO LINHA-PEDACK
           MOVE "2"                 TO AK-TIPO
           MOVE TM-MOTIVO (IND-MOT) TO AK-MOTIVO
           WRITE LINHA-PEDACK
           .
       9999-ENCERRA.
           CLOSE PEDEDI PEDEXC PEDEXT PEDIDOS PEDITENS CONTASREC
               CONDPG CLIENTES VENDEDORES ARQ1 TAXAIMP LISTAPRE FRETE
               PROMOCAO PEDPROM
           MOVE WT-ACEITO TO WED-VALOR
           DISPLAY " "
           DISPLAY "REGISTROS LIDOS:        " QT-LIDOS
           DISPLAY "PEDIDOS NO ARQUIVO:     " QT-PEDIDOS
           DISPLAY "PEDIDOS ACEITOS:        " QT-ACEITOS
               "  VALOR: " WED-VALOR
           DISPLAY "PEDIDOS REJEITADOS:     " QT-REJEITADOS
           DISPLAY "CLIENTES PRE-CADASTRADOS: " QT-PRE-CADASTRO
           DISPLAY "EXCECOES (PEDEXC.TXT):  " QT-EXCECOES
           GOBACK
           .
       END PROGRAM EDIPED01.
