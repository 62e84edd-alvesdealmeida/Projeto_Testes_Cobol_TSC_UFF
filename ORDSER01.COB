      ******************************************************************
      *
      *          ORDENS DE SERVICO (ORDSERV.DAT / OSPECA.DAT)
      *     CONSERTO NO BALCAO (B) OU VISITA TECNICA (V) PARA UM
      *     CLIENTE: PRODUTO E SERIE, PROBLEMA RELATADO E O TECNICO
      *     (FUNCIONARIO ATIVO EM FUNCION.DAT). A ORDEM ABERTA PELA
      *     RECLAMACAO DE GARANTIA (GARANT01) HERDA CLIENTE, PRODUTO E
      *     SERIE E FICA EM GARANTIA SE A RECLAMACAO ESTA NO PRAZO E
      *     NAO FOI RECUSADA. CICLO: A-ABERTA, D-DIAGNOSTICO,
      *     P-AGUARDANDO PECAS, R-PRONTA, E-ENTREGUE. AS PECAS USADAS
      *     SAEM DO ESTOQUE POR GRAVA-MOVESTOQUE (DEPOSITO 1) E FICAM
      *     EM OSPECA.DAT; SEM SALDO A ORDEM PASSA A AGUARDAR PECAS.
      *     A MAO DE OBRA E LANCADA EM HORAS X VALOR DA HORA. NA
      *     ORDEM PRONTA O CLIENTE E AVISADO POR GRAVA-NOTIFICA; NA
      *     ENTREGA DE ORDEM FORA DA GARANTIA O VALOR VIRA UM PEDIDO
      *     FATURADO (PEDIDO.DAT, SEM ITENS) COM AS PARCELAS EM
      *     CONTASREC.DAT PELA MESMA REGRA DO CADPED01. NUMERO DA
      *     ORDEM PELA ENTIDADE ORDSERVICO (PROXIMO-NUMERO). TUDO
      *     AUDITADO POR GRAVA-AUDITORIA. A ORDEM ABERTA A PARTIR DE
      *     UM CHAMADO DO SAC (SACATD01) TEM DE SER DO CLIENTE DO
      *     CHAMADO E FICA GRAVADA NELE (SAC.DAT), COM UMA LINHA NO
      *     HISTORICO DO CHAMADO (GRAVA-HISTSAC).
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. ORDEM-SERVICO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ORDSERV ASSIGN TO "ORDSERV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OS-NUMERO
           FILE STATUS IS FS-ORDSERV.

           SELECT OSPECA ASSIGN TO "OSPECA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CHAVE
           FILE STATUS IS FS-OSPECA.

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

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT GARANTIA ASSIGN TO "GARANTIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GA-NUMERO
           FILE STATUS IS FS-GARANTIA.

           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CODIGO
           FILE STATUS IS FS-PEDIDOS.

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

           SELECT SAC ASSIGN TO "SAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAC-NUMERO
           FILE STATUS IS FS-SAC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  ORDSERV.
       01  REGISTRO-ORDSERV.
           02 OS-NUMERO        PIC 9(06).
           02 OS-TIPO          PIC X.
               88 OS-BALCAO    VALUE "B".
               88 OS-VISITA    VALUE "V".
           02 OS-CLIENTE       PIC 9(06).
           02 OS-PRODUTO       PIC 9(06).
           02 OS-SERIE         PIC X(20).
           02 OS-GARANTIA      PIC X.
               88 OS-EM-GARANTIA VALUE "S".
           02 OS-RECLAMACAO    PIC 9(06).
           02 OS-PROBLEMA      PIC X(60).
           02 OS-TECNICO       PIC 9(04).
           02 OS-DIAGNOSTICO   PIC X(60).
           02 OS-STATUS        PIC X.
               88 OS-ABERTA        VALUE "A".
               88 OS-DIAGNOSTICADA VALUE "D".
               88 OS-AGUARDA-PECAS VALUE "P".
               88 OS-PRONTA        VALUE "R".
               88 OS-ENTREGUE      VALUE "E".
           02 OS-DATA-ABERTURA PIC 9(08).
           02 OS-DATA-PRONTA   PIC 9(08).
           02 OS-DATA-ENTREGA  PIC 9(08).
           02 OS-HORAS         PIC 9(03)V9.
           02 OS-VALOR-MAO     PIC 9(6)V99.
           02 OS-VALOR-PECAS   PIC 9(6)V99.
           02 OS-VALOR-TOTAL   PIC 9(8)V99.
           02 OS-QTD-PECAS     PIC 9(02).
           02 OS-CONDPG        PIC 9(02).
      *    PEDIDO GERADO NA ENTREGA PARA AS PARCELAS DO CONTASREC
           02 OS-PEDIDO        PIC 9(06).
           02 OS-OPERADOR      PIC X(10).

      *    PECAS CONSUMIDAS NA ORDEM - UMA LINHA POR LANCAMENTO
       FD  OSPECA.
       01  REGISTRO-OSPECA.
           02 OP-CHAVE.
               03 OP-ORDEM     PIC 9(06).
               03 OP-SEQ       PIC 9(02).
           02 OP-PRODUTO       PIC 9(06).
           02 OP-QUANTIDADE    PIC 9(04).
           02 OP-VALUNIT       PIC 9(6)V99.
           02 OP-VALOR         PIC 9(8)V99.
           02 OP-DATA          PIC 9(08).

      *    REGISTROS DOS ARQUIVOS-MESTRE CONSULTADOS PELA ORDEM -
      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADMERC1/CADFUN01.
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
                       88 CLIENTE-ATIVO   VALUE "A" "a".
                       88 CLIENTE-INATIVO VALUE "I" "i".
                   02 GENERO      PIC X.
                       88 CLIENTE-MASCULINO VALUE "M" "m".
                       88 CLIENTE-FEMININO  VALUE "F" "f".
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

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
               88 FUNCIONARIO-ATIVO   VALUE "A" "a".
               88 FUNCIONARIO-INATIVO VALUE "I" "i".
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

      *    RECLAMACOES DE GARANTIA - MESMO LAYOUT DE GARANT01
       FD  GARANTIA.
       01  REGISTRO-GARANTIA.
           02 GA-NUMERO        PIC 9(06).
           02 GA-PRODUTO       PIC 9(06).
           02 GA-SERIE         PIC X(20).
           02 GA-CLIENTE       PIC 9(06).
           02 GA-FORNECEDOR    PIC 9(04).
           02 GA-PEDCOMP       PIC 9(04).
           02 GA-NF-SERIE      PIC X(01).
           02 GA-NF-NUMERO     PIC 9(06).
           02 GA-DATA-NF       PIC 9(08).
           02 GA-DATA          PIC 9(08).
           02 GA-VALIDADE      PIC 9(08).
           02 GA-DEFEITO       PIC X(40).
           02 GA-RESULTADO     PIC X.
               88 GA-PENDENTE  VALUE "P".
               88 GA-REPARO    VALUE "R".
               88 GA-TROCA     VALUE "T".
               88 GA-RECUSA    VALUE "X".
           02 GA-DATA-RESULT   PIC 9(08).
           02 GA-SERIE-TROCA   PIC X(20).
           02 GA-OPERADOR      PIC X(10).

      *    PEDIDO E PARCELAS - MESMO LAYOUT DE CADPED01
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
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

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

       FD  CONDPG.
       01  REGISTRO-CONDPG.
           02 CD-CODIGO      PIC 9(02).
           02 CD-DESCRICAO   PIC X(20).
           02 CD-PCT-ENTRADA PIC 99V99.
           02 CD-QT-PARCELAS PIC 9(02).
           02 CD-INTERVALO   PIC 9(03).

      *    CHAMADOS DO SAC - MESMO LAYOUT DE SACATD01
       FD  SAC.
       01  REGISTRO-SAC.
           02 SAC-NUMERO        PIC 9(06).
           02 SAC-CLIENTE       PIC 9(06).
           02 SAC-PEDIDO        PIC 9(06).
           02 SAC-NF-SERIE      PIC X(01).
           02 SAC-NF-NUMERO     PIC 9(06).
           02 SAC-RMA           PIC 9(06).
           02 SAC-ORDSERV       PIC 9(06).
           02 SAC-PRODUTO       PIC 9(06).
           02 SAC-CATEGORIA     PIC 9(02).
           02 SAC-DESCRICAO     PIC X(60).
           02 SAC-RESPONSAVEL   PIC X(10).
           02 SAC-PRIORIDADE    PIC X.
           02 SAC-STATUS        PIC X.
               88 SAC-ENCERRADO   VALUE "R" "X".
           02 SAC-DATA-ABERTURA PIC 9(08).
           02 SAC-PRAZO         PIC 9(08).
           02 SAC-DATA-ENCERRA  PIC 9(08).
           02 SAC-OPER-ABRIU    PIC X(10).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-ORDSERV.
           02 FS-ORDSERV-1 PIC 9.
           02 FS-ORDSERV-2 PIC 9.
           02 FS-ORDSERV-R REDEFINES FS-ORDSERV-2 PIC 99 COMP-X.
       01  FS-OSPECA.
           02 FS-OSPECA-1 PIC 9.
           02 FS-OSPECA-2 PIC 9.
           02 FS-OSPECA-R REDEFINES FS-OSPECA-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTES-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       01  FS-GARANTIA.
           02 FS-GARANTIA-1 PIC 9.
           02 FS-GARANTIA-2 PIC 9.
           02 FS-GARANTIA-R REDEFINES FS-GARANTIA-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDOS-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CONDPG.
           02 FS-CONDPG-1 PIC 9.
           02 FS-CONDPG-2 PIC 9.
           02 FS-CONDPG-R REDEFINES FS-CONDPG-2 PIC 99 COMP-X.
       01  FS-SAC.
           02 FS-SAC-1 PIC 9.
           02 FS-SAC-2 PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
      *    FILIAL DO OPERADOR (BUSCA-FILIAL) - VAI NO PEDIDO
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
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WOS-ENTIDADE   PIC X(10) VALUE "ORDSERVICO".
       77  WOS-NUMERO     PIC 9(06) VALUE ZERO.
       77  WOS-TIPO       PIC X VALUE SPACE.
       77  WRECLAMACAO    PIC 9(06) VALUE ZERO.
       77  WCLIENTE       PIC 9(06) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WSERIE         PIC X(20) VALUE SPACES.
       77  WTECNICO       PIC 9(04) VALUE ZERO.
       77  WPROBLEMA      PIC X(60) VALUE SPACES.
       77  WDIAGNOSTICO   PIC X(60) VALUE SPACES.
       77  WEM-GARANTIA   PIC X VALUE "N".
      *    CHAMADO DO SAC QUE ORIGINOU A ORDEM (ZERO = SEM)
       77  WSAC-NUMERO    PIC 9(06) VALUE ZERO.
       77  WOBS-SAC       PIC X(60) VALUE SPACES.
      *    PECAS - SAIDA DO ESTOQUE (GRAVA-MOVESTOQUE)
       77  WPECA          PIC 9(06) VALUE ZERO.
       77  WQT-PECA       PIC 9(04) VALUE ZERO.
       77  WMV-TIPO       PIC X VALUE "S".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
      *    MAO DE OBRA
       77  WHORAS         PIC 9(03)V9 VALUE ZERO.
       77  WVALOR-HORA    PIC 9(04)V99 VALUE ZERO.
       77  WVALOR-MAO     PIC 9(6)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
      *    AVISO DE ORDEM PRONTA (GRAVA-NOTIFICA)
       77  WASSUNTO       PIC X(60) VALUE SPACES.
       77  WCORPO         PIC X(200) VALUE SPACES.
       77  WFINALIDADE    PIC X(01) VALUE "I".
      *    PEDIDO E PARCELAS DA ENTREGA FORA DA GARANTIA - MESMA
      *    GERACAO DO CADPED01
       77  WENTIDADE      PIC X(10) VALUE "PEDIDO".
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WPED-CLIENTE   PIC 9(06) VALUE ZERO.
       77  WPED-DATA      PIC 9(08) VALUE ZERO.
       77  WVALOR-TOTAL   PIC 9(8)V99 VALUE ZERO.
       77  WCONDPG        PIC 9(02) VALUE ZERO.
       77  WCOND-OK       PIC X VALUE "N".
       77  WNUM-PARC      PIC 9(02) VALUE ZERO.
       77  IND-COND       PIC 9(02) VALUE ZERO.
       77  WVALOR-ENTRADA PIC 9(8)V99 VALUE ZERO.
       77  WQT-PARCELAS   PIC 9(02) VALUE 1.
       77  IND-PARC       PIC 9(02) VALUE ZERO.
       77  WVALOR-PARCELA PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-ACUM    PIC 9(8)V99 VALUE ZERO.
       77  WDIAS-PRAZO    PIC S9(5) VALUE ZERO.
       77  WVENCIMENTO    PIC 9(08) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O ORDSERV.
           IF FS-ORDSERV = "35"
               OPEN OUTPUT ORDSERV
               CLOSE ORDSERV
               OPEN I-O ORDSERV
           END-IF.
           OPEN I-O OSPECA.
           IF FS-OSPECA = "35"
               OPEN OUTPUT OSPECA
               CLOSE OSPECA
               OPEN I-O OSPECA
           END-IF.
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS = "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC = "35"
               OPEN OUTPUT CONTASREC
               CLOSE CONTASREC
               OPEN I-O CONTASREC
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN I-O ARQ1.
           OPEN INPUT FUNCIONARIOS.
           OPEN INPUT GARANTIA.
           OPEN INPUT CONDPG.
           OPEN I-O SAC.
           IF FS-SAC = "35"
               OPEN OUTPUT SAC
               CLOSE SAC
               OPEN I-O SAC
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "ORDENS DE SERVICO          " AT 0430
               DISPLAY "ACAO A-ABRIR D-DIAGNOSTICO P-PECA M-MAO DE OBRA"
                   AT 0505
               DISPLAY "     R-PRONTA E-ENTREGA C-CONSULTAR X-SAIR  [.]"
                   AT 0605
               ACCEPT WACAO AT 0650
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE ORDSERV OSPECA PEDIDOS CONTASREC CLIENTES
                           ARQ1 FUNCIONARIOS GARANTIA CONDPG SAC
                       EXIT PROGRAM
                   WHEN WACAO = "A" OR WACAO = "a"
                       PERFORM ABRE-ORDEM THRU ABRE-ORDEM-EXIT
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM DIAGNOSTICA THRU DIAGNOSTICA-EXIT
                   WHEN WACAO = "P" OR WACAO = "p"
                       PERFORM LANCA-PECA THRU LANCA-PECA-EXIT
                   WHEN WACAO = "M" OR WACAO = "m"
                       PERFORM LANCA-MAO-OBRA THRU LANCA-MAO-OBRA-EXIT
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM MARCA-PRONTA THRU MARCA-PRONTA-EXIT
                   WHEN WACAO = "E" OR WACAO = "e"
                       PERFORM ENTREGA-ORDEM THRU ENTREGA-ORDEM-EXIT
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM LE-ORDEM THRU LE-ORDEM-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    ABERTURA. COM A RECLAMACAO DE GARANTIA O CLIENTE, O PRODUTO
      *    E A SERIE VEM DELA; SEM RECLAMACAO A ORDEM E FORA DA
      *    GARANTIA (A GARANTIA E RECONHECIDA EM GARANT01). A VISITA
      *    TECNICA PODE SER ABERTA SEM PRODUTO.
      *----------------------------------------------------------------*
           ABRE-ORDEM.
               DISPLAY "TIPO B-BALCAO V-VISITA [.]" AT 0705
               MOVE SPACE TO WOS-TIPO
               ACCEPT WOS-TIPO AT 0729
               EVALUATE WOS-TIPO
                   WHEN "b"
                       MOVE "B" TO WOS-TIPO
                   WHEN "v"
                       MOVE "V" TO WOS-TIPO
               END-EVALUATE
               IF WOS-TIPO NOT = "B" AND WOS-TIPO NOT = "V"
                   DISPLAY "TIPO INVALIDO" AT 1905
                   GO TO ABRE-ORDEM-EXIT
               END-IF
               MOVE ZERO TO WSAC-NUMERO
               DISPLAY "CHAMADO SAC [......]" AT 0740
               ACCEPT WSAC-NUMERO AT 0753
               IF WSAC-NUMERO > ZERO
                   PERFORM BUSCA-CHAMADO THRU BUSCA-CHAMADO-EXIT
                   IF WSAC-NUMERO = ZERO
                       GO TO ABRE-ORDEM-EXIT
                   END-IF
               END-IF
               MOVE "N" TO WEM-GARANTIA
               MOVE ZERO TO WRECLAMACAO
               DISPLAY "RECLAMACAO GARANTIA [......] (ZERO = SEM)"
                   AT 0805
               ACCEPT WRECLAMACAO AT 0826
               IF WRECLAMACAO > ZERO
                   PERFORM BUSCA-RECLAMACAO THRU BUSCA-RECLAMACAO-EXIT
                   IF FS-GARANTIA NOT = "00"
                       GO TO ABRE-ORDEM-EXIT
                   END-IF
               ELSE
                   PERFORM INFORMA-EQUIPAMENTO
                       THRU INFORMA-EQUIPAMENTO-EXIT
                   IF WCLIENTE = ZERO
                       GO TO ABRE-ORDEM-EXIT
                   END-IF
               END-IF
               IF WSAC-NUMERO > ZERO AND WCLIENTE NOT = SAC-CLIENTE
                   DISPLAY "CLIENTE DIFERENTE DO CHAMADO SAC" AT 1905
                   GO TO ABRE-ORDEM-EXIT
               END-IF
               DISPLAY "TECNICO [....]             " AT 1205
               ACCEPT WTECNICO AT 1214
               PERFORM BUSCA-TECNICO THRU BUSCA-TECNICO-EXIT
               IF WTECNICO = ZERO
                   GO TO ABRE-ORDEM-EXIT
               END-IF
               DISPLAY "PROBLEMA" AT 1305
               MOVE SPACES TO WPROBLEMA
               ACCEPT WPROBLEMA AT 1315
               IF WPROBLEMA = SPACES AND WSAC-NUMERO > ZERO
                   MOVE SAC-DESCRICAO TO WPROBLEMA
               END-IF
               IF WPROBLEMA = SPACES
                   DISPLAY "DESCREVA O PROBLEMA RELATADO" AT 1905
                   GO TO ABRE-ORDEM-EXIT
               END-IF
               IF WEM-GARANTIA = "S"
                   DISPLAY "ORDEM EM GARANTIA - SEM COBRANCA" AT 1405
               END-IF
               DISPLAY "CONFIRMA A ORDEM [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1928
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO ABRE-ORDEM-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WOS-ENTIDADE, WOS-NUMERO
               MOVE WOS-NUMERO    TO OS-NUMERO
               MOVE WOS-TIPO      TO OS-TIPO
               MOVE WCLIENTE      TO OS-CLIENTE
               MOVE WPRODUTO      TO OS-PRODUTO
               MOVE WSERIE        TO OS-SERIE
               MOVE WEM-GARANTIA  TO OS-GARANTIA
               MOVE WRECLAMACAO   TO OS-RECLAMACAO
               MOVE WPROBLEMA     TO OS-PROBLEMA
               MOVE WTECNICO      TO OS-TECNICO
               MOVE SPACES        TO OS-DIAGNOSTICO
               MOVE "A"           TO OS-STATUS
               MOVE WDATA-SISTEMA TO OS-DATA-ABERTURA
               MOVE ZERO          TO OS-DATA-PRONTA OS-DATA-ENTREGA
               MOVE ZERO          TO OS-HORAS OS-VALOR-MAO
               MOVE ZERO          TO OS-VALOR-PECAS OS-VALOR-TOTAL
               MOVE ZERO          TO OS-QTD-PECAS OS-CONDPG OS-PEDIDO
               MOVE WOPERADOR     TO OS-OPERADOR
               WRITE REGISTRO-ORDSERV
                   INVALID KEY
                       DISPLAY "ORDEM JA CADASTRADA" AT 2005
                       GO TO ABRE-ORDEM-EXIT
               END-WRITE
               MOVE OS-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "ABRIU", WCHAVE-AUD
               IF WSAC-NUMERO > ZERO
                   PERFORM LIGA-CHAMADO
               END-IF
               DISPLAY "ORDEM DE SERVICO ABERTA:   " AT 2005
               DISPLAY OS-NUMERO AT 2032
               .
           ABRE-ORDEM-EXIT.
               EXIT.
      *    O CHAMADO TEM DE ESTAR EM ABERTO E AINDA SEM ORDEM; SEM
      *    PROBLEMA DIGITADO A ORDEM LEVA A DESCRICAO DO CHAMADO
           BUSCA-CHAMADO.
               MOVE WSAC-NUMERO TO SAC-NUMERO
               READ SAC
                   INVALID KEY
                       DISPLAY "CHAMADO SAC NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WSAC-NUMERO
                       GO TO BUSCA-CHAMADO-EXIT
               END-READ
               IF SAC-ENCERRADO
                   DISPLAY "CHAMADO SAC JA ENCERRADO" AT 1905
                   MOVE ZERO TO WSAC-NUMERO
                   GO TO BUSCA-CHAMADO-EXIT
               END-IF
               IF SAC-ORDSERV > ZERO
                   DISPLAY "CHAMADO SAC JA LIGADO A ORDEM" AT 1905
                   DISPLAY SAC-ORDSERV AT 1936
                   MOVE ZERO TO WSAC-NUMERO
                   GO TO BUSCA-CHAMADO-EXIT
               END-IF
               .
           BUSCA-CHAMADO-EXIT.
               EXIT.
      *    GRAVA A ORDEM NO CHAMADO; PRODUTO VAZIO NO CHAMADO E
      *    COMPLETADO PELO DA ORDEM
           LIGA-CHAMADO.
               MOVE OS-NUMERO TO SAC-ORDSERV
               IF SAC-PRODUTO = ZERO
                   MOVE OS-PRODUTO TO SAC-PRODUTO
               END-IF
               REWRITE REGISTRO-SAC
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO CHAMADO SAC"
                           AT 2105
               END-REWRITE
               MOVE SPACES TO WOBS-SAC
               STRING "ORDEM DE SERVICO " OS-NUMERO " ABERTA"
                   DELIMITED BY SIZE INTO WOBS-SAC
               CALL "GRAVA-HISTSAC" USING SAC-NUMERO, SAC-STATUS,
                   SAC-STATUS, WOPERADOR, WOBS-SAC
               .
      *    A RECLAMACAO RECUSADA OU FORA DO PRAZO NAO COBRE O CONSERTO
           BUSCA-RECLAMACAO.
               MOVE WRECLAMACAO TO GA-NUMERO
               READ GARANTIA
                   INVALID KEY
                       DISPLAY "RECLAMACAO NAO CADASTRADA" AT 1905
                       GO TO BUSCA-RECLAMACAO-EXIT
               END-READ
               MOVE GA-CLIENTE TO WCLIENTE
               MOVE GA-PRODUTO TO WPRODUTO
               MOVE GA-SERIE   TO WSERIE
               IF GA-VALIDADE NOT < GA-DATA AND NOT GA-RECUSA
                   MOVE "S" TO WEM-GARANTIA
               END-IF
               DISPLAY "CLIENTE                    " AT 0905
               DISPLAY WCLIENTE AT 0914
               MOVE WCLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
               END-READ
               DISPLAY NOME (1:30) AT 0922
               DISPLAY "PRODUTO                    " AT 1005
               DISPLAY WPRODUTO AT 1014
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 1022
               DISPLAY "SERIE                      " AT 1105
               DISPLAY WSERIE AT 1114
               .
           BUSCA-RECLAMACAO-EXIT.
               EXIT.
      *    CLIENTE OBRIGATORIO; PRODUTO OBRIGATORIO NO BALCAO
           INFORMA-EQUIPAMENTO.
               MOVE ZERO TO WPRODUTO
               MOVE SPACES TO WSERIE
               DISPLAY "CLIENTE [......]           " AT 0905
               ACCEPT WCLIENTE AT 0914
               MOVE WCLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WCLIENTE
                       GO TO INFORMA-EQUIPAMENTO-EXIT
               END-READ
               DISPLAY NOME (1:30) AT 0922
               DISPLAY "PRODUTO [......]           " AT 1005
               ACCEPT WPRODUTO AT 1014
               IF WPRODUTO = ZERO AND WOS-TIPO = "V"
                   GO TO INFORMA-EQUIPAMENTO-EXIT
               END-IF
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WCLIENTE
                       GO TO INFORMA-EQUIPAMENTO-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 1022
               DISPLAY "SERIE   [....................]" AT 1105
               ACCEPT WSERIE AT 1114
               .
           INFORMA-EQUIPAMENTO-EXIT.
               EXIT.
           BUSCA-TECNICO.
               MOVE WTECNICO TO FUNC-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "TECNICO NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WTECNICO
                       GO TO BUSCA-TECNICO-EXIT
               END-READ
               IF NOT FUNCIONARIO-ATIVO
                   DISPLAY "TECNICO NAO ESTA ATIVO" AT 1905
                   MOVE ZERO TO WTECNICO
                   GO TO BUSCA-TECNICO-EXIT
               END-IF
               DISPLAY FUNC-NOME (1:30) AT 1220
               .
           BUSCA-TECNICO-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    DIAGNOSTICO DO TECNICO; PERMITE TROCAR O TECNICO DA ORDEM
      *    (ZERO MANTEM O ATUAL).
      *----------------------------------------------------------------*
           DIAGNOSTICA.
               PERFORM LE-ORDEM THRU LE-ORDEM-EXIT
               IF FS-ORDSERV NOT = "00"
                   GO TO DIAGNOSTICA-EXIT
               END-IF
               IF OS-PRONTA OR OS-ENTREGUE
                   DISPLAY "ORDEM JA CONCLUIDA" AT 1905
                   GO TO DIAGNOSTICA-EXIT
               END-IF
               DISPLAY "TECNICO [....] (ZERO = O MESMO)" AT 1605
               MOVE ZERO TO WTECNICO
               ACCEPT WTECNICO AT 1614
               IF WTECNICO > ZERO
                   MOVE WTECNICO TO FUNC-CODIGO
                   READ FUNCIONARIOS
                       INVALID KEY
                           DISPLAY "TECNICO NAO CADASTRADO" AT 1905
                           GO TO DIAGNOSTICA-EXIT
                   END-READ
                   IF NOT FUNCIONARIO-ATIVO
                       DISPLAY "TECNICO NAO ESTA ATIVO" AT 1905
                       GO TO DIAGNOSTICA-EXIT
                   END-IF
               ELSE
                   MOVE OS-TECNICO TO WTECNICO
               END-IF
               DISPLAY "DIAGNOSTICO" AT 1705
               MOVE SPACES TO WDIAGNOSTICO
               ACCEPT WDIAGNOSTICO AT 1718
               IF WDIAGNOSTICO = SPACES
                   DISPLAY "DESCREVA O DIAGNOSTICO" AT 1905
                   GO TO DIAGNOSTICA-EXIT
               END-IF
               MOVE WTECNICO     TO OS-TECNICO
               MOVE WDIAGNOSTICO TO OS-DIAGNOSTICO
               IF OS-ABERTA
                   MOVE "D" TO OS-STATUS
               END-IF
               MOVE WOPERADOR TO OS-OPERADOR
               REWRITE REGISTRO-ORDSERV
               MOVE OS-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "DIAGNOSE", WCHAVE-AUD
               DISPLAY "DIAGNOSTICO REGISTRADO     " AT 2005
               .
           DIAGNOSTICA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    PECA CONSUMIDA: SAI DO ESTOQUE PELO PRECO DE VENDA DO
      *    CADASTRO. SEM SALDO A ORDEM FICA AGUARDANDO PECAS E NADA E
      *    BAIXADO; COM A PECA LANCADA ELA VOLTA PARA DIAGNOSTICO.
      *----------------------------------------------------------------*
           LANCA-PECA.
               PERFORM LE-ORDEM THRU LE-ORDEM-EXIT
               IF FS-ORDSERV NOT = "00"
                   GO TO LANCA-PECA-EXIT
               END-IF
               IF OS-PRONTA OR OS-ENTREGUE
                   DISPLAY "ORDEM JA CONCLUIDA" AT 1905
                   GO TO LANCA-PECA-EXIT
               END-IF
               IF OS-QTD-PECAS = 99
                   DISPLAY "LIMITE DE PECAS DA ORDEM ATINGIDO" AT 1905
                   GO TO LANCA-PECA-EXIT
               END-IF
               DISPLAY "PECA    [......]           " AT 1605
               DISPLAY "QTDE    [....]             " AT 1705
               ACCEPT WPECA AT 1614
               MOVE WPECA TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PECA NAO CADASTRADA" AT 1905
                       GO TO LANCA-PECA-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 1622
               MOVE ZERO TO WQT-PECA
               ACCEPT WQT-PECA AT 1714
               IF WQT-PECA = ZERO
                   GO TO LANCA-PECA-EXIT
               END-IF
               IF WQT-PECA > FD-QTD-ESTOQUE
                   DISPLAY "SALDO INSUFICIENTE - ORDEM AGUARDANDO PECAS"
                       AT 1905
                   MOVE "P" TO OS-STATUS
                   MOVE WOPERADOR TO OS-OPERADOR
                   REWRITE REGISTRO-ORDSERV
                   MOVE OS-NUMERO TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "ORDSER01", "AGUARDAPC", WCHAVE-AUD
                   GO TO LANCA-PECA-EXIT
               END-IF
               DISPLAY "CONFIRMA A PECA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO LANCA-PECA-EXIT
               END-IF
               SUBTRACT WQT-PECA FROM FD-QTD-ESTOQUE
               REWRITE REG1
               MOVE WQT-PECA TO WMV-QUANTIDADE
               CALL "GRAVA-MOVESTOQUE" USING WPECA, WMV-TIPO,
                   WMV-QUANTIDADE, FD-QTD-ESTOQUE, WDEPOSITO, WMV-LOTE
               ADD 1 TO OS-QTD-PECAS
               MOVE OS-NUMERO     TO OP-ORDEM
               MOVE OS-QTD-PECAS  TO OP-SEQ
               MOVE WPECA         TO OP-PRODUTO
               MOVE WQT-PECA      TO OP-QUANTIDADE
               MOVE FD-VALUNIT    TO OP-VALUNIT
               COMPUTE OP-VALOR = WQT-PECA * FD-VALUNIT
               MOVE WDATA-SISTEMA TO OP-DATA
               WRITE REGISTRO-OSPECA
                   INVALID KEY
                       REWRITE REGISTRO-OSPECA
               END-WRITE
               ADD OP-VALOR TO OS-VALOR-PECAS
               COMPUTE OS-VALOR-TOTAL = OS-VALOR-PECAS + OS-VALOR-MAO
               IF OS-AGUARDA-PECAS
                   MOVE "D" TO OS-STATUS
               END-IF
               MOVE WOPERADOR TO OS-OPERADOR
               REWRITE REGISTRO-ORDSERV
               MOVE OS-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "PECA", WCHAVE-AUD
               DISPLAY "PECA LANCADA NA ORDEM      " AT 2005
               .
           LANCA-PECA-EXIT.
               EXIT.
           LANCA-MAO-OBRA.
               PERFORM LE-ORDEM THRU LE-ORDEM-EXIT
               IF FS-ORDSERV NOT = "00"
                   GO TO LANCA-MAO-OBRA-EXIT
               END-IF
               IF OS-ENTREGUE
                   DISPLAY "ORDEM JA ENTREGUE" AT 1905
                   GO TO LANCA-MAO-OBRA-EXIT
               END-IF
               DISPLAY "HORAS   [...,.]            " AT 1605
               DISPLAY "VALOR DA HORA [....,..]    " AT 1705
               MOVE ZERO TO WHORAS WVALOR-HORA
               ACCEPT WHORAS AT 1614
               ACCEPT WVALOR-HORA AT 1720
               COMPUTE WVALOR-MAO ROUNDED = WHORAS * WVALOR-HORA
               IF WVALOR-MAO = ZERO
                   DISPLAY "MAO DE OBRA SEM VALOR" AT 1905
                   GO TO LANCA-MAO-OBRA-EXIT
               END-IF
               MOVE WVALOR-MAO TO WED-VALOR
               DISPLAY "MAO DE OBRA" AT 1805
               DISPLAY WED-VALOR AT 1820
               DISPLAY "CONFIRMA A MAO DE OBRA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1934
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO LANCA-MAO-OBRA-EXIT
               END-IF
               ADD WHORAS     TO OS-HORAS
               ADD WVALOR-MAO TO OS-VALOR-MAO
               COMPUTE OS-VALOR-TOTAL = OS-VALOR-PECAS + OS-VALOR-MAO
               MOVE WOPERADOR TO OS-OPERADOR
               REWRITE REGISTRO-ORDSERV
               MOVE OS-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "MAOOBRA", WCHAVE-AUD
               DISPLAY "MAO DE OBRA LANCADA        " AT 2005
               .
           LANCA-MAO-OBRA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    ORDEM PRONTA: O CLIENTE RECEBE O AVISO COM O VALOR A PAGAR
      *    (ZERO EM GARANTIA). ORDEM AGUARDANDO PECAS NAO FICA PRONTA.
      *----------------------------------------------------------------*
           MARCA-PRONTA.
               PERFORM LE-ORDEM THRU LE-ORDEM-EXIT
               IF FS-ORDSERV NOT = "00"
                   GO TO MARCA-PRONTA-EXIT
               END-IF
               IF OS-AGUARDA-PECAS
                   DISPLAY "ORDEM AGUARDANDO PECAS" AT 1905
                   GO TO MARCA-PRONTA-EXIT
               END-IF
               IF OS-PRONTA OR OS-ENTREGUE
                   DISPLAY "ORDEM JA CONCLUIDA" AT 1905
                   GO TO MARCA-PRONTA-EXIT
               END-IF
               DISPLAY "CONFIRMA ORDEM PRONTA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1933
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MARCA-PRONTA-EXIT
               END-IF
               MOVE "R"           TO OS-STATUS
               MOVE WDATA-SISTEMA TO OS-DATA-PRONTA
               MOVE WOPERADOR     TO OS-OPERADOR
               REWRITE REGISTRO-ORDSERV
               MOVE OS-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "PRONTA", WCHAVE-AUD
               PERFORM AVISA-CLIENTE
               DISPLAY "ORDEM PRONTA - CLIENTE AVISADO" AT 2005
               .
           MARCA-PRONTA-EXIT.
               EXIT.
           AVISA-CLIENTE.
               MOVE OS-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO EMAIL
               END-READ
               IF EMAIL = SPACES
                   DISPLAY "CLIENTE SEM EMAIL - AVISAR POR TELEFONE"
                       AT 2105
               ELSE
                   IF OS-EM-GARANTIA
                       MOVE ZERO TO WED-VALOR
                   ELSE
                       MOVE OS-VALOR-TOTAL TO WED-VALOR
                   END-IF
                   MOVE SPACES TO WASSUNTO WCORPO
                   STRING "ORDEM DE SERVICO " OS-NUMERO " PRONTA"
                       DELIMITED BY SIZE INTO WASSUNTO
                   STRING "PREZADO(A) " FUNCTION TRIM(NOME) ", A"
                       " ORDEM DE SERVICO " OS-NUMERO " ESTA PRONTA."
                       " VALOR A PAGAR NA RETIRADA: "
                       FUNCTION TRIM(WED-VALOR) "."
                       DELIMITED BY SIZE INTO WCORPO
                   CALL "GRAVA-NOTIFICA" USING EMAIL, WASSUNTO,
                       WCORPO, WFINALIDADE
               END-IF
               .
      *----------------------------------------------------------------*
      *    ENTREGA. FORA DA GARANTIA E COM VALOR, A ORDEM GERA UM
      *    PEDIDO JA FATURADO E AS PARCELAS DO CONTAS A RECEBER PELA
      *    CONDICAO DE PAGAMENTO (ZERO = PARCELAS A CADA 30 DIAS).
      *----------------------------------------------------------------*
           ENTREGA-ORDEM.
               PERFORM LE-ORDEM THRU LE-ORDEM-EXIT
               IF FS-ORDSERV NOT = "00"
                   GO TO ENTREGA-ORDEM-EXIT
               END-IF
               IF NOT OS-PRONTA
                   DISPLAY "ORDEM AINDA NAO ESTA PRONTA" AT 1905
                   GO TO ENTREGA-ORDEM-EXIT
               END-IF
               MOVE ZERO TO WCONDPG
               MOVE "N"  TO WCOND-OK
               MOVE 1    TO WQT-PARCELAS
               IF NOT OS-EM-GARANTIA AND OS-VALOR-TOTAL > ZERO
                   DISPLAY "COND PGTO [..] (0=AVULSA)" AT 1605
                   ACCEPT WCONDPG AT 1616
                   PERFORM BUSCA-CONDICAO-PGTO
                   IF WCONDPG > ZERO AND WCOND-OK = "N"
                       DISPLAY "CONDICAO DE PGTO NAO CADASTRADA"
                           AT 1905
                       GO TO ENTREGA-ORDEM-EXIT
                   END-IF
                   IF WCONDPG = ZERO
                       DISPLAY "QTD PARCELAS [..]" AT 1705
                       ACCEPT WQT-PARCELAS AT 1719
                       IF WQT-PARCELAS = ZERO
                           MOVE 1 TO WQT-PARCELAS
                       END-IF
                   END-IF
               END-IF
               DISPLAY "CONFIRMA A ENTREGA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1930
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO ENTREGA-ORDEM-EXIT
               END-IF
               IF NOT OS-EM-GARANTIA AND OS-VALOR-TOTAL > ZERO
                   PERFORM GERA-PEDIDO-SERVICO
                       THRU GERA-PEDIDO-SERVICO-EXIT
                   IF WPED-CODIGO = ZERO
                       GO TO ENTREGA-ORDEM-EXIT
                   END-IF
               END-IF
               MOVE "E"           TO OS-STATUS
               MOVE WDATA-SISTEMA TO OS-DATA-ENTREGA
               MOVE WCONDPG       TO OS-CONDPG
               MOVE WPED-CODIGO   TO OS-PEDIDO
               MOVE WOPERADOR     TO OS-OPERADOR
               REWRITE REGISTRO-ORDSERV
               MOVE OS-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "ENTREGA", WCHAVE-AUD
               DISPLAY "ORDEM ENTREGUE             " AT 2005
               IF WPED-CODIGO > ZERO
                   DISPLAY "PEDIDO" AT 2033
                   DISPLAY WPED-CODIGO AT 2040
               END-IF
               .
           ENTREGA-ORDEM-EXIT.
               EXIT.
      *    PEDIDO SEM ITENS (PECAS E MAO DE OBRA JA ESTAO NA ORDEM),
      *    NASCE SEPARADO E FATURADO NO DIA COMO O DO BALCAO
           GERA-PEDIDO-SERVICO.
               MOVE ZERO TO WPED-CODIGO
               CALL "PROXIMO-NUMERO" USING WENTIDADE, WPED-CODIGO
               MOVE OS-CLIENTE     TO WPED-CLIENTE
               MOVE WDATA-SISTEMA  TO WPED-DATA
               MOVE OS-VALOR-TOTAL TO WVALOR-TOTAL
               MOVE WPED-CODIGO    TO PED-CODIGO
               MOVE WPED-CLIENTE   TO PED-CLIENTE
               MOVE ZERO           TO PED-VENDEDOR
               MOVE WPED-DATA      TO PED-DATA
               MOVE ZERO           TO PED-QTD-ITENS
               MOVE WVALOR-TOTAL   TO PED-VALOR-TOTAL
               MOVE "F"            TO PED-STATUS
               MOVE WPED-DATA      TO PED-DATA-FATUR
               MOVE WCONDPG        TO PED-CONDPG
               MOVE WPED-DATA      TO PED-DATA-SEPAR
               MOVE ZERO           TO PED-FRETE
               MOVE ZERO           TO PED-ENTREGA
               MOVE WFILIAL        TO PED-FILIAL
               WRITE REGISTRO-PEDIDOS
                   INVALID KEY
                       DISPLAY "PEDIDO JA CADASTRADO - ENTREGA NAO"
                           " EFETUADA" AT 2005
                       MOVE ZERO TO WPED-CODIGO
                       GO TO GERA-PEDIDO-SERVICO-EXIT
               END-WRITE
               MOVE WPED-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "ORDSER01", "PEDIDO", WCHAVE-AUD
               PERFORM GERA-RECEBIVEIS
               .
           GERA-PEDIDO-SERVICO-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    PARCELAS DO CONTAS A RECEBER - MESMA REGRA DO CADPED01:
      *    PELA CONDICAO (ENTRADA + CD-QT-PARCELAS A CADA
      *    CD-INTERVALO DIAS) OU UMA PARCELA A CADA 30 DIAS, SEMPRE EM
      *    DIA UTIL (DIAUTIL1); A ULTIMA LEVA O ARREDONDAMENTO.
      *----------------------------------------------------------------*
           GERA-RECEBIVEIS.
               IF WCONDPG > ZERO AND WCOND-OK = "S"
                   PERFORM GERA-PELA-CONDICAO
               ELSE
                   COMPUTE WVALOR-PARCELA =
                       WVALOR-TOTAL / WQT-PARCELAS
                   MOVE ZERO TO WVALOR-ACUM
                   PERFORM GERA-UMA-PARCELA
                       VARYING IND-PARC FROM 1 BY 1
                       UNTIL IND-PARC > WQT-PARCELAS
               END-IF
               .
           GERA-PELA-CONDICAO.
               MOVE ZERO TO WVALOR-ACUM
               MOVE ZERO TO WNUM-PARC
               IF CD-PCT-ENTRADA > ZERO
                   COMPUTE WVALOR-ENTRADA ROUNDED =
                       WVALOR-TOTAL * CD-PCT-ENTRADA / 100
                   ADD 1 TO WNUM-PARC
                   MOVE ZERO TO WDIAS-PRAZO
                   MOVE WVALOR-ENTRADA TO WVALOR-PARCELA
                   PERFORM GERA-PARCELA-CONDICAO
                   ADD WVALOR-ENTRADA TO WVALOR-ACUM
               END-IF
               COMPUTE WVALOR-PARCELA =
                   (WVALOR-TOTAL - WVALOR-ACUM) / CD-QT-PARCELAS
               PERFORM GERA-PARCELA-PRAZO
                   VARYING IND-COND FROM 1 BY 1
                   UNTIL IND-COND > CD-QT-PARCELAS
               .
           GERA-PARCELA-PRAZO.
               ADD 1 TO WNUM-PARC
               IF IND-COND = CD-QT-PARCELAS
                   COMPUTE WVALOR-PARCELA =
                       WVALOR-TOTAL - WVALOR-ACUM
               END-IF
               COMPUTE WDIAS-PRAZO = IND-COND * CD-INTERVALO
               PERFORM GERA-PARCELA-CONDICAO
               ADD WVALOR-PARCELA TO WVALOR-ACUM
               .
           GERA-PARCELA-CONDICAO.
               MOVE WPED-CODIGO  TO CR-PEDIDO
               MOVE WNUM-PARC    TO CR-PARCELA
               MOVE WPED-CLIENTE TO CR-CLIENTE
               MOVE WVALOR-PARCELA TO CR-VALOR
               CALL "DIAUTIL1" USING WPED-DATA, WDIAS-PRAZO,
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
           GERA-UMA-PARCELA.
               MOVE WPED-CODIGO  TO CR-PEDIDO
               MOVE IND-PARC     TO CR-PARCELA
               MOVE WPED-CLIENTE TO CR-CLIENTE
               IF IND-PARC = WQT-PARCELAS
                   COMPUTE CR-VALOR = WVALOR-TOTAL - WVALOR-ACUM
               ELSE
                   MOVE WVALOR-PARCELA TO CR-VALOR
                   ADD WVALOR-PARCELA TO WVALOR-ACUM
               END-IF
               COMPUTE WDIAS-PRAZO = IND-PARC * 30
               CALL "DIAUTIL1" USING WPED-DATA, WDIAS-PRAZO,
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
           BUSCA-CONDICAO-PGTO.
               MOVE "N" TO WCOND-OK
               IF WCONDPG > ZERO AND FS-CONDPG = "00"
                   MOVE WCONDPG TO CD-CODIGO
                   READ CONDPG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WCOND-OK
                           DISPLAY CD-DESCRICAO (1:15) AT 1625
                   END-READ
               END-IF
               .
      *----------------------------------------------------------------*
      *    LEITURA E EXIBICAO DA ORDEM (TAMBEM E A CONSULTA)
      *----------------------------------------------------------------*
           LE-ORDEM.
               DISPLAY "ORDEM [......]             " AT 0705
               ACCEPT WOS-NUMERO AT 0712
               MOVE WOS-NUMERO TO OS-NUMERO
               READ ORDSERV
                   INVALID KEY
                       DISPLAY "ORDEM NAO CADASTRADA" AT 1905
                       GO TO LE-ORDEM-EXIT
               END-READ
               MOVE OS-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
               END-READ
               DISPLAY "CLIENTE                    " AT 0805
               DISPLAY OS-CLIENTE AT 0814
               DISPLAY NOME (1:30) AT 0822
               MOVE OS-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE SPACES TO FD-PRODUTO
               END-READ
               DISPLAY "PRODUTO                    " AT 0905
               DISPLAY OS-PRODUTO AT 0914
               DISPLAY FD-PRODUTO (1:25) AT 0922
               DISPLAY "SERIE" AT 0955
               DISPLAY OS-SERIE AT 0961
               MOVE OS-TECNICO TO FUNC-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       MOVE SPACES TO FUNC-NOME
               END-READ
               DISPLAY "TECNICO                    " AT 1005
               DISPLAY OS-TECNICO AT 1014
               DISPLAY FUNC-NOME (1:30) AT 1022
               DISPLAY "PROBLEMA" AT 1105
               DISPLAY OS-PROBLEMA AT 1115
               DISPLAY "DIAGNOST" AT 1205
               DISPLAY OS-DIAGNOSTICO AT 1215
               DISPLAY "SITUACAO" AT 1305
               EVALUATE TRUE
                   WHEN OS-ABERTA
                       DISPLAY "ABERTA          " AT 1315
                   WHEN OS-DIAGNOSTICADA
                       DISPLAY "EM DIAGNOSTICO  " AT 1315
                   WHEN OS-AGUARDA-PECAS
                       DISPLAY "AGUARDANDO PECAS" AT 1315
                   WHEN OS-PRONTA
                       DISPLAY "PRONTA          " AT 1315
                   WHEN OS-ENTREGUE
                       DISPLAY "ENTREGUE        " AT 1315
               END-EVALUATE
               IF OS-EM-GARANTIA
                   DISPLAY "EM GARANTIA" AT 1335
               ELSE
                   DISPLAY "FORA GARANT" AT 1335
               END-IF
               DISPLAY "ABERTA" AT 1350
               DISPLAY OS-DATA-ABERTURA AT 1357
               IF OS-VISITA
                   DISPLAY "VISITA" AT 1367
               END-IF
               DISPLAY "PECAS" AT 1405
               MOVE OS-VALOR-PECAS TO WED-VALOR
               DISPLAY WED-VALOR AT 1411
               DISPLAY "MAO OBRA" AT 1425
               MOVE OS-VALOR-MAO TO WED-VALOR
               DISPLAY WED-VALOR AT 1434
               DISPLAY "TOTAL" AT 1448
               MOVE OS-VALOR-TOTAL TO WED-VALOR
               DISPLAY WED-VALOR AT 1454
               IF OS-PEDIDO > ZERO
                   DISPLAY "PEDIDO" AT 1467
                   DISPLAY OS-PEDIDO AT 1474
               END-IF
               .
           LE-ORDEM-EXIT.
               EXIT.
       END PROGRAM ORDEM-SERVICO.
