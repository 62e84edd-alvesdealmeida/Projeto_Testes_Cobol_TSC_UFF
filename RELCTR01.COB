      ******************************************************************
      *
      *     RELCTR01 - CONTRATOS RECORRENTES A VENCER (CONTRATO.DAT /
      *     CONTITEM.DAT, CADCTR01). LISTA PARA A EQUIPE DE VENDAS OS
      *     CONTRATOS ATIVOS OU SUSPENSOS CUJA VIGENCIA TERMINA NOS
      *     PROXIMOS DIAS (PADRAO 60), POR VENDEDOR E PELA DATA DE
      *     FIM - CLIENTE, TELEFONE, DIAS RESTANTES, VALOR MENSAL
      *     ATUAL E O ULTIMO PEDIDO GERADO - PARA A RENOVACAO SER
      *     NEGOCIADA ANTES DO ULTIMO FATURAMENTO. TOTAL POR VENDEDOR
      *     E GERAL DO VALOR MENSAL EM RISCO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELCTR01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
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

           SELECT ORDENADOS ASSIGN TO "RELCTR01.SRT".
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADCTR01
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

       FD  CONTITEM.
       01  REGISTRO-CONTITEM.
           02 CI-CHAVE.
               03 CI-CONTRATO  PIC 9(06).
               03 CI-LINHA     PIC 9(02).
           02 CI-PRODUTO       PIC 9(06).
           02 CI-QUANTIDADE    PIC 9(04).
           02 CI-VALUNIT       PIC 9(6)V99.

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

       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-VENDEDOR     PIC 9(04).
           02 ORD-FIM          PIC 9(08).
           02 ORD-CONTRATO     PIC 9(06).

      *================================================================*
       WORKING-STORAGE                         SECTION.
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
       77  FS-ORDENADOS  PIC XX VALUE SPACES.

       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WDIAS          PIC 9(03) VALUE ZERO.
       77  WDIAS-LIMITE   PIC S9(5) VALUE ZERO.
       77  WDATA-LIMITE   PIC 9(08) VALUE ZERO.
       77  WDATAUTIL-DT2  PIC 9(08) VALUE ZERO.
       77  WNOME-DIA      PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAI  PIC 9(08) VALUE ZERO.
       77  WRESTAM        PIC S9(5) VALUE ZERO.
       77  WTEM-GRUPO     PIC X VALUE "N".
           88 TEM-GRUPO   VALUE "S".
       77  WVEND-ATUAL    PIC 9(04) VALUE ZERO.
       77  WMENSAL        PIC 9(8)V99 VALUE ZERO.
       77  QT-VENDEDOR    PIC 9(04) VALUE ZERO.
       77  QT-CONTRATOS   PIC 9(04) VALUE ZERO.
       77  WT-VENDEDOR    PIC 9(10)V99 VALUE ZERO.
       77  WT-GERAL       PIC 9(10)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-TOTAL      PIC Z(9)9.99.
       77  WED-DIAS       PIC ZZZ9-.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT ORDENADOS
               ON ASCENDING KEY ORD-VENDEDOR ORD-FIM ORD-CONTRATO
               INPUT PROCEDURE IS 2000-SELECIONA-CONTRATOS
               OUTPUT PROCEDURE IS 3000-LISTA-VENCIMENTOS
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "CONTRATOS A VENCER" AT 0420
           DISPLAY "VENCENDO NOS PROXIMOS DIAS (0 = 60)" AT 0605
           ACCEPT WDIAS AT 0642
           IF WDIAS = ZERO
               MOVE 60 TO WDIAS
           END-IF
           MOVE WDIAS TO WDIAS-LIMITE
           CALL "DATAUTIL" USING "SOMADIAS", WDATA-SISTEMA,
               WDATAUTIL-DT2, WDIAS-LIMITE, WNOME-DIA, WDATA-LIMITE
           OPEN INPUT CONTRATO
           OPEN INPUT CONTITEM
           OPEN INPUT CLIENTES
           OPEN INPUT VENDEDORES
           .
      *----------------------------------------------------------------*
      *    ENTRADA DO SORT - CONTRATOS AINDA NAO ENCERRADOS COM O FIM
      *    DA VIGENCIA ENTRE HOJE E A DATA LIMITE
      *----------------------------------------------------------------*
       2000-SELECIONA-CONTRATOS.
           IF FS-CONTRATO NOT = "00"
               DISPLAY "NENHUM CONTRATO CADASTRADO"
           ELSE
               PERFORM 2100-LE-CONTRATO
               PERFORM 2200-SELECIONA-CONTRATO
                   UNTIL FS-CONTRATO NOT = "00"
           END-IF
           .
       2100-LE-CONTRATO.
           READ CONTRATO NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTRATO
           END-READ
           .
       2200-SELECIONA-CONTRATO.
           IF NOT CT-ENCERRADO AND
              CT-FIM NOT < WDATA-SISTEMA AND
              CT-FIM NOT > WDATA-LIMITE
               MOVE CT-VENDEDOR TO ORD-VENDEDOR
               MOVE CT-FIM      TO ORD-FIM
               MOVE CT-CODIGO   TO ORD-CONTRATO
               RELEASE REG-ORDENADO
           END-IF
           PERFORM 2100-LE-CONTRATO
           .
      *----------------------------------------------------------------*
      *    SAIDA DO SORT - QUEBRA POR VENDEDOR
      *----------------------------------------------------------------*
       3000-LISTA-VENCIMENTOS.
           DISPLAY " "
           DISPLAY "CONTRATOS COM VIGENCIA ATE " WDATA-LIMITE
               " (EMITIDO EM " WDATA-SISTEMA ")"
           PERFORM 3100-RETORNA-ORDENADO
           PERFORM 3200-LISTA-CONTRATO THRU 3200-PROXIMO
               UNTIL FS-ORDENADOS = "10"
           IF TEM-GRUPO
               PERFORM 3500-FECHA-VENDEDOR
           END-IF
           IF QT-CONTRATOS = ZERO
               DISPLAY "NENHUM CONTRATO VENCENDO NO PERIODO"
           ELSE
               DISPLAY " "
               MOVE WT-GERAL TO WED-TOTAL
               DISPLAY "TOTAL GERAL  CONTRATOS: " QT-CONTRATOS
                   "  VALOR MENSAL: " WED-TOTAL
           END-IF
           .
       3100-RETORNA-ORDENADO.
           RETURN ORDENADOS
               AT END
                   MOVE "10" TO FS-ORDENADOS
           END-RETURN
           .
       3200-LISTA-CONTRATO.
           IF NOT TEM-GRUPO
               PERFORM 3400-ABRE-VENDEDOR
           ELSE
               IF ORD-VENDEDOR NOT = WVEND-ATUAL
                   PERFORM 3500-FECHA-VENDEDOR
                   PERFORM 3400-ABRE-VENDEDOR
               END-IF
           END-IF
           MOVE ORD-CONTRATO TO CT-CODIGO
           READ CONTRATO
               INVALID KEY
                   GO TO 3200-PROXIMO
           END-READ
           MOVE CT-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
                   MOVE SPACES TO TELEFONE
           END-READ
           CALL "DATAUTIL" USING "DIFDIAS", WDATA-SISTEMA, CT-FIM,
               WRESTAM, WNOME-DIA, WDATAUTIL-SAI
           PERFORM 3300-VALOR-MENSAL
           ADD 1 TO QT-VENDEDOR
           ADD 1 TO QT-CONTRATOS
           ADD WMENSAL TO WT-VENDEDOR
           ADD WMENSAL TO WT-GERAL
           MOVE WRESTAM TO WED-DIAS
           MOVE WMENSAL TO WED-VALOR
           DISPLAY CT-CODIGO " " CT-CLIENTE " " NOME (1:30) " "
               CT-FIM WED-DIAS " " CT-SITUACAO " " WED-VALOR
               " " CT-ULT-PEDIDO
           DISPLAY "              FONE " TELEFONE (1:20)
               " INICIO " CT-INICIO " DIA " CT-DIA-FATUR
               " REAJUSTE " CT-INDICE
           .
       3200-PROXIMO.
           PERFORM 3100-RETORNA-ORDENADO
           .
       3300-VALOR-MENSAL.
           MOVE ZERO TO WMENSAL
           MOVE CT-CODIGO TO CI-CONTRATO
           MOVE ZEROS     TO CI-LINHA
           START CONTITEM KEY NOT LESS THAN CI-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-CONTITEM
           END-START
           IF FS-CONTITEM = "00"
               PERFORM 3350-LE-ITEM
               PERFORM 3360-SOMA-ITEM
                   UNTIL FS-CONTITEM NOT = "00"
           END-IF
           MOVE "00" TO FS-CONTITEM
           .
       3350-LE-ITEM.
           READ CONTITEM NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTITEM
           END-READ
           IF FS-CONTITEM = "00" AND CI-CONTRATO NOT = CT-CODIGO
               MOVE "10" TO FS-CONTITEM
           END-IF
           .
       3360-SOMA-ITEM.
           COMPUTE WMENSAL = WMENSAL + CI-QUANTIDADE * CI-VALUNIT
           PERFORM 3350-LE-ITEM
           .
       3400-ABRE-VENDEDOR.
           MOVE "S" TO WTEM-GRUPO
           MOVE ORD-VENDEDOR TO WVEND-ATUAL
           MOVE ZERO TO QT-VENDEDOR
           MOVE ZERO TO WT-VENDEDOR
           MOVE ORD-VENDEDOR TO V-CODIGO
           READ VENDEDORES
               INVALID KEY
                   MOVE "VENDEDOR NAO CADASTRADO" TO V-NOME
           END-READ
           DISPLAY " "
           DISPLAY "VENDEDOR " ORD-VENDEDOR " " V-NOME (1:40)
           DISPLAY "CONTR. CLIENTE NOME                           "
               "FIM      DIAS S  VALOR MENSAL ULT.PED"
           .
       3500-FECHA-VENDEDOR.
           MOVE WT-VENDEDOR TO WED-TOTAL
           DISPLAY "  TOTAL DO VENDEDOR  CONTRATOS: " QT-VENDEDOR
               "  VALOR MENSAL: " WED-TOTAL
           .
       9999-ENCERRA.
           CLOSE CONTRATO CONTITEM CLIENTES VENDEDORES
           GOBACK
           .
       END PROGRAM RELCTR01.
