      ******************************************************************
      *
      *     RELCSG01 - POSICAO DA CONSIGNACAO POR CLIENTE (CONSIG.DAT,
      *     CONSIG01). PARA CADA PRODUTO COM SALDO NO CLIENTE: SALDO,
      *     PRECO COMBINADO, VALOR PELO PRECO, VALOR PELO CUSTO DA
      *     REMESSA, DATA DA ULTIMA REMESSA E OS DIAS DESDE ELA.
      *     SUBTOTAL POR CLIENTE E TOTAL GERAL, QUE E O SALDO DO
      *     DEPOSITO 98 CONFERIDO PELO RELVAL01.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELCSG01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONSIG ASSIGN TO "CONSIG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CHAVE
           FILE STATUS IS FS-CONSIG.

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
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM CONSIG01.
       FD  CONSIG.
       01  REGISTRO-CONSIG.
           02 CS-CHAVE.
               03 CS-CLIENTE   PIC 9(06).
               03 CS-PRODUTO   PIC 9(06).
           02 CS-SALDO         PIC 9(06).
           02 CS-VALUNIT       PIC 9(6)V99.
           02 CS-CUSTO         PIC 9(6)V99.
           02 CS-DATA-REMESSA  PIC 9(08).
           02 CS-DATA-ACERTO   PIC 9(08).
           02 CS-QTD-REMETIDA  PIC 9(07).
           02 CS-QTD-VENDIDA   PIC 9(07).
           02 CS-QTD-DEVOLVIDA PIC 9(07).

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
       WORKING-STORAGE                         SECTION.
       01  FS-CONSIG.
           02 FS-CONSIG-1 PIC 9.
           02 FS-CONSIG-2 PIC 9.
           02 FS-CONSIG-R REDEFINES FS-CONSIG-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
      *    CLIENTE PEDIDO NO PARAMETRO (ZERO = TODOS)
       77  WCLIENTE      PIC 9(06) VALUE ZERO.
       77  WCLIENTE-ATU  PIC 9(06) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS)
       77  WDIAS-REMESSA PIC S9(5) VALUE ZERO.
       77  WDATAUTIL-DIA PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAI PIC 9(08) VALUE ZERO.
       77  WVALOR-VENDA  PIC 9(10)V99 VALUE ZERO.
       77  WVALOR-CUSTO  PIC 9(10)V99 VALUE ZERO.
      *    SUBTOTAL DO CLIENTE E TOTAL GERAL
       77  WC-QTDE       PIC 9(07) VALUE ZEROS.
       77  WC-VALOR-VENDA PIC 9(10)V99 VALUE ZEROS.
       77  WC-VALOR-CUSTO PIC 9(10)V99 VALUE ZEROS.
       77  WT-QTDE       PIC 9(07) VALUE ZEROS.
       77  WT-VALOR-VENDA PIC 9(10)V99 VALUE ZEROS.
       77  WT-VALOR-CUSTO PIC 9(10)V99 VALUE ZEROS.
       77  QT-CLIENTES   PIC 9(05) VALUE ZEROS.
       77  WED-VALOR     PIC Z(9)9.99.
       77  WED-CUSTO     PIC Z(9)9.99.
       77  WED-PRECO     PIC Z(5)9.99.
       77  WED-QTDE      PIC Z(5)9.
       77  WED-DIAS      PIC Z(4)9.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LISTA-POSICAO THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "POSICAO DA CONSIGNACAO" AT 0420
           DISPLAY "CLIENTE (0=TODOS)" AT 0605
           ACCEPT WCLIENTE AT 0632
           OPEN INPUT CONSIG
           OPEN INPUT CLIENTES
           OPEN INPUT ARQ1
           .
       2000-LISTA-POSICAO.
           DISPLAY " "
           DISPLAY "POSICAO DA CONSIGNACAO EM " WDATA-SISTEMA
           IF FS-CONSIG NOT = "00"
               DISPLAY "NENHUMA CONSIGNACAO CADASTRADA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-POSICIONA
           PERFORM 2200-SELECIONA-SALDO
               UNTIL FS-CONSIG NOT = "00"
           IF WCLIENTE-ATU NOT = ZERO
               PERFORM 2500-TOTAL-CLIENTE
           END-IF
           IF QT-CLIENTES = ZERO
               DISPLAY "NENHUM SALDO EM CONSIGNACAO"
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           MOVE WT-QTDE TO WED-QTDE
           MOVE WT-VALOR-VENDA TO WED-VALOR
           MOVE WT-VALOR-CUSTO TO WED-CUSTO
           DISPLAY "TOTAL GERAL  CLIENTES: " QT-CLIENTES
               "  QTDE " WED-QTDE "  VENDA " WED-VALOR
               "  CUSTO " WED-CUSTO
       2000-EXIT.
           EXIT.
       2100-POSICIONA.
           MOVE WCLIENTE TO CS-CLIENTE
           MOVE ZEROS    TO CS-PRODUTO
           START CONSIG KEY NOT LESS THAN CS-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-CONSIG
           END-START
           IF FS-CONSIG = "00"
               PERFORM 2150-LE-CONSIG
           END-IF
           .
       2150-LE-CONSIG.
           READ CONSIG NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONSIG
           END-READ
           IF FS-CONSIG = "00" AND WCLIENTE NOT = ZERO AND
              CS-CLIENTE NOT = WCLIENTE
               MOVE "10" TO FS-CONSIG
           END-IF
           .
       2200-SELECIONA-SALDO.
           IF CS-SALDO > ZERO
               IF CS-CLIENTE NOT = WCLIENTE-ATU
                   IF WCLIENTE-ATU NOT = ZERO
                       PERFORM 2500-TOTAL-CLIENTE
                   END-IF
                   PERFORM 2300-CABECALHO-CLIENTE
               END-IF
               PERFORM 2400-IMPRIME-SALDO
           END-IF
           PERFORM 2150-LE-CONSIG
           .
       2300-CABECALHO-CLIENTE.
           MOVE CS-CLIENTE TO WCLIENTE-ATU
           MOVE CS-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
           END-READ
           DISPLAY " "
           DISPLAY "CLIENTE " CS-CLIENTE " " NOME (1:40)
           DISPLAY "PRODUTO DESCRICAO            SALDO   PRECO UN"
               "    VALOR VENDA    VALOR CUSTO REMESSA   DIAS"
           MOVE ZERO TO WC-QTDE
           MOVE ZERO TO WC-VALOR-VENDA
           MOVE ZERO TO WC-VALOR-CUSTO
           ADD 1 TO QT-CLIENTES
           .
       2400-IMPRIME-SALDO.
           MOVE CS-PRODUTO TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
           END-READ
           COMPUTE WVALOR-VENDA = CS-SALDO * CS-VALUNIT
           COMPUTE WVALOR-CUSTO = CS-SALDO * CS-CUSTO
           CALL "DATAUTIL" USING "DIFDIAS", CS-DATA-REMESSA,
               WDATA-SISTEMA, WDIAS-REMESSA, WDATAUTIL-DIA,
               WDATAUTIL-SAI
           MOVE CS-SALDO TO WED-QTDE
           MOVE CS-VALUNIT TO WED-PRECO
           MOVE WVALOR-VENDA TO WED-VALOR
           MOVE WVALOR-CUSTO TO WED-CUSTO
           MOVE WDIAS-REMESSA TO WED-DIAS
           DISPLAY CS-PRODUTO "  " FD-PRODUTO (1:20) " " WED-QTDE " "
               WED-PRECO " " WED-VALOR " " WED-CUSTO " "
               CS-DATA-REMESSA " " WED-DIAS
           ADD CS-SALDO TO WC-QTDE
           ADD WVALOR-VENDA TO WC-VALOR-VENDA
           ADD WVALOR-CUSTO TO WC-VALOR-CUSTO
           .
       2500-TOTAL-CLIENTE.
           MOVE WC-QTDE TO WED-QTDE
           MOVE WC-VALOR-VENDA TO WED-VALOR
           MOVE WC-VALOR-CUSTO TO WED-CUSTO
           DISPLAY "TOTAL DO CLIENTE             " WED-QTDE
               "           " WED-VALOR " " WED-CUSTO
           ADD WC-QTDE TO WT-QTDE
           ADD WC-VALOR-VENDA TO WT-VALOR-VENDA
           ADD WC-VALOR-CUSTO TO WT-VALOR-CUSTO
           .
       9999-ENCERRA.
           CLOSE CONSIG CLIENTES ARQ1
           GOBACK
           .
       END PROGRAM RELCSG01.
