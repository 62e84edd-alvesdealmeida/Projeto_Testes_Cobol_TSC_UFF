      ******************************************************************
      *
      *     RELPRM01 - RESULTADO DAS PROMOCOES (PROMOCAO.DAT /
      *     PEDPROM.DAT, CADPRM01 E CADPED01). POR PROMOCAO: PEDIDOS,
      *     UNIDADES VENDIDAS (E QUANTAS JA FATURADAS), RECEITA DAS
      *     LINHAS, DESCONTO CONCEDIDO CONTRA O PRECO NORMAL E MARGEM
      *     SOBRE O CUSTO - O CUSTO CONGELADO NO FATURAMENTO
      *     (ITM-CUSTO-MEDIO) OU, NO PEDIDO AINDA ABERTO, O CUSTO
      *     MEDIO ATUAL DO PRODUTO. PEDIDOS CANCELADOS FICAM DE FORA.
      *     SELECAO POR PROMOCAO OU PELO FIM DA VIGENCIA NO PERIODO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELPRM01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
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

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM CADPRM01.
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

       FD  PEDPROM.
       01  REGISTRO-PEDPROM.
           02 PP-CHAVE.
               03 PP-PEDIDO    PIC 9(06).
               03 PP-LINHA     PIC 9(02).
           02 PP-PROMOCAO      PIC 9(06).
           02 PP-QUANTIDADE    PIC 9(04).
           02 PP-PRECO-NORMAL  PIC 9(6)V99.
           02 PP-PRECO-PROMO   PIC 9(6)V99.

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
       01  FS-PROMOCAO.
           02 FS-PROMOCAO-1 PIC 9.
           02 FS-PROMOCAO-2 PIC 9.
           02 FS-PROMOCAO-R REDEFINES FS-PROMOCAO-2 PIC 99 COMP-X.
       01  FS-PEDPROM.
           02 FS-PEDPROM-1 PIC 9.
           02 FS-PEDPROM-2 PIC 9.
           02 FS-PEDPROM-R REDEFINES FS-PEDPROM-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDOS-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITENS-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.

       77  WPROMOCAO     PIC 9(06) VALUE ZERO.
       77  WDATA-INI     PIC 9(08) VALUE ZERO.
       77  WDATA-FIM     PIC 9(08) VALUE ZERO.
       77  WPEDIDO-ANT   PIC 9(06) VALUE ZERO.
       77  WCUSTO        PIC 9(6)V99 VALUE ZERO.
      *    ACUMULADOS DA PROMOCAO
       77  WQT-PEDIDOS   PIC 9(05) VALUE ZERO.
       77  WQT-UNIDADES  PIC 9(07) VALUE ZERO.
       77  WQT-FATURADAS PIC 9(07) VALUE ZERO.
       77  WRECEITA      PIC 9(10)V99 VALUE ZERO.
       77  WDESCONTO     PIC 9(10)V99 VALUE ZERO.
       77  WCUSTO-TOTAL  PIC 9(10)V99 VALUE ZERO.
       77  WMARGEM       PIC S9(10)V99 VALUE ZERO.
       77  WMARGEM-PCT   PIC S9(3)V99 VALUE ZERO.
      *    TOTAIS GERAIS
       77  QT-PROMOCOES  PIC 9(05) VALUE ZERO.
       77  WT-UNIDADES   PIC 9(08) VALUE ZERO.
       77  WT-RECEITA    PIC 9(11)V99 VALUE ZERO.
       77  WT-DESCONTO   PIC 9(11)V99 VALUE ZERO.
       77  WT-MARGEM     PIC S9(11)V99 VALUE ZERO.
       77  WED-VALOR     PIC Z(9)9.99.
       77  WED-MARGEM    PIC -Z(9)9.99.
       77  WED-PCT       PIC -ZZ9.99.
       77  WED-QTDE      PIC Z(6)9.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LISTA-PROMOCOES THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "RESULTADO DAS PROMOCOES" AT 0420
           DISPLAY "PROMOCAO (0 = TODAS)" AT 0605
           ACCEPT WPROMOCAO AT 0632
           DISPLAY "FIM DA VIGENCIA DE (AAAAMMDD)" AT 0705
           ACCEPT WDATA-INI AT 0736
           DISPLAY "FIM DA VIGENCIA ATE (AAAAMMDD)" AT 0805
           ACCEPT WDATA-FIM AT 0836
           IF WDATA-FIM = ZERO
               MOVE 99999999 TO WDATA-FIM
           END-IF
           OPEN INPUT PROMOCAO
           OPEN INPUT PEDPROM
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITENS
           OPEN INPUT ARQ1
           .
       2000-LISTA-PROMOCOES.
           DISPLAY " "
           DISPLAY "PROMOC DESCRICAO            VIGENCIA"
               "            PEDIDOS  UNIDADES  FATURADAS"
           DISPLAY "              RECEITA       DESCONTO"
               "         MARGEM  MARG%"
           IF FS-PROMOCAO NOT = "00"
               DISPLAY "NENHUMA PROMOCAO CADASTRADA"
               GO TO 2000-EXIT
           END-IF
           IF WPROMOCAO > ZERO
               MOVE WPROMOCAO TO PM-CODIGO
               READ PROMOCAO
                   INVALID KEY
                       DISPLAY "PROMOCAO NAO CADASTRADA"
                       GO TO 2000-EXIT
               END-READ
               PERFORM 3000-RESULTADO-PROMOCAO
           ELSE
               PERFORM 2100-LE-PROMOCAO
               PERFORM 2200-SELECIONA-PROMOCAO
                   UNTIL FS-PROMOCAO NOT = "00"
           END-IF
           IF QT-PROMOCOES = ZERO
               DISPLAY "NENHUMA PROMOCAO NO PERIODO"
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           MOVE WT-RECEITA TO WED-VALOR
           DISPLAY "PROMOCOES: " QT-PROMOCOES "  UNIDADES: "
               WT-UNIDADES "  RECEITA: " WED-VALOR
           MOVE WT-DESCONTO TO WED-VALOR
           MOVE WT-MARGEM TO WED-MARGEM
           DISPLAY "DESCONTO CONCEDIDO: " WED-VALOR
               "  MARGEM: " WED-MARGEM
       2000-EXIT.
           EXIT.
       2100-LE-PROMOCAO.
           READ PROMOCAO NEXT RECORD
               AT END
                   MOVE "10" TO FS-PROMOCAO
           END-READ
           .
       2200-SELECIONA-PROMOCAO.
           IF PM-VIG-FIM NOT < WDATA-INI AND
              PM-VIG-FIM NOT > WDATA-FIM
               PERFORM 3000-RESULTADO-PROMOCAO
           END-IF
           PERFORM 2100-LE-PROMOCAO
           .
      *----------------------------------------------------------------*
      *    LINHAS DA PROMOCAO - PELA CHAVE ALTERNATIVA DO PEDPROM
      *----------------------------------------------------------------*
       3000-RESULTADO-PROMOCAO.
           MOVE ZERO TO WQT-PEDIDOS
           MOVE ZERO TO WQT-UNIDADES
           MOVE ZERO TO WQT-FATURADAS
           MOVE ZERO TO WRECEITA
           MOVE ZERO TO WDESCONTO
           MOVE ZERO TO WCUSTO-TOTAL
           MOVE ZERO TO WPEDIDO-ANT
           IF FS-PEDPROM NOT = "35"
               MOVE PM-CODIGO TO PP-PROMOCAO
               START PEDPROM KEY IS EQUAL TO PP-PROMOCAO
                   INVALID KEY
                       MOVE "23" TO FS-PEDPROM
               END-START
               IF FS-PEDPROM = "00"
                   PERFORM 3100-LE-PEDPROM
               END-IF
               PERFORM 3200-ACUMULA-LINHA
                   UNTIL FS-PEDPROM NOT = "00"
               MOVE "00" TO FS-PEDPROM
           END-IF
           COMPUTE WMARGEM = WRECEITA - WCUSTO-TOTAL
           MOVE ZERO TO WMARGEM-PCT
           IF WRECEITA > ZERO
               COMPUTE WMARGEM-PCT ROUNDED =
                   WMARGEM * 100 / WRECEITA
           END-IF
           DISPLAY PM-CODIGO " " PM-DESCRICAO (1:20) " "
               PM-VIG-INI "-" PM-VIG-FIM "   " WQT-PEDIDOS
               "   " WQT-UNIDADES "    " WQT-FATURADAS
           MOVE WRECEITA TO WED-VALOR
           MOVE WMARGEM TO WED-MARGEM
           MOVE WMARGEM-PCT TO WED-PCT
           DISPLAY "       " WED-VALOR
           MOVE WDESCONTO TO WED-VALOR
           DISPLAY "                      " WED-VALOR " "
               WED-MARGEM " " WED-PCT
           ADD 1 TO QT-PROMOCOES
           ADD WQT-UNIDADES TO WT-UNIDADES
           ADD WRECEITA TO WT-RECEITA
           ADD WDESCONTO TO WT-DESCONTO
           ADD WMARGEM TO WT-MARGEM
           .
       3100-LE-PEDPROM.
           READ PEDPROM NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDPROM
           END-READ
           IF FS-PEDPROM = "00" AND PP-PROMOCAO NOT = PM-CODIGO
               MOVE "10" TO FS-PEDPROM
           END-IF
           .
       3200-ACUMULA-LINHA.
           MOVE PP-PEDIDO TO PED-CODIGO
           READ PEDIDOS
               INVALID KEY
                   MOVE "C" TO PED-STATUS
           END-READ
           MOVE PP-PEDIDO TO ITM-PEDIDO
           MOVE PP-LINHA  TO ITM-LINHA
           READ PEDITENS
               INVALID KEY
                   MOVE "C" TO PED-STATUS
           END-READ
           IF NOT PED-CANCELADO
               IF PP-PEDIDO NOT = WPEDIDO-ANT
                   ADD 1 TO WQT-PEDIDOS
                   MOVE PP-PEDIDO TO WPEDIDO-ANT
               END-IF
               ADD ITM-QUANTIDADE TO WQT-UNIDADES
               IF PED-FATURADO
                   ADD ITM-QUANTIDADE TO WQT-FATURADAS
               END-IF
               ADD ITM-VALOR-LINHA TO WRECEITA
               IF PP-PRECO-NORMAL > PP-PRECO-PROMO
                   COMPUTE WDESCONTO = WDESCONTO + ITM-QUANTIDADE *
                       (PP-PRECO-NORMAL - PP-PRECO-PROMO)
               END-IF
               MOVE ITM-CUSTO-MEDIO TO WCUSTO
               IF WCUSTO = ZERO
                   MOVE ITM-PRODUTO TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE ZERO TO FD-CUSTO-MEDIO
                   END-READ
                   MOVE FD-CUSTO-MEDIO TO WCUSTO
               END-IF
               COMPUTE WCUSTO-TOTAL = WCUSTO-TOTAL +
                   ITM-QUANTIDADE * WCUSTO
           END-IF
           PERFORM 3100-LE-PEDPROM
           .
       9999-ENCERRA.
           CLOSE PROMOCAO PEDPROM PEDIDOS PEDITENS ARQ1
           GOBACK
           .
       END PROGRAM RELPRM01.
