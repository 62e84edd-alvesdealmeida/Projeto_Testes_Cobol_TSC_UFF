      *     PERCORRE O CADASTRO DE MERCADORIAS TOTALIZANDO SALDO
      *     VEZES CUSTO MEDIO E SALDO VEZES PRECO DE VENDA POR TIPO
      *     (1-PECA 2-ACABADO 3-MATERIAL), COM O TOTAL GERAL PARA O
      *     BALANCO. A MERCADORIA EM TRANSITO ENTRE DEPOSITOS (SALDO
      *     DO DEPOSITO 99 EM SALDODEP.DAT, TRANSF01) JA ESTA NO SALDO
      *     CONSOLIDADO E SAI DESTACADA ABAIXO DO TOTAL GERAL; DO
      *     MESMO MODO A MERCADORIA EM CONSIGNACAO NOS CLIENTES
      *     (DEPOSITO 98, CONSIG01), QUE AINDA E NOSSA ATE O ACERTO.
      *     HAVENDO PROVISAO PARA OBSOLESCENCIA CONTABILIZADA (ULTIMA
      *     LINHA DE OBSPST.DAT, ESTOBS01), SAI O VALOR LIQUIDO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT SALDODEP ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.

           SELECT OBSPST ASSIGN TO "OBSPST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OBSPST.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

      *    SALDO POR PRODUTO X DEPOSITO (MANTIDO POR GRAVA-MOVESTOQUE)
       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

      *    HISTORICO DA PROVISAO PARA OBSOLESCENCIA (ESTOBS01)
       FD  OBSPST.
       01  REGISTRO-OBSPST.
           02 OP-DATA          PIC 9(08).
           02 FILLER           PIC X.
           02 OP-PROVISAO      PIC 9(10)V99.
           02 FILLER           PIC X.
           02 OP-AJUSTE        PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           02 FILLER           PIC X.
           02 OP-OPERADOR      PIC X(10).

      *================================================================*
       WORKING-STORAGE                         SECTION.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-SALDODEP.
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       77  FS-OBSPST      PIC XX VALUE SPACES.

       01  TAB-TIPOS.
           02 TT-ITEM OCCURS 3 TIMES.
       77  WT-VALOR-VENDA PIC 9(12)V99 VALUE ZEROS.
       77  WED-CUSTO      PIC Z(11)9.99.
       77  WED-VENDA      PIC Z(11)9.99.
      *    MERCADORIA EM TRANSITO (DEPOSITO 99), JA DENTRO DO TOTAL
       77  WDEP-TRANSITO   PIC 9(02) VALUE 99.
       77  WSALDODEP-OK    PIC X VALUE "N".
       77  WTR-QTDE        PIC 9(09) VALUE ZEROS.
       77  WTR-VALOR-CUSTO PIC 9(12)V99 VALUE ZEROS.
       77  WTR-VALOR-VENDA PIC 9(12)V99 VALUE ZEROS.
      *    MERCADORIA EM CONSIGNACAO (DEPOSITO 98), JA DENTRO DO TOTAL
       77  WDEP-CONSIGNA   PIC 9(02) VALUE 98.
       77  WCS-QTDE        PIC 9(09) VALUE ZEROS.
       77  WCS-VALOR-CUSTO PIC 9(12)V99 VALUE ZEROS.
       77  WCS-VALOR-VENDA PIC 9(12)V99 VALUE ZEROS.
      *    PROVISAO PARA OBSOLESCENCIA VIGENTE E DATA DO LANCAMENTO
       77  WPROVISAO       PIC 9(12)V99 VALUE ZEROS.
       77  WPROVISAO-DATA  PIC 9(08) VALUE ZEROS.
       77  WLIQUIDO        PIC S9(12)V99 VALUE ZEROS.
       77  WED-LIQUIDO     PIC -(11)9.99.
       01  TAB-NOME-TIPO.
           02 NT-NOME PIC X(10) OCCURS 3 TIMES.

           MOVE "ACABADO"  TO NT-NOME(2)
           MOVE "MATERIAL" TO NT-NOME(3)
           OPEN INPUT ARQ1
           OPEN INPUT SALDODEP
           IF FS-SALDODEP = "00"
               MOVE "S" TO WSALDODEP-OK
           END-IF
           DISPLAY SPACE ERASE EOS
           DISPLAY "VALORIZACAO DO ESTOQUE"
           .
                   COMPUTE TT-VALOR-VENDA (FD-TIPO) =
                       TT-VALOR-VENDA (FD-TIPO) +
                       FD-QTD-ESTOQUE * FD-VALUNIT
                   PERFORM 2200-SOMA-TRANSITO
                   PERFORM 2300-SOMA-CONSIGNACAO
               END-IF
               PERFORM 2100-LE-PROXIMO
           END-PERFORM
                   MOVE "10" TO FS-ARQ1
           END-READ
           .
       2200-SOMA-TRANSITO.
           IF WSALDODEP-OK = "S"
               MOVE FD-CODIGO     TO SD-PRODUTO
               MOVE WDEP-TRANSITO TO SD-DEPOSITO
               READ SALDODEP
                   INVALID KEY
                       MOVE ZERO TO SD-SALDO
               END-READ
               IF SD-SALDO > ZERO
                   ADD SD-SALDO TO WTR-QTDE
                   COMPUTE WTR-VALOR-CUSTO = WTR-VALOR-CUSTO +
                       SD-SALDO * FD-CUSTO-MEDIO
                   COMPUTE WTR-VALOR-VENDA = WTR-VALOR-VENDA +
                       SD-SALDO * FD-VALUNIT
               END-IF
           END-IF
           .
       2300-SOMA-CONSIGNACAO.
           IF WSALDODEP-OK = "S"
               MOVE FD-CODIGO     TO SD-PRODUTO
               MOVE WDEP-CONSIGNA TO SD-DEPOSITO
               READ SALDODEP
                   INVALID KEY
                       MOVE ZERO TO SD-SALDO
               END-READ
               IF SD-SALDO > ZERO
                   ADD SD-SALDO TO WCS-QTDE
                   COMPUTE WCS-VALOR-CUSTO = WCS-VALOR-CUSTO +
                       SD-SALDO * FD-CUSTO-MEDIO
                   COMPUTE WCS-VALOR-VENDA = WCS-VALOR-VENDA +
                       SD-SALDO * FD-VALUNIT
               END-IF
           END-IF
           .
       3000-IMPRIME-RELATORIO.
           DISPLAY "TIPO       QTDE        VALOR CUSTO"
               "     VALOR VENDA"
           MOVE WT-VALOR-VENDA TO WED-VENDA
           DISPLAY "TOTAL GERAL " WT-QTDE " " WED-CUSTO
               " " WED-VENDA
           MOVE WTR-VALOR-CUSTO TO WED-CUSTO
           MOVE WTR-VALOR-VENDA TO WED-VENDA
           DISPLAY "EM TRANSITO " WTR-QTDE " " WED-CUSTO
               " " WED-VENDA
           DISPLAY "(MERCADORIA EM TRANSITO ENTRE DEPOSITOS - JA"
               " INCLUIDA NO TOTAL GERAL)"
           MOVE WCS-VALOR-CUSTO TO WED-CUSTO
           MOVE WCS-VALOR-VENDA TO WED-VENDA
           DISPLAY "EM CONSIGN. " WCS-QTDE " " WED-CUSTO
               " " WED-VENDA
           DISPLAY "(MERCADORIA EM CONSIGNACAO NOS CLIENTES - JA"
               " INCLUIDA NO TOTAL GERAL)"
           PERFORM 3200-IMPRIME-PROVISAO THRU 3200-FIM
           .
       3100-IMPRIME-TIPO.
           ADD TT-QTDE (IND1)        TO WT-QTDE
           DISPLAY NT-NOME (IND1) " " TT-QTDE (IND1) " "
               WED-CUSTO " " WED-VENDA
           .
       3200-IMPRIME-PROVISAO.
           OPEN INPUT OBSPST
           IF FS-OBSPST NOT = "00"
               GO TO 3200-FIM
           END-IF
           PERFORM 3210-LE-PROVISAO
           PERFORM 3220-GUARDA-PROVISAO
               UNTIL FS-OBSPST NOT = "00"
           CLOSE OBSPST
           IF WPROVISAO-DATA = ZERO
               GO TO 3200-FIM
           END-IF
           MOVE WPROVISAO TO WED-CUSTO
           DISPLAY "PROV.OBSOL.           " WED-CUSTO
               "  (LANCADA EM " WPROVISAO-DATA ")"
           COMPUTE WLIQUIDO = WT-VALOR-CUSTO - WPROVISAO
           MOVE WLIQUIDO TO WED-LIQUIDO
           DISPLAY "VALOR LIQUIDO         " WED-LIQUIDO
           .
       3200-FIM.
           EXIT.
       3210-LE-PROVISAO.
           READ OBSPST
               AT END
                   MOVE "10" TO FS-OBSPST
           END-READ
           .
       3220-GUARDA-PROVISAO.
           MOVE OP-PROVISAO TO WPROVISAO
           MOVE OP-DATA     TO WPROVISAO-DATA
           PERFORM 3210-LE-PROVISAO
           .
       9999-ENCERRA.
           CLOSE ARQ1
           IF WSALDODEP-OK = "S"
               CLOSE SALDODEP
           END-IF
           GOBACK
           .
       END PROGRAM RELVAL01.
