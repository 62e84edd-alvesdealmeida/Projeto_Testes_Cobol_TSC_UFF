      *     ORDEM CRONOLOGICA OS PEDIDOS DE COMPRA (PEDCOMP.DAT) COM
      *     STATUS, OS RECEBIMENTOS COM QUANTIDADE E CUSTO E AS
      *     PARCELAS DO CONTAS A PAGAR (CONTASPAG.DAT) COM OS
      *     PAGAMENTOS E AS NOTAS DE DEBITO DAS DEVOLUCOES AO
      *     FORNECEDOR (DEVFOR.DAT), FECHANDO COM O SALDO A PAGAR ATUAL,
      *     AS QUANTIDADES DEVOLVIDAS, O CREDITO DO FORNECEDOR
      *     (CREDFOR.DAT) E O
      *     CATALOGO DE ITENS DO FORNECEDOR (FORNPROD.DAT) - NA TELA
      *     E NO .REL DO VISREL, NO MESMO DESENHO DO EXTRATO DO
      *     CLIENTE (EXTRCLI1).
           RECORD KEY IS FP-CHAVE
           FILE STATUS IS FS-FORNPROD.

           SELECT DEVFOR ASSIGN TO "DEVFOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DF-NUMERO
           ALTERNATE KEY IS DF-ORIGEM WITH DUPLICATES
           FILE STATUS IS FS-DEVFOR.

           SELECT CREDFOR ASSIGN TO "CREDFOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-FORNECEDOR
           FILE STATUS IS FS-CREDFOR.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

       FD  PEDCOMP.
       01  REGISTRO-PEDCOMP.
           02 PC-CODIGO        PIC 9(04).
           02 PC-FORNECEDOR    PIC 9(04).
           02 PC-PRODUTO       PIC 9(06).
           02 PC-QUANTIDADE    PIC 9(06).
           02 PC-CUSTO         PIC 9(6)V99.
           02 PC-DATA-EMISSAO  PIC 9(08).
               88 PC-RECEBIDA  VALUE "R".
               88 PC-CANCELADA VALUE "C".
           02 PC-DATA-RECEBIDA PIC 9(08).
           02 PC-CENTRO        PIC 9(03).

       FD  CONTASPAG.
       01  REGISTRO-CONTASPAG.
           02 CP-DATA-PGTO     PIC 9(08).
           02 CP-STATUS        PIC X.
               88 CP-ABERTA    VALUE "A".
           02 CP-CENTRO        PIC 9(03).

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

      *    DEVOLUCOES AO FORNECEDOR (DEVFOR01)
       FD  DEVFOR.
       01  REGISTRO-DEVFOR.
           02 DF-NUMERO        PIC 9(06).
           02 DF-FORNECEDOR    PIC 9(04).
           02 DF-ORIGEM.
               03 DF-PEDCOMP   PIC 9(04).
               03 DF-RECEB     PIC 9(02).
           02 DF-PRODUTO       PIC 9(06).
           02 DF-LOTE          PIC X(10).
           02 DF-DEPOSITO      PIC 9(02).
           02 DF-QUANTIDADE    PIC 9(06).
           02 DF-CUSTO         PIC 9(6)V99.
           02 DF-VALOR         PIC 9(8)V99.
           02 DF-MOTIVO        PIC X.
           02 DF-OBSERVACAO    PIC X(40).
           02 DF-DATA          PIC 9(08).
           02 DF-VALOR-ABATIDO PIC 9(8)V99.
           02 DF-VALOR-CREDITO PIC 9(8)V99.
           02 DF-OPERADOR      PIC X(10).

       FD  CREDFOR.
       01  REGISTRO-CREDFOR.
           02 CF-FORNECEDOR    PIC 9(04).
           02 CF-SALDO         PIC 9(8)V99.
           02 CF-DATA-ULT      PIC 9(08).

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

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           02 FS-FORNPROD-1 PIC 9.
           02 FS-FORNPROD-2 PIC 9.
           02 FS-FORNPRO-R REDEFINES FS-FORNPROD-2 PIC 99 COMP-X.
       01  FS-DEVFOR.
           02 FS-DEVFOR-1 PIC 9.
           02 FS-DEVFOR-2 PIC 9.
           02 FS-DEVFOR-R REDEFINES FS-DEVFOR-2 PIC 99 COMP-X.
       01  FS-CREDFOR.
           02 FS-CREDFOR-1 PIC 9.
           02 FS-CREDFOR-2 PIC 9.
           02 FS-CREDFOR-R REDEFINES FS-CREDFOR-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.

       77  WFORNECEDOR  PIC 9(04) VALUE ZERO.
       77  WVALOR-EVENTO PIC 9(8)V99 VALUE ZERO.
       77  WQT-DEVOLVIDA PIC 9(07) VALUE ZERO.
       77  WED-QTDE      PIC Z(5)9.

      *    EVENTOS DO EXTRATO, ORDENADOS POR DATA (BOLHA - MESMO
      *    DESENHO DO EXTRCLI1)
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           PERFORM 2000-COLETA-COMPRAS THRU 2000-EXIT
           PERFORM 3000-COLETA-PARCELAS THRU 3000-EXIT
           PERFORM 3500-COLETA-DEVOLUCOES THRU 3500-EXIT
           PERFORM 4000-ORDENA-EVENTOS
           PERFORM 5000-IMPRIME-EXTRATO
           PERFORM 5600-LISTA-DEVOLUCOES THRU 5600-EXIT
           PERFORM 5500-LISTA-CATALOGO THRU 5500-EXIT
           PERFORM 5900-FECHA-SPOOL
           PERFORM 6000-DISPARA-VISREL
           OPEN INPUT CONTASPAG
           OPEN INPUT FORNPROD
           OPEN INPUT ARQ1
           OPEN INPUT DEVFOR
           OPEN INPUT CREDFOR
           MOVE WFORNECEDOR TO V-CODIGO
           READ VENDEDORES
               INVALID KEY
                   CP-VALOR - CP-VALOR-PAGO
           END-IF
           .
      *    NOTA DE DEBITO DA DEVOLUCAO ENTRA NO EXTRATO NA DATA DA
      *    DEVOLUCAO, REFERENCIA = NUMERO DA NOTA
       3500-COLETA-DEVOLUCOES.
           IF FS-DEVFOR NOT = "00"
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-LE-DEVOLUCAO
           PERFORM 3520-EVENTO-DEVOLUCAO
               UNTIL FS-DEVFOR NOT = "00"
       3500-EXIT.
           EXIT.
       3510-LE-DEVOLUCAO.
           READ DEVFOR NEXT RECORD
               AT END
                   MOVE "10" TO FS-DEVFOR
           END-READ
           .
       3520-EVENTO-DEVOLUCAO.
           IF DF-FORNECEDOR = WFORNECEDOR
               ADD DF-QUANTIDADE TO WQT-DEVOLVIDA
               IF QT-EVENTOS < 400
                   ADD 1 TO QT-EVENTOS
                   MOVE DF-DATA TO EV-DATA (QT-EVENTOS)
                   MOVE "NOTA DEB " TO EV-TIPO (QT-EVENTOS)
                   MOVE DF-NUMERO TO EV-REF (QT-EVENTOS)
                   MOVE DF-VALOR TO EV-VALOR (QT-EVENTOS)
               ELSE
                   ADD 1 TO QT-EXCEDENTES
               END-IF
           END-IF
           PERFORM 3510-LE-DEVOLUCAO
           .
       4000-ORDENA-EVENTOS.
      *    ORDENACAO SIMPLES POR BOLHA, TABELA PEQUENA (ATE 400
      *    EVENTOS) - MESMO ESQUEMA DO EXTRCLI1.
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 7100-GRAVA-LINHA-T
           .
      *    DEVOLUCOES (QUANTIDADES DEVOLVIDAS) E CREDITO DO
      *    FORNECEDOR NO RODAPE
       5600-LISTA-DEVOLUCOES.
           MOVE ZERO TO CF-SALDO
           IF FS-CREDFOR = "00"
               MOVE WFORNECEDOR TO CF-FORNECEDOR
               READ CREDFOR
                   INVALID KEY
                       MOVE ZERO TO CF-SALDO
               END-READ
           END-IF
           MOVE CF-SALDO TO WED-VALOR
           DISPLAY "CREDITO DO FORNECEDOR (NOTAS DE DEBITO): "
               WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "Credito do fornecedor (notas de debito): "
               WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 7100-GRAVA-LINHA-T
           IF WQT-DEVOLVIDA = ZERO
               GO TO 5600-EXIT
           END-IF
           DISPLAY "DEVOLUCOES AO FORNECEDOR"
           MOVE "Devolucoes ao fornecedor:" TO WREL-TEXTO
           PERFORM 7100-GRAVA-LINHA-T
           MOVE ZEROS TO DF-NUMERO
           START DEVFOR KEY NOT LESS THAN DF-NUMERO
               INVALID KEY
                   GO TO 5600-EXIT
           END-START
           MOVE "00" TO FS-DEVFOR
           PERFORM 3510-LE-DEVOLUCAO
           PERFORM 5610-IMPRIME-DEVOLUCAO
               UNTIL FS-DEVFOR NOT = "00"
           MOVE WQT-DEVOLVIDA TO WED-QTDE
           DISPLAY "TOTAL DE UNIDADES DEVOLVIDAS: " WED-QTDE
           MOVE SPACES TO WREL-TEXTO
           STRING "Total de unidades devolvidas: " WED-QTDE
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 7100-GRAVA-LINHA-T
       5600-EXIT.
           EXIT.
       5610-IMPRIME-DEVOLUCAO.
           IF DF-FORNECEDOR = WFORNECEDOR
               MOVE DF-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               MOVE DF-QUANTIDADE TO WED-QTDE
               MOVE DF-VALOR TO WED-VALOR
               DISPLAY DF-NUMERO " " DF-DATA " PC " DF-PEDCOMP " "
                   DF-PRODUTO " " FD-PRODUTO (1:20) " " WED-QTDE
                   " " WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING DF-NUMERO " " DF-DATA " pc " DF-PEDCOMP " "
                   DF-PRODUTO " " FD-PRODUTO (1:20) " " WED-QTDE
                   " " WED-VALOR
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 7100-GRAVA-LINHA-T
           END-IF
           PERFORM 3510-LE-DEVOLUCAO
           .
       5900-FECHA-SPOOL.
           CLOSE SEQ-ARQ
           .
           WRITE SEQ-REG
           .
       9999-ENCERRA.
           CLOSE VENDEDORES PEDCOMP CONTASPAG FORNPROD ARQ1 DEVFOR
               CREDFOR
           GOBACK
           .
       END PROGRAM EXTRFOR1.
