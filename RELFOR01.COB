      *     OU ADIANTAMENTO DO RECEBIMENTO CONTRA PC-DATA-PREVISTA,
      *     PERCENTUAL RECEBIDO COMPLETO VERSUS PARCIAL, E O DESVIO
      *     MEDIO DO CUSTO RECEBIDO (PC-CUSTO) CONTRA O ULTIMO CUSTO
      *     DO CATALOGO (FP-ULTIMO-CUSTO), ALEM DAS UNIDADES
      *     DEVOLVIDAS AO FORNECEDOR NO PERIODO (DEVFOR.DAT, PELA DATA
      *     DA DEVOLUCAO) E O PERCENTUAL SOBRE AS UNIDADES RECEBIDAS
      *     DOS PEDIDOS DO PERIODO. SAI ORDENADO DO PIOR
      *     (MAIOR ATRASO MEDIO) PARA O MELHOR, PARA A CONVERSA COM
      *     O FORNECEDOR TER NUMEROS.
      *
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-CHAVE
           FILE STATUS IS FS-FORNPROD.

           SELECT DEVFOR ASSIGN TO "DEVFOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DF-NUMERO
           ALTERNATE KEY IS DF-ORIGEM WITH DUPLICATES
           FILE STATUS IS FS-DEVFOR.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

      *    MESMO LAYOUT JA DECLARADO EM CADVEND1.
       FD  VENDEDORES.
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

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

      *================================================================*
       WORKING-STORAGE                         SECTION.
           02 FS-FORNPROD-1 PIC 9.
           02 FS-FORNPROD-2 PIC 9.
           02 FS-FORNPRO-R REDEFINES FS-FORNPROD-2 PIC 99 COMP-X.
       01  FS-DEVFOR.
           02 FS-DEVFOR-1 PIC 9.
           02 FS-DEVFOR-2 PIC 9.
           02 FS-DEVFOR-R REDEFINES FS-DEVFOR-2 PIC 99 COMP-X.

       77  WDATA-INI     PIC 9(08) VALUE ZERO.
       77  WDATA-FIM     PIC 9(08) VALUE ZERO.
               03 TF-SOMA-DESVIO PIC S9(7)V99.
               03 TF-QT-DESVIO   PIC 9(05).
               03 TF-MEDIA-DIAS  PIC S9(5)V9.
               03 TF-QT-UNID-REC PIC 9(07).
               03 TF-QT-DEVOLVIDA PIC 9(07).
       01  TF-SWAP.
           02 TF-SWAP-AREA PIC X(70).
       77  QT-FORN  PIC 9(03) VALUE ZEROS.
       77  IND1     PIC 9(03) VALUE ZEROS.
       77  IND2     PIC 9(03) VALUE ZEROS.
       77  IND-ATU  PIC 9(03) VALUE ZEROS.
       77  WACHOU   PIC X VALUE "N".
       77  WFORN-BUSCA PIC 9(04) VALUE ZERO.
       77  WPCT-DEVOLV PIC 9(03)V9 VALUE ZERO.
       77  WPCT-COMPLETO PIC 9(03)V9 VALUE ZERO.
       77  WMEDIA-DESVIO PIC S9(5)V99 VALUE ZERO.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-COMPRAS THRU 2000-EXIT
           PERFORM 2500-VARRE-DEVOLUCOES THRU 2500-EXIT
           PERFORM 3000-FECHA-MEDIAS
           PERFORM 4000-ORDENA-PIORES
           PERFORM 5000-IMPRIME
           OPEN INPUT PEDCOMP
           OPEN INPUT VENDEDORES
           OPEN INPUT FORNPROD
           OPEN INPUT DEVFOR
           .
       2000-VARRE-COMPRAS.
           IF FS-PEDCOMP NOT = "00"
           END-READ
           .
       2200-ACUMULA-COMPRA.
           MOVE PC-FORNECEDOR TO WFORN-BUSCA
           PERFORM 2300-ACHA-FORNECEDOR
           IF WACHOU = "N"
               GO TO 2200-FIM
           END-IF
           ADD 1 TO TF-QT-PEDIDOS (IND-ATU)
           ADD PC-QTD-RECEBIDA TO TF-QT-UNID-REC (IND-ATU)
           EVALUATE TRUE
               WHEN PC-RECEBIDA
                   ADD 1 TO TF-QT-COMPLETO (IND-ATU)
           MOVE "N" TO WACHOU
           PERFORM VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-FORN
               IF TF-FORNECEDOR (IND1) = WFORN-BUSCA
                   MOVE "S" TO WACHOU
                   MOVE IND1 TO IND-ATU
                   MOVE QT-FORN TO IND1
           END-PERFORM
           IF WACHOU = "N" AND QT-FORN < 100
               ADD 1 TO QT-FORN
               MOVE WFORN-BUSCA TO TF-FORNECEDOR (QT-FORN)
               MOVE ZERO TO TF-QT-PEDIDOS (QT-FORN)
               MOVE ZERO TO TF-QT-COMPLETO (QT-FORN)
               MOVE ZERO TO TF-QT-PARCIAL (QT-FORN)
               MOVE ZERO TO TF-SOMA-DESVIO (QT-FORN)
               MOVE ZERO TO TF-QT-DESVIO (QT-FORN)
               MOVE ZERO TO TF-MEDIA-DIAS (QT-FORN)
               MOVE ZERO TO TF-QT-UNID-REC (QT-FORN)
               MOVE ZERO TO TF-QT-DEVOLVIDA (QT-FORN)
               MOVE QT-FORN TO IND-ATU
               MOVE "S" TO WACHOU
           END-IF
           .
      *    UNIDADES DEVOLVIDAS AO FORNECEDOR NO PERIODO
       2500-VARRE-DEVOLUCOES.
           IF FS-DEVFOR NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-LE-DEVOLUCAO
           PERFORM 2520-ACUMULA-DEVOLUCAO
               UNTIL FS-DEVFOR NOT = "00"
       2500-EXIT.
           EXIT.
       2510-LE-DEVOLUCAO.
           READ DEVFOR NEXT RECORD
               AT END
                   MOVE "10" TO FS-DEVFOR
           END-READ
           .
       2520-ACUMULA-DEVOLUCAO.
           IF DF-DATA NOT < WDATA-INI AND DF-DATA NOT > WDATA-FIM
               MOVE DF-FORNECEDOR TO WFORN-BUSCA
               PERFORM 2300-ACHA-FORNECEDOR
               IF WACHOU = "S"
                   ADD DF-QUANTIDADE TO TF-QT-DEVOLVIDA (IND-ATU)
               END-IF
           END-IF
           PERFORM 2510-LE-DEVOLUCAO
           .
       3000-FECHA-MEDIAS.
           PERFORM 3100-MEDIA-DE-UM
               VARYING IND1 FROM 1 BY 1
           DISPLAY " "
           DISPLAY "FORNECEDOR (PIOR ATRASO MEDIO PRIMEIRO)"
           DISPLAY "FORN NOME                 PEDIDOS COMPL PARC"
               "  MEDIA DIAS  DESVIO CUSTO PCT  DEVOLV   PCT"
           IF QT-FORN = ZERO
               DISPLAY "NENHUM PEDIDO DE COMPRA NO PERIODO"
           END-IF
           ELSE
               MOVE ZERO TO WMEDIA-DESVIO
           END-IF
           IF TF-QT-UNID-REC (IND1) > ZERO
               COMPUTE WPCT-DEVOLV ROUNDED =
                   TF-QT-DEVOLVIDA (IND1) * 100
                   / TF-QT-UNID-REC (IND1)
           ELSE
               MOVE ZERO TO WPCT-DEVOLV
           END-IF
           DISPLAY TF-FORNECEDOR (IND1) " " V-NOME (1:20) " "
               TF-QT-PEDIDOS (IND1) "  " TF-QT-COMPLETO (IND1)
               " " TF-QT-PARCIAL (IND1) "  "
               TF-MEDIA-DIAS (IND1) "     " WMEDIA-DESVIO
               "  " TF-QT-DEVOLVIDA (IND1) " " WPCT-DEVOLV
           .
       9999-ENCERRA.
           CLOSE PEDCOMP VENDEDORES FORNPROD DEVFOR
           GOBACK
           .
       END PROGRAM RELFOR01.
