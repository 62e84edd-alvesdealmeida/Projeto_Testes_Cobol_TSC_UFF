       FILE                                SECTION.
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

       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).
       77  OPCAO         PIC X VALUE SPACES.
       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WMV-CODIGO    PIC 9(06) VALUE ZERO.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WMV-TIPO      PIC X VALUE SPACE.
           88 MV-ENTRADA VALUE "E" "e".
       77  WSALDO-DEP    PIC S9(07) VALUE ZERO.
       77  WMV-TIPO-SAI  PIC X VALUE "X".
       77  WMV-TIPO-ENT  PIC X VALUE "T".
      *    DEPOSITO 99 - MERCADORIA EM TRANSITO, SO MOVIMENTADO PELA
      *    ORDEM DE TRANSFERENCIA (TRANSF01)
       77  WDEP-TRANSITO PIC 9(02) VALUE 99.
      *    DEPOSITO 98 - MERCADORIA EM CONSIGNACAO NOS CLIENTES, SO
      *    MOVIMENTADO PELA REMESSA E PELO ACERTO (CONSIG01)
       77  WDEP-CONSIGNA PIC 9(02) VALUE 98.
       77  WNOME-PRODUTO PIC X(30) VALUE SPACES.
      *    RESERVAS DE PEDIDOS EM ABERTO ABATEM O DISPONIVEL
       77  WRESERVADO    PIC 9(06) VALUE ZERO.
               DISPLAY "TIPO  E-ENTRADA S-SAIDA T-TRANSF" AT 0905
               DISPLAY "QUANTIDADE                    " AT 1005
               ACCEPT WMV-CODIGO                       AT 0625
               IF WMV-CODIGO = 999999 THEN
                   CLOSE ARQ1
                   EXIT PROGRAM
               END-IF
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
                   END-IF
                   IF WDEPOSITO = WDEP-TRANSITO OR
                      WDEP-DESTINO = WDEP-TRANSITO
                       PERFORM RECUSA-DEPOSITO-TRANSITO
                       GO TO TELA-EXIT
                   END-IF
                   IF WDEPOSITO = WDEP-CONSIGNA OR
                      WDEP-DESTINO = WDEP-CONSIGNA
                       PERFORM RECUSA-DEPOSITO-CONSIGNA
                       GO TO TELA-EXIT
                   END-IF
                   PERFORM CONSULTA-SALDO-DEPOSITO
                   IF WMV-QUANTIDADE > WSALDO-DEP
                       DISPLAY "SALDO DO DEPOSITO DE ORIGEM"
                   MOVE 1 TO WDEPOSITO
                   DISPLAY WDEPOSITO AT 1215
               END-IF
               IF WDEPOSITO = WDEP-TRANSITO
                   PERFORM RECUSA-DEPOSITO-TRANSITO
                   GO TO TELA-EXIT
               END-IF
               IF WDEPOSITO = WDEP-CONSIGNA
                   PERFORM RECUSA-DEPOSITO-CONSIGNA
                   GO TO TELA-EXIT
               END-IF
               IF MV-ENTRADA
                   DISPLAY "CUSTO UNITARIO DA ENTRADA     " AT 1105
                   ACCEPT WCUSTO-ENTRADA AT 1135
               .
           TELA-EXIT.
               EXIT.
           RECUSA-DEPOSITO-TRANSITO.
               DISPLAY "DEPOSITO 99 E DA MERCADORIA EM TRANSITO - USE"
                   " A TRANSFERENCIA" AT 1905
               MOVE "N" TO OPCAO
               .
           RECUSA-DEPOSITO-CONSIGNA.
               DISPLAY "DEPOSITO 98 E DA CONSIGNACAO - USE A REMESSA"
                   " OU O ACERTO" AT 1905
               MOVE "N" TO OPCAO
               .
           BUSCA-PRODUTO.
               MOVE WMV-CODIGO TO FD-CODIGO
               READ ARQ1
