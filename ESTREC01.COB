      *     (SALDODEP.DAT) E, NA QUEBRA DE PRODUTO, O ACUMULADO DE
      *     TODOS OS DEPOSITOS E CONFERIDO CONTRA O SALDO CONSOLIDADO
      *     FD-QTD-ESTOQUE - A MESMA RODADA COBRE AS DUAS VISOES.
      *     A MERCADORIA EM TRANSITO ENTRE DEPOSITOS (TRANSF01) FICA NO
      *     DEPOSITO 99 E ENTRA NA SOMA DOS DEPOSITOS COMO QUALQUER
      *     OUTRO; NO FIM O SALDO DO DEPOSITO 99 DE CADA PRODUTO E
      *     CONFERIDO CONTRA OS ITENS DAS ORDENS AINDA EM TRANSITO
      *     (TRFITEM.DAT).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.

           SELECT TRFITEM ASSIGN TO "TRFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TI-CHAVE
           ALTERNATE KEY IS TI-PRODUTO WITH DUPLICATES
           FILE STATUS IS FS-TRFITEM.

           SELECT ORDENADOS ASSIGN TO "ESTREC01.SRT".
      *================================================================*
       DATA                                                DIVISION.
       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X     VALUE SPACE.

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

      *    ITENS DAS TRANSFERENCIAS ENTRE DEPOSITOS (TRANSF01)
       FD  TRFITEM.
       01  REGISTRO-TRFITEM.
           02 TI-CHAVE.
               03 TI-TRANSF    PIC 9(06).
               03 TI-SEQ       PIC 9(02).
           02 TI-PRODUTO       PIC 9(06).
           02 TI-LOTE          PIC X(10).
           02 TI-QTD-ENVIADA   PIC 9(06).
           02 TI-QTD-RECEBIDA  PIC 9(06).
           02 TI-QTD-FALTA     PIC 9(06).
           02 TI-CUSTO         PIC 9(6)V99.
           02 TI-SITUACAO      PIC X.
               88 TI-PENDENTE  VALUE "A".
               88 TI-TRANSITO  VALUE "E".
               88 TI-RECEBIDO  VALUE "R".

       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-CODIGO       PIC 9(06).
           02 ORD-DEPOSITO     PIC 9(2).
           02 ORD-TIPO         PIC X.
           02 ORD-QUANTIDADE   PIC 9(6).
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       01  FS-TRFITEM.
           02 FS-TRFITEM-1 PIC 9.
           02 FS-TRFITEM-2 PIC 9.
           02 FS-TRFITEM-R REDEFINES FS-TRFITEM-2 PIC 99 COMP-X.

       01  WDATA-SISTEMA PIC 9(8).

       77  FS-ORDENADOS  PIC XX VALUE SPACES.
       77  WCODIGO-ATUAL PIC 9(06) VALUE ZEROS.
       77  WDEP-ATUAL    PIC 9(2) VALUE ZEROS.
       77  WTEM-GRUPO    PIC X VALUE "N".
           88 TEM-GRUPO  VALUE "S".
       77  WPRD-MENOR    PIC S9(08) VALUE ZERO.
       77  QT-MOVIMENTOS PIC 9(08) VALUE ZEROS.
       77  QT-EXCECOES   PIC 9(04) VALUE ZEROS.
      *    CONFERENCIA DO DEPOSITO 99 (MERCADORIA EM TRANSITO)
       77  WDEP-TRANSITO PIC 9(2) VALUE 99.
       77  WSALDODEP-OK  PIC X VALUE "N".
       77  WQT-ORDENS    PIC S9(08) VALUE ZERO.
       77  WT-TRANSITO   PIC S9(08) VALUE ZERO.

      *================================================================*
       PROCEDURE                                           DIVISION.
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SELECIONA-DIA
               OUTPUT PROCEDURE IS 3000-PROCESSA-QUEBRA
           PERFORM 4000-CONFERE-TRANSITO THRU 4000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT ARQ1
           OPEN INPUT SALDODEP
           IF FS-SALDODEP = "00"
               MOVE "S" TO WSALDODEP-OK
           END-IF
           DISPLAY SPACE ERASE EOS
           DISPLAY "RECONCILIACAO DE ESTOQUE - " WDATA-SISTEMA
           .
           MOVE ZERO TO WMENOR-ACUM
           .
      *    "E", "A" (AJUSTE DE INVENTARIO), "I" (SALDO DE ABERTURA)
      *    E "T" (TRANSFERENCIA RECEBIDA) SOMAM; "S", "B", "X"
      *    (TRANSFERENCIA ENVIADA) E "F" (DEVOLUCAO AO FORNECEDOR)
      *    BAIXAM.
       3300-ACUMULA-MOVIMENTO.
           IF ORD-TIPO = "E" OR ORD-TIPO = "e" OR ORD-TIPO = "A"
               OR ORD-TIPO = "I" OR ORD-TIPO = "T"
       3400-FECHA-DEPOSITO.
           MOVE WACUMULADO TO WLIQUIDO-DIA
           MOVE ZERO TO WSALDO-DEP
           IF WSALDODEP-OK = "S"
               MOVE WCODIGO-ATUAL TO SD-PRODUTO
               MOVE WDEP-ATUAL    TO SD-DEPOSITO
               READ SALDODEP
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    SALDO EM TRANSITO - PARA CADA PRODUTO COM SALDO NO DEPOSITO
      *    99, A SOMA DO ENVIADO NOS ITENS AINDA EM TRANSITO (CHAVE
      *    ALTERNATIVA POR PRODUTO) TEM DE SER IGUAL AO SALDO.
      *----------------------------------------------------------------*
       4000-CONFERE-TRANSITO.
           MOVE ZERO TO WT-TRANSITO
           IF WSALDODEP-OK NOT = "S"
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT TRFITEM
           MOVE ZEROS TO SD-CHAVE
           START SALDODEP KEY NOT LESS THAN SD-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-SALDODEP
           END-START
           IF FS-SALDODEP = "00"
               PERFORM 4100-LE-SALDODEP
           END-IF
           PERFORM 4200-CONFERE-PRODUTO
               UNTIL FS-SALDODEP NOT = "00"
           IF FS-TRFITEM = "00"
               CLOSE TRFITEM
           END-IF
           DISPLAY "SALDO EM TRANSITO (DEPOSITO 99): " WT-TRANSITO
               " - INCLUIDO NO SALDO CONSOLIDADO"
           .
       4000-EXIT.
           EXIT.
       4100-LE-SALDODEP.
           READ SALDODEP NEXT RECORD
               AT END
                   MOVE "10" TO FS-SALDODEP
           END-READ
           .
       4200-CONFERE-PRODUTO.
           IF SD-DEPOSITO = WDEP-TRANSITO
               MOVE ZERO TO WQT-ORDENS
               IF FS-TRFITEM = "00"
                   MOVE SD-PRODUTO TO TI-PRODUTO
                   START TRFITEM KEY EQUAL TI-PRODUTO
                       INVALID KEY
                           MOVE "23" TO FS-TRFITEM
                   END-START
                   PERFORM 4300-SOMA-ORDEM
                       UNTIL FS-TRFITEM NOT = "00"
                   MOVE "00" TO FS-TRFITEM
               END-IF
               ADD SD-SALDO TO WT-TRANSITO
               IF SD-SALDO NOT = WQT-ORDENS
                   ADD 1 TO QT-EXCECOES
                   DISPLAY "PRODUTO " SD-PRODUTO " SALDO EM TRANSITO "
                       SD-SALDO " DIFERE DAS ORDENS EM TRANSITO "
                       WQT-ORDENS
               END-IF
           END-IF
           PERFORM 4100-LE-SALDODEP
           .
       4300-SOMA-ORDEM.
           READ TRFITEM NEXT RECORD
               AT END
                   MOVE "10" TO FS-TRFITEM
           END-READ
           IF FS-TRFITEM = "00"
               IF TI-PRODUTO NOT = SD-PRODUTO
                   MOVE "10" TO FS-TRFITEM
               ELSE
                   IF TI-TRANSITO
                       ADD TI-QTD-ENVIADA TO WQT-ORDENS
                   END-IF
               END-IF
           END-IF
           .
       9999-ENCERRA.
           IF QT-EXCECOES = ZERO
               DISPLAY "NENHUMA INCONSISTENCIA DE ESTOQUE ENCONTRADA"
           ELSE
               DISPLAY QT-EXCECOES " GRUPO(S) COM SALDO NEGATIVO"
                   " DURANTE O DIA OU TRANSITO DIVERGENTE"
           END-IF
           CLOSE ARQ1
           IF WSALDODEP-OK = "S"
               CLOSE SALDODEP
           END-IF
           GOBACK
