      *     POSTA A ENTRADA NO ESTOQUE POR GRAVA-MOVESTOQUE,
      *     RECALCULA O CUSTO MEDIO DO PRODUTO (CUSTO DO RECEBIMENTO
      *     PONDERADO COM O SALDO EXISTENTE) E ENCERRA O PEDIDO
      *     QUANDO TOTALMENTE RECEBIDO. CADA CHEGADA FICA REGISTRADA
      *     EM RECCOMP.DAT (QUANTIDADE E CUSTO) PARA A CONFERENCIA
      *     COM A NOTA FISCAL DO FORNECEDOR - O CONTAS A PAGAR NASCE
      *     DA NOTA DE ENTRADA (NFENT01), NAO MAIS DO RECEBIMENTO.
      *     A ACAO L LISTA OS PEDIDOS DE COMPRA ABERTOS, APONTANDO
      *     OS ATRASADOS. A CHEGADA E DIGITADA NA UNIDADE DE COMPRA
      *     (FORNPROD OU PRODUTO) E CONVERTIDA PARA A DE ESTOQUE.
      *     PRODUTO COM GARANTIA (FD-GARANTIA = 1) TEM O NUMERO DE
      *     SERIE DE CADA UNIDADE REGISTRADO EM SERIAIS.DAT.
      *
      ******************************************************************

           RECORD KEY IS FP-CHAVE
           FILE STATUS IS FS-FORNPROD.

           SELECT RECCOMP ASSIGN TO "RECCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CHAVE
           FILE STATUS IS FS-RECCOMP.

           SELECT LOTES ASSIGN TO "LOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-CHAVE
           FILE STATUS IS FS-SERIAIS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
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

      *    RECEBIMENTOS DE COMPRA - UMA CHEGADA POR REGISTRO, COM A
      *    QUANTIDADE JA COBERTA POR NOTA FISCAL DE ENTRADA (NFENT01)
      *    E O PROCESSO DE IMPORTACAO QUE APURA O SEU CUSTO (IMPCUS01)
       FD  RECCOMP.
       01  REGISTRO-RECCOMP.
           02 RC-CHAVE.
               03 RC-PEDCOMP   PIC 9(04).
               03 RC-SEQ       PIC 9(02).
           02 RC-PRODUTO       PIC 9(06).
           02 RC-QTDE          PIC 9(06).
           02 RC-CUSTO         PIC 9(6)V99.
           02 RC-DATA          PIC 9(08).
           02 RC-QTD-FATURADA  PIC 9(06).
           02 RC-PROCESSO      PIC 9(06).

      *    LOTES COM VALIDADE POR PRODUTO - ALIMENTADO AQUI NO
      *    RECEBIMENTO, CONSUMIDO POR FEFO NO FATURAMENTO (FATPED01)
       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).

      *    NUMEROS DE SERIE DOS PRODUTOS COM GARANTIA - ENTRAM AQUI,
      *    SAEM COM A NOTA FISCAL NO FATURAMENTO (FATPED01), VOLTAM
      *    NA DEVOLUCAO (DEVPED01) E SAO A BASE DA GARANTIA (GARANT01)
       FD  SERIAIS.
       01  REGISTRO-SERIAL.
           02 SN-CHAVE.
               03 SN-PRODUTO   PIC 9(06).
               03 SN-SERIE     PIC X(20).
           02 SN-STATUS        PIC X.
               88 SN-EM-ESTOQUE VALUE "E".
               88 SN-VENDIDO    VALUE "V".
               88 SN-BAIXADO    VALUE "B".
           02 SN-FORNECEDOR    PIC 9(04).
           02 SN-PEDCOMP       PIC 9(04).
           02 SN-DATA-ENTRADA  PIC 9(08).
           02 SN-CLIENTE       PIC 9(06).
           02 SN-PEDIDO        PIC 9(06).
           02 SN-NF-SERIE      PIC X(01).
           02 SN-NF-NUMERO     PIC 9(06).
           02 SN-DATA-VENDA    PIC 9(08).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-PEDCOMP.
       77  WPC-CODIGO     PIC 9(04) VALUE ZERO.
       77  WQT-CHEGADA    PIC 9(06) VALUE ZERO.
       77  WCUSTO-CHEGADA PIC 9(6)V99 VALUE ZERO.
       77  WQT-COMPRA     PIC 9(06) VALUE ZERO.
       77  WCUSTO-COMPRA  PIC 9(6)V99 VALUE ZERO.
       77  WUNID-COMPRA   PIC X(03) VALUE SPACES.
       77  WFATOR-COMPRA  PIC 9(05) VALUE 1.
       77  WQT-ESTOQUE    PIC 9(08) VALUE ZERO.
       77  WLEITURA       PIC X(14) VALUE SPACES.
       77  WLEITURA-PROD  PIC 9(06) VALUE ZERO.
       77  WFATOR-LEITURA PIC 9(05) VALUE 1.
       77  WLEITURA-ACHOU PIC X VALUE "N".
       77  WSALDO-ANTES   PIC 9(06) VALUE ZERO.
       77  WMV-TIPO       PIC X VALUE "E".
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  QT-LISTADAS    PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       01  FS-RECCOMP.
           02 FS-RECCOMP-1 PIC 9.
           02 FS-RECCOMP-2 PIC 9.
           02 FS-RECCOMP-R REDEFINES FS-RECCOMP-2 PIC 99 COMP-X.
       01  FS-LOTES.
           02 FS-LOTES-1 PIC 9.
           02 FS-LOTES-2 PIC 9.
           02 FS-LOTES-R REDEFINES FS-LOTES-2 PIC 99 COMP-X.
      *    SEQUENCIA DA CHEGADA DENTRO DO PEDIDO DE COMPRA
       77  WRC-SEQ        PIC 9(02) VALUE ZERO.
       77  IND-SEQ        PIC 9(02) VALUE ZERO.
      *    NUMEROS DE SERIE DA CHEGADA (PRODUTO COM GARANTIA)
       01  FS-SERIAIS.
           02 FS-SERIAIS-1 PIC 9.
           02 FS-SERIAIS-2 PIC 9.
           02 FS-SERIAIS-R REDEFINES FS-SERIAIS-2 PIC 99 COMP-X.
       77  WSERIE         PIC X(20) VALUE SPACES.
       77  QT-SERIES      PIC 9(06) VALUE ZERO.
       77  WFIM-SERIES    PIC X VALUE "N".
       77  WSERIE-UNID    PIC 9(06) VALUE ZERO.
       77  WLIMPA         PIC X(40) VALUE SPACES.

      *================================================================*
       LINKAGE                             SECTION.
               CLOSE FORNPROD
               OPEN I-O FORNPROD
           END-IF.
           OPEN I-O RECCOMP.
           IF FS-RECCOMP = "35"
               OPEN OUTPUT RECCOMP
               CLOSE RECCOMP
               OPEN I-O RECCOMP
           END-IF.
           OPEN I-O LOTES.
           IF FS-LOTES = "35"
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O SERIAIS.
           IF FS-SERIAIS = "35"
               OPEN OUTPUT SERIAIS
               CLOSE SERIAIS
               OPEN I-O SERIAIS
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE PEDCOMP ARQ1 FORNPROD RECCOMP LOTES
                           SERIAIS
                       EXIT PROGRAM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-ABERTAS
           TELA-EXIT.
               EXIT.
           LISTA-ABERTAS.
               DISPLAY "PC   FORN PROD   QTDE   RECEB  PREVISTA"
                   AT 0705
               MOVE ZERO TO QT-LISTADAS
               MOVE LOW-VALUES TO PC-CODIGO
                           DISPLAY PC-PRODUTO
                               AT LINE WLINHA-TELA COL 15
                           DISPLAY PC-QUANTIDADE
                               AT LINE WLINHA-TELA COL 22
                           DISPLAY PC-QTD-RECEBIDA
                               AT LINE WLINHA-TELA COL 29
                           DISPLAY PC-DATA-PREVISTA
                               AT LINE WLINHA-TELA COL 36
                           IF PC-DATA-PREVISTA < WDATA-SISTEMA
                               DISPLAY "ATRASADA"
                                   AT LINE WLINHA-TELA COL 46
                           END-IF
                       END-IF
                       PERFORM LE-PROXIMA-COMPRA
               DISPLAY "QTDE PEDIDA / JA RECEBIDA  " AT 0905
               DISPLAY PC-QUANTIDADE AT 0935
               DISPLAY PC-QTD-RECEBIDA AT 0945
               PERFORM DEFINE-UNIDADE-COMPRA
      *        CONFERENCIA OPCIONAL PELO LEITOR: O CODIGO LIDO NA
      *        MERCADORIA TEM DE SER DO PRODUTO DO PEDIDO; UM DUN-14
      *        FAZ A CHEGADA SER DIGITADA EM CAIXAS DESSE CODIGO
               DISPLAY "CONFERE [..............]" AT 0845
               MOVE SPACES TO WLEITURA
               ACCEPT WLEITURA AT 0854
               IF WLEITURA NOT = SPACES
                   CALL "BUSCA-CODIGO-BARRAS" USING WLEITURA,
                       WLEITURA-PROD, WFATOR-LEITURA, WLEITURA-ACHOU
                   IF WLEITURA-ACHOU NOT = "S" OR
                      WLEITURA-PROD NOT = PC-PRODUTO
                       DISPLAY "PRODUTO LIDO NAO CONFERE COM O PEDIDO"
                           AT 1905
                       GO TO RECEBE-COMPRA-EXIT
                   END-IF
                   IF WFATOR-LEITURA > 1
                       MOVE "CX"           TO WUNID-COMPRA
                       MOVE WFATOR-LEITURA TO WFATOR-COMPRA
                   END-IF
               END-IF
               DISPLAY FD-UNIDADE AT 0952
               DISPLAY "QTDE CHEGADA               " AT 1005
               MOVE ZERO TO WQT-COMPRA
               ACCEPT WQT-COMPRA AT 1035
               DISPLAY WUNID-COMPRA AT 1042
               IF WQT-COMPRA = ZERO
                   DISPLAY "QUANTIDADE NAO INFORMADA" AT 1905
                   GO TO RECEBE-COMPRA-EXIT
               END-IF
               COMPUTE WQT-ESTOQUE = WQT-COMPRA * WFATOR-COMPRA
               IF WQT-ESTOQUE > 999999
                   DISPLAY "CHEGADA MAIOR QUE O PEDIDO - CONFERIR"
                       AT 1905
                   GO TO RECEBE-COMPRA-EXIT
               END-IF
               MOVE WQT-ESTOQUE TO WQT-CHEGADA
               IF WFATOR-COMPRA > 1
                   DISPLAY "=" AT 1046
                   DISPLAY WQT-CHEGADA AT 1048
                   DISPLAY FD-UNIDADE AT 1055
               END-IF
               IF PC-QTD-RECEBIDA + WQT-CHEGADA > PC-QUANTIDADE
                   DISPLAY "CHEGADA MAIOR QUE O PEDIDO - CONFERIR"
                       AT 1905
                   GO TO RECEBE-COMPRA-EXIT
               END-IF
               DISPLAY "CUSTO UNITARIO DA CHEGADA  " AT 1105
               MOVE ZERO TO WCUSTO-COMPRA
               ACCEPT WCUSTO-COMPRA AT 1135
               DISPLAY "/" AT 1144
               DISPLAY WUNID-COMPRA AT 1145
               COMPUTE WCUSTO-CHEGADA ROUNDED =
                   WCUSTO-COMPRA / WFATOR-COMPRA
               DISPLAY "DEPOSITO DE ENTRADA [..]   " AT 1205
               ACCEPT WDEPOSITO AT 1235
               IF WDEPOSITO = ZERO
               END-IF
               IF WCUSTO-CHEGADA = ZERO
                   MOVE PC-CUSTO TO WCUSTO-CHEGADA
                   COMPUTE WCUSTO-COMPRA =
                       PC-CUSTO * WFATOR-COMPRA
                   DISPLAY WCUSTO-COMPRA AT 1135
               END-IF
      *        LOTE OPCIONAL - SO PARA PRODUTOS COM CONTROLE DE
      *        VALIDADE; EM BRANCO O MOVIMENTO SAI SEM LOTE
               IF WMV-LOTE NOT = SPACES
                   PERFORM ACUMULA-LOTE
               END-IF
               IF FD-GARANTIA = 1
                   PERFORM CAPTURA-SERIES
               END-IF
               ADD WQT-CHEGADA TO PC-QTD-RECEBIDA
               IF PC-QTD-RECEBIDA NOT < PC-QUANTIDADE
                   MOVE "R" TO PC-STATUS
               MOVE WDATA-SISTEMA TO PC-DATA-RECEBIDA
               REWRITE REGISTRO-PEDCOMP
               PERFORM ATUALIZA-CATALOGO
               PERFORM GRAVA-RECEBIMENTO
               MOVE WPC-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "RECPOC01", "RECEBEU", WCHAVE-AUD
           RECEBE-COMPRA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    CADA RECEBIMENTO FICA REGISTRADO COM A SUA QUANTIDADE E O
      *    CUSTO USADO NO CUSTO MEDIO; A NOTA FISCAL DE ENTRADA
      *    (NFENT01) CONFERE CONTRA ESSES REGISTROS, CORRIGE O CUSTO
      *    PELO VALOR FATURADO E GERA O CONTAS A PAGAR.
      *----------------------------------------------------------------*
           GRAVA-RECEBIMENTO.
               MOVE ZERO TO WRC-SEQ
               PERFORM CONTA-UMA-CHEGADA
                   VARYING IND-SEQ FROM 1 BY 1
                   UNTIL IND-SEQ > 98
               ADD 1 TO WRC-SEQ
               MOVE WPC-CODIGO     TO RC-PEDCOMP
               MOVE WRC-SEQ        TO RC-SEQ
               MOVE PC-PRODUTO     TO RC-PRODUTO
               MOVE WQT-CHEGADA    TO RC-QTDE
               MOVE WCUSTO-CHEGADA TO RC-CUSTO
               MOVE WDATA-SISTEMA  TO RC-DATA
               MOVE ZERO           TO RC-QTD-FATURADA
               MOVE ZERO           TO RC-PROCESSO
               WRITE REGISTRO-RECCOMP
                   INVALID KEY
                       REWRITE REGISTRO-RECCOMP
               END-WRITE
               .
           CONTA-UMA-CHEGADA.
               MOVE WPC-CODIGO TO RC-PEDCOMP
               MOVE IND-SEQ    TO RC-SEQ
               READ RECCOMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IND-SEQ TO WRC-SEQ
               END-READ
               .
      *    ACUMULA A CHEGADA NO SALDO DO LOTE (LOTE.DAT); A
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "RECPOC01", "LOTE", WCHAVE-AUD
               .
      *----------------------------------------------------------------*
      *    PRODUTO COM GARANTIA: UM NUMERO DE SERIE POR UNIDADE DA
      *    CHEGADA, GRAVADO EM ESTOQUE COM O FORNECEDOR E O PEDIDO DE
      *    COMPRA (BASE DA COBRANCA DE LOTES DEFEITUOSOS). SERIE EM
      *    BRANCO ENCERRA A LEITURA - AS UNIDADES QUE FALTARAM FICAM
      *    SEM SERIE E O FATO VAI PARA A AUDITORIA.
      *----------------------------------------------------------------*
           CAPTURA-SERIES.
               MOVE ZERO TO QT-SERIES
               MOVE "N"  TO WFIM-SERIES
               DISPLAY "SERIE DA UNIDADE         DE        " AT 1505
               DISPLAY WQT-CHEGADA AT 1534
               PERFORM CAPTURA-UMA-SERIE
                   UNTIL QT-SERIES NOT < WQT-CHEGADA
                      OR WFIM-SERIES = "S"
               IF QT-SERIES < WQT-CHEGADA
                   MOVE SPACES TO WCHAVE-AUD
                   STRING WPC-CODIGO "/" PC-PRODUTO
                       DELIMITED BY SIZE INTO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "RECPOC01", "SEMSERIE", WCHAVE-AUD
                   DISPLAY "UNIDADES SEM NUMERO DE SERIE NA CHEGADA"
                       AT 1705
               END-IF
               .
           CAPTURA-UMA-SERIE.
               COMPUTE WSERIE-UNID = QT-SERIES + 1
               DISPLAY WSERIE-UNID AT 1522
               DISPLAY "[....................]" AT 1605
               MOVE SPACES TO WSERIE
               ACCEPT WSERIE AT 1606
               IF WSERIE = SPACES
                   MOVE "S" TO WFIM-SERIES
               ELSE
                   MOVE PC-PRODUTO TO SN-PRODUTO
                   MOVE WSERIE     TO SN-SERIE
                   READ SERIAIS
                       INVALID KEY
                           PERFORM GRAVA-SERIE-ENTRADA
                       NOT INVALID KEY
                           DISPLAY "SERIE JA CADASTRADA PARA O PRODUTO"
                               AT 1705
                   END-READ
               END-IF
               .
           GRAVA-SERIE-ENTRADA.
               MOVE "E"           TO SN-STATUS
               MOVE PC-FORNECEDOR TO SN-FORNECEDOR
               MOVE WPC-CODIGO    TO SN-PEDCOMP
               MOVE WDATA-SISTEMA TO SN-DATA-ENTRADA
               MOVE ZERO          TO SN-CLIENTE SN-PEDIDO SN-NF-NUMERO
                                     SN-DATA-VENDA
               MOVE SPACE         TO SN-NF-SERIE
               WRITE REGISTRO-SERIAL
                   INVALID KEY
                       DISPLAY "SERIE JA CADASTRADA PARA O PRODUTO"
                           AT 1705
                   NOT INVALID KEY
                       ADD 1 TO QT-SERIES
                       DISPLAY WLIMPA AT 1705
               END-WRITE
               .
      *    UNIDADE DE COMPRA DO ITEM: A DO FORNECEDOR (FORNPROD),
      *    SENAO A DO PRODUTO, SENAO A DE ESTOQUE COM FATOR 1.
           DEFINE-UNIDADE-COMPRA.
               MOVE PC-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE SPACES TO FD-UNIDADE FD-UNID-COMPRA
                       MOVE ZERO TO FD-FATOR-COMPRA
               END-READ
               MOVE FD-UNIDADE TO WUNID-COMPRA
               MOVE 1 TO WFATOR-COMPRA
               IF FD-UNID-COMPRA NOT = SPACES AND FD-FATOR-COMPRA > 0
                   MOVE FD-UNID-COMPRA  TO WUNID-COMPRA
                   MOVE FD-FATOR-COMPRA TO WFATOR-COMPRA
               END-IF
               MOVE PC-FORNECEDOR TO FP-FORNECEDOR
               MOVE PC-PRODUTO    TO FP-PRODUTO
               READ FORNPROD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FP-UNID-COMPRA NOT = SPACES
                          AND FP-FATOR-COMPRA > 0
                           MOVE FP-UNID-COMPRA  TO WUNID-COMPRA
                           MOVE FP-FATOR-COMPRA TO WFATOR-COMPRA
                       END-IF
               END-READ
               .
      *    O CUSTO DA CHEGADA VIRA O ULTIMO CUSTO DO CATALOGO
      *    FORNECEDOR X PRODUTO (SE O ITEM ESTIVER CADASTRADO).
           ATUALIZA-CATALOGO.
