      *               CADASTRO DE PEDIDOS DE COMPRA
      *     PEDIDO DE COMPRA EM PEDCOMP.DAT (FORNECEDOR DO CADASTRO
      *     DE VENDEDORES/COMPRADORES COM V-TIPO "C", PRODUTO,
      *     QUANTIDADE, CUSTO COMBINADO, DATA PREVISTA E CENTRO DE
      *     CUSTO DO SETOR REQUISITANTE), NO MESMO
      *     FEITIO DA TELA DE PEDIDO DE VENDA. O RECEBIMENTO E
      *     CONFERIDO EM RECPOC01. QUANTIDADE E CUSTO SAO DIGITADOS
      *     NA UNIDADE DE COMPRA (A DO FORNECEDOR NO FORNPROD OU A DO
      *     PRODUTO) E GRAVADOS NA UNIDADE DE ESTOQUE.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-CHAVE
           FILE STATUS IS FS-FORNPROD.

           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.
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

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

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

      *    CATALOGO FORNECEDOR X PRODUTO (ULTIMO CUSTO SUGERIDO)
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

      *    CENTROS DE CUSTO (CADCCU01)
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.
               88 CC-ATIVO        VALUE "A".

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 FS-FORNPROD-1 PIC 9.
           02 FS-FORNPROD-2 PIC 9.
           02 FS-FORNPRO-R REDEFINES FS-FORNPROD-2 PIC 99 COMP-X.
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.
       77  OPCAO PIC X VALUE SPACES.
       77  WMODO PIC X VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WENTIDADE  PIC X(10) VALUE "PEDCOMPRA".
       77  WSUGESTAO  PIC 9(04) VALUE ZERO.
       77  WNUM-GERADO PIC 9(06) VALUE ZERO.
       01  REG-COMPRA.
           02 WPC-CODIGO        PIC 9(04) VALUE ZERO.
           02 WPC-FORNECEDOR    PIC 9(04) VALUE ZERO.
           02 WPC-PRODUTO       PIC 9(06) VALUE ZERO.
           02 WPC-QUANTIDADE    PIC 9(06) VALUE ZERO.
           02 WPC-CUSTO         PIC 9(6)V99 VALUE ZERO.
           02 WPC-DATA-PREVISTA PIC 9(08) VALUE ZERO.
           02 WPC-CENTRO        PIC 9(03) VALUE ZERO.
      *    QUANTIDADE E CUSTO NA UNIDADE DE COMPRA
       77  WQT-COMPRA     PIC 9(06) VALUE ZERO.
       77  WCUSTO-COMPRA  PIC 9(6)V99 VALUE ZERO.
       77  WUNID-COMPRA   PIC X(03) VALUE SPACES.
       77  WFATOR-COMPRA  PIC 9(05) VALUE 1.
       77  WQT-ESTOQUE    PIC 9(08) VALUE ZERO.
       77  WRESTO-FATOR   PIC 9(05) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
           OPEN INPUT VENDEDORES.
           OPEN INPUT ARQ1.
           OPEN INPUT FORNPROD.
           OPEN INPUT CENTRO.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
               DISPLAY "QUANTIDADE                 " AT 0905
               DISPLAY "CUSTO COMBINADO            " AT 1005
               DISPLAY "DATA PREVISTA (AAAAMMDD)   " AT 1105
               DISPLAY "CENTRO DE CUSTO            " AT 1205
               IF WMODO NOT = "A" AND WMODO NOT = "a" AND
                  WMODO NOT = "E" AND WMODO NOT = "e"
                   CALL "PROXIMO-NUMERO" USING WENTIDADE,
                       WNUM-GERADO
                   MOVE WNUM-GERADO TO WSUGESTAO
                   DISPLAY WSUGESTAO AT 0625
               END-IF
               ACCEPT WPC-CODIGO                     AT 0625
                   DISPLAY WPC-CODIGO AT 0625
               END-IF
               IF WPC-CODIGO = 9999 THEN
                   CLOSE PEDCOMP VENDEDORES ARQ1 FORNPROD CENTRO
                   EXIT PROGRAM
               END-IF
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
               PERFORM BUSCA-FORNECEDOR
               ACCEPT WPC-PRODUTO AT 0835
               PERFORM BUSCA-PRODUTO
               PERFORM SUGERE-CUSTO-CATALOGO
               PERFORM DEFINE-UNIDADE-COMPRA
               ACCEPT WQT-COMPRA AT 0935
               COMPUTE WQT-ESTOQUE = WQT-COMPRA * WFATOR-COMPRA
               IF WQT-ESTOQUE > 999999
                   DISPLAY "QUANTIDADE ACIMA DO LIMITE DO PEDIDO"
                       AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               MOVE WQT-ESTOQUE TO WPC-QUANTIDADE
               IF WFATOR-COMPRA > 1
                   DISPLAY "=" AT 0948
                   DISPLAY WPC-QUANTIDADE AT 0950
                   DISPLAY FD-UNIDADE AT 0957
               END-IF
               ACCEPT WCUSTO-COMPRA AT 1035
               IF WCUSTO-COMPRA = ZERO AND FS-FORNPROD = "00"
                   COMPUTE WCUSTO-COMPRA =
                       FP-ULTIMO-CUSTO * WFATOR-COMPRA
                   DISPLAY WCUSTO-COMPRA AT 1035
               END-IF
               COMPUTE WPC-CUSTO ROUNDED =
                   WCUSTO-COMPRA / WFATOR-COMPRA
               ACCEPT WPC-DATA-PREVISTA AT 1135
               ACCEPT WPC-CENTRO AT 1235
               PERFORM BUSCA-CENTRO
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0845
               .
      *    CENTRO ZERO = PEDIDO SEM CENTRO DE CUSTO. SEM O CADASTRO
      *    DE CENTROS (CENTRO.DAT) NAO HA VALIDACAO.
           BUSCA-CENTRO.
               IF WPC-CENTRO NOT = ZERO AND FS-CENTRO = "00"
                   MOVE WPC-CENTRO TO CC-CODIGO
                   READ CENTRO
                       INVALID KEY
                           DISPLAY "CENTRO DE CUSTO NAO CADASTRADO"
                               AT 1905
                           MOVE "N" TO OPCAO
                           GO TO TELA-EXIT
                   END-READ
                   IF NOT CC-ATIVO
                       DISPLAY "CENTRO DE CUSTO INATIVO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
                   END-IF
                   DISPLAY CC-DESCRICAO (1:25) AT 1245
               END-IF
               .
      *    ULTIMO CUSTO E PART NUMBER DO CATALOGO FORNECEDOR X
      *    PRODUTO (CADFPR01), QUANDO CADASTRADOS.
           SUGERE-CUSTO-CATALOGO.
                   NOT INVALID KEY
                       DISPLAY "PN " AT 1050
                       DISPLAY FP-PARTNUMBER AT 1053
               END-READ
               .
      *    UNIDADE DE COMPRA: A DO FORNECEDOR (FORNPROD), SENAO A DO
      *    PRODUTO, SENAO A PROPRIA UNIDADE DE ESTOQUE (FATOR 1). NA
      *    ALTERACAO O PEDIDO GRAVADO (EM UNIDADE DE ESTOQUE) VOLTA
      *    PARA A UNIDADE DE COMPRA QUANDO A CONTA FECHA EXATA.
           DEFINE-UNIDADE-COMPRA.
               MOVE FD-UNIDADE TO WUNID-COMPRA
               MOVE 1 TO WFATOR-COMPRA
               IF FD-UNID-COMPRA NOT = SPACES AND FD-FATOR-COMPRA > 0
                   MOVE FD-UNID-COMPRA  TO WUNID-COMPRA
                   MOVE FD-FATOR-COMPRA TO WFATOR-COMPRA
               END-IF
               IF FS-FORNPROD = "00" AND FP-FATOR-COMPRA > 0
                  AND FP-UNID-COMPRA NOT = SPACES
                   MOVE FP-UNID-COMPRA  TO WUNID-COMPRA
                   MOVE FP-FATOR-COMPRA TO WFATOR-COMPRA
               END-IF
               MOVE ZERO TO WQT-COMPRA WCUSTO-COMPRA
               IF WMODO = "A" OR WMODO = "a"
                   DIVIDE WPC-QUANTIDADE BY WFATOR-COMPRA
                       GIVING WQT-COMPRA REMAINDER WRESTO-FATOR
                   IF WRESTO-FATOR NOT = ZERO
                       MOVE FD-UNIDADE TO WUNID-COMPRA
                       MOVE 1 TO WFATOR-COMPRA
                       MOVE WPC-QUANTIDADE TO WQT-COMPRA
                   END-IF
                   COMPUTE WCUSTO-COMPRA = WPC-CUSTO * WFATOR-COMPRA
                   DISPLAY WQT-COMPRA    AT 0935
                   DISPLAY WCUSTO-COMPRA AT 1035
               ELSE
                   IF FS-FORNPROD = "00"
                       COMPUTE WCUSTO-COMPRA =
                           FP-ULTIMO-CUSTO * WFATOR-COMPRA
                       DISPLAY WCUSTO-COMPRA AT 1035
                       MOVE ZERO TO WCUSTO-COMPRA
                   END-IF
               END-IF
               DISPLAY WUNID-COMPRA AT 0943
               DISPLAY "/" AT 1046
               DISPLAY WUNID-COMPRA AT 1047
               .
           BUSCA-COMPRA.
               MOVE WPC-CODIGO TO PC-CODIGO
               READ PEDCOMP
               MOVE PC-QUANTIDADE    TO WPC-QUANTIDADE
               MOVE PC-CUSTO         TO WPC-CUSTO
               MOVE PC-DATA-PREVISTA TO WPC-DATA-PREVISTA
               MOVE PC-CENTRO        TO WPC-CENTRO
               DISPLAY WPC-FORNECEDOR    AT 0735
               DISPLAY WPC-PRODUTO       AT 0835
               DISPLAY WPC-QUANTIDADE    AT 0935
               DISPLAY WPC-CUSTO         AT 1035
               DISPLAY WPC-DATA-PREVISTA AT 1135
               DISPLAY WPC-CENTRO        AT 1235
               .
           LIMPA-CAMPOS.
               MOVE  SPACES TO REG-COMPRA.
               MOVE WPC-DATA-PREVISTA TO PC-DATA-PREVISTA
               MOVE ZERO TO PC-QTD-RECEBIDA
               MOVE ZERO TO PC-DATA-RECEBIDA
               MOVE WPC-CENTRO        TO PC-CENTRO
               MOVE "A" TO PC-STATUS
               WRITE REGISTRO-PEDCOMP
                   INVALID KEY
               MOVE WPC-QUANTIDADE    TO PC-QUANTIDADE
               MOVE WPC-CUSTO         TO PC-CUSTO
               MOVE WPC-DATA-PREVISTA TO PC-DATA-PREVISTA
               MOVE WPC-CENTRO        TO PC-CENTRO
               REWRITE REGISTRO-PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO DE COMPRA NAO CADASTRADO"
