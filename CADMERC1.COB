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
       01  REG-MERCADORIA.
           02 WFD-CODIGO  PIC 9(06) VALUE ZERO.
           02 WFD-PRODUTO PIC X(30) VALUE SPACES.
           02 WFD-VALUNIT PIC 9(6)V99 VALUE ZERO.
           02 WFD-TIPO    PIC 9(01) VALUE ZERO.
           02 WFD-MARGEM-MIN    PIC 99V99 VALUE ZERO.
           02 WFD-ESTOQUE-MINIMO PIC 9(06) VALUE ZERO.
           02 WFD-QTD-REPOR     PIC 9(06) VALUE ZERO.
           02 WFD-UNIDADES.
               03 WFD-UNIDADE      PIC X(03) VALUE SPACES.
               03 WFD-UNID-COMPRA  PIC X(03) VALUE SPACES.
               03 WFD-FATOR-COMPRA PIC 9(05) VALUE ZERO.
               03 WFD-UNID-VENDA   PIC X(03) VALUE SPACES.
               03 WFD-FATOR-VENDA  PIC 9(05) VALUE ZERO.
           02 WFD-CLASSE-ABC    PIC X(03) VALUE SPACES.

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 ANT-QTD       PIC 9(06) VALUE ZERO.
           02 ANT-CUSTO     PIC 9(6)V99 VALUE ZERO.
           02 ANT-MINIMO    PIC 9(06) VALUE ZERO.
           02 ANT-UNIDADES  PIC X(19) VALUE SPACES.
       77  WENTIDADE  PIC X(10) VALUE "MERCADORIA".
       77  WSUGESTAO  PIC 9(06) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
               DISPLAY "DESCONTO QTDE MINIMA / PCT  " AT 1305
               DISPLAY "MARGEM MINIMA PCT           " AT 1405
               DISPLAY "ESTOQUE MINIMO / QTD REPOR  " AT 1505
               DISPLAY "UNID ESTOQUE / COMPRA X FATOR" AT 1605
               DISPLAY "UNID VENDA X FATOR         " AT 1705
               IF WMODO NOT = "A" AND WMODO NOT = "a" AND
                  WMODO NOT = "E" AND WMODO NOT = "e"
                   CALL "PROXIMO-NUMERO" USING WENTIDADE, WSUGESTAO
                   MOVE WSUGESTAO TO WFD-CODIGO
                   DISPLAY WFD-CODIGO AT 0625
               END-IF
               IF WFD-CODIGO = 999999 THEN
                   CLOSE ARQ1
                   EXIT PROGRAM
               END-IF
               ACCEPT WFD-MARGEM-MIN  AT 1435
               ACCEPT WFD-ESTOQUE-MINIMO AT 1535
               ACCEPT WFD-QTD-REPOR      AT 1545
      *        FATOR = QUANTAS UNIDADES DE ESTOQUE CABEM NA UNIDADE DE
      *        COMPRA OU DE VENDA (CAIXA COM 12, ROLO COM 50 METROS)
               ACCEPT WFD-UNIDADE        AT 1635
               IF WFD-UNIDADE = SPACES
                   MOVE "UN" TO WFD-UNIDADE
                   DISPLAY WFD-UNIDADE AT 1635
               END-IF
               ACCEPT WFD-UNID-COMPRA    AT 1640
               ACCEPT WFD-FATOR-COMPRA   AT 1645
               IF WFD-UNID-COMPRA = SPACES
                   MOVE WFD-UNIDADE TO WFD-UNID-COMPRA
                   MOVE 1 TO WFD-FATOR-COMPRA
               END-IF
               IF WFD-FATOR-COMPRA = ZERO
                   MOVE 1 TO WFD-FATOR-COMPRA
               END-IF
               DISPLAY WFD-UNID-COMPRA  AT 1640
               DISPLAY WFD-FATOR-COMPRA AT 1645
               ACCEPT WFD-UNID-VENDA     AT 1740
               ACCEPT WFD-FATOR-VENDA    AT 1745
               IF WFD-UNID-VENDA = SPACES
                   MOVE WFD-UNIDADE TO WFD-UNID-VENDA
                   MOVE 1 TO WFD-FATOR-VENDA
               END-IF
               IF WFD-FATOR-VENDA = ZERO
                   MOVE 1 TO WFD-FATOR-VENDA
               END-IF
               DISPLAY WFD-UNID-VENDA  AT 1740
               DISPLAY WFD-FATOR-VENDA AT 1745
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
               MOVE FD-MARGEM-MIN  TO WFD-MARGEM-MIN
               MOVE FD-ESTOQUE-MINIMO TO WFD-ESTOQUE-MINIMO
               MOVE FD-QTD-REPOR   TO WFD-QTD-REPOR
               MOVE FD-UNIDADE      TO WFD-UNIDADE
               MOVE FD-UNID-COMPRA  TO WFD-UNID-COMPRA
               MOVE FD-FATOR-COMPRA TO WFD-FATOR-COMPRA
               MOVE FD-UNID-VENDA   TO WFD-UNID-VENDA
               MOVE FD-FATOR-VENDA  TO WFD-FATOR-VENDA
               MOVE FD-CLASSE-ABC   TO WFD-CLASSE-ABC
               MOVE WFD-UNIDADES    TO ANT-UNIDADES
               DISPLAY WFD-PRODUTO AT 0725
               DISPLAY WFD-VALUNIT AT 0825
               DISPLAY WFD-TIPO    AT 0925
               DISPLAY WFD-MARGEM-MIN  AT 1435
               DISPLAY WFD-ESTOQUE-MINIMO AT 1535
               DISPLAY WFD-QTD-REPOR      AT 1545
               DISPLAY WFD-UNIDADE        AT 1635
               DISPLAY WFD-UNID-COMPRA    AT 1640
               DISPLAY WFD-FATOR-COMPRA   AT 1645
               DISPLAY WFD-UNID-VENDA     AT 1740
               DISPLAY WFD-FATOR-VENDA    AT 1745
      *        A TRAVA VEM DEPOIS DA EXIBICAO: REGISTRO EM USO FICA
      *        NA TELA PARA CONSULTA, SO A ATUALIZACAO E BARRADA
               MOVE WFD-CODIGO TO WLCK-CHAVE
                       MOVE WFD-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "CADMERC1", "GRAVOU", WCHAVE-AUD
                       CALL "GRAVA-ETIQUETA" USING FD-CODIGO,
                           FD-PRODUTO, FD-VALUNIT, "N"
               END-WRITE
               .
           ALTERA-DADOS.
                       IF WFD-VALUNIT-ANTERIOR NOT = WFD-VALUNIT
                           CALL "GRAVA-PRECOHIST" USING WFD-CODIGO,
                               WFD-VALUNIT-ANTERIOR, WFD-VALUNIT
                           CALL "GRAVA-ETIQUETA" USING FD-CODIGO,
                               FD-PRODUTO, FD-VALUNIT, "R"
                       END-IF
               END-REWRITE
               .
               MOVE ANT-MINIMO TO WDIF-ANTES
               MOVE WFD-ESTOQUE-MINIMO TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "UNIDADES" TO WDIF-CAMPO
               MOVE ANT-UNIDADES TO WDIF-ANTES
               MOVE WFD-UNIDADES TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               .
      *----------------------------------------------------------------*
      *    IMAGEM ANTES/DEPOIS DE UM CAMPO ALTERADO (AUDDET.DAT)
