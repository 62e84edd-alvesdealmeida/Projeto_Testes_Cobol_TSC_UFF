      *          CATALOGO FORNECEDOR X PRODUTO (FORNPROD.DAT)
      *     AMARRA O FORNECEDOR (VENDEDOR.DAT, V-TIPO "C") AO
      *     PRODUTO COM O PART NUMBER DO FORNECEDOR, ULTIMO CUSTO
      *     E LEAD TIME EM DIAS UTEIS E, QUANDO O FORNECEDOR VENDE
      *     EM EMBALAGEM PROPRIA, A UNIDADE DE COMPRA COM O FATOR
      *     DE CONVERSAO PARA A UNIDADE DE ESTOQUE. A ACAO Q
      *     RESPONDE "QUEM FORNECE O PRODUTO X", JA SUGERINDO A DATA
      *     DE PEDIDO NECESSARIA PARA RECEBER EM UMA DATA ALVO,
      *     CONTANDO OS DIAS UTEIS DO CALENDARIO.DAT (TABELA01).
      *
      ******************************************************************

       01  REGISTRO-FORNPROD.
           02 FP-CHAVE.
               03 FP-FORNECEDOR PIC 9(04).
               03 FP-PRODUTO    PIC 9(06).
           02 FP-PARTNUMBER     PIC X(20).
           02 FP-ULTIMO-CUSTO   PIC 9(6)V99.
           02 FP-LEAD-TIME      PIC 9(03).
           02 FP-UNID-COMPRA    PIC X(03).
           02 FP-FATOR-COMPRA   PIC 9(05).

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

       FD  CALENDARIO.
       01  REGISTRO-CALENDARIO.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       01  REG-CATALOGO.
           02 WFP-FORNECEDOR PIC 9(04) VALUE ZERO.
           02 WFP-PRODUTO    PIC 9(06) VALUE ZERO.
           02 WFP-PARTNUMBER PIC X(20) VALUE SPACES.
           02 WFP-CUSTO      PIC 9(6)V99 VALUE ZERO.
           02 WFP-LEAD-TIME  PIC 9(03) VALUE ZERO.
           02 WFP-UNID-COMPRA  PIC X(03) VALUE SPACES.
           02 WFP-FATOR-COMPRA PIC 9(05) VALUE ZERO.
       77  WDATA-SISTEMA   PIC 9(08) VALUE ZERO.
       77  WDIAS-UTEIS     PIC 9(03) VALUE ZERO.
       77  WDIAS-CORRIDOS  PIC S9(5) VALUE ZERO.
               DISPLAY "PART NUMBER                " AT 0805
               DISPLAY "ULTIMO CUSTO               " AT 0905
               DISPLAY "LEAD TIME (DIAS UTEIS)     " AT 1005
               DISPLAY "UNID COMPRA X FATOR        " AT 1105
               DISPLAY "(EM BRANCO = A DO PRODUTO)" AT 1205
               ACCEPT WFP-FORNECEDOR                 AT 0635
               PERFORM VALIDA-FORNECEDOR
               ACCEPT WFP-PRODUTO                    AT 0735
               ACCEPT WFP-PARTNUMBER AT 0835
               ACCEPT WFP-CUSTO      AT 0935
               ACCEPT WFP-LEAD-TIME  AT 1035
      *        EMBALAGEM PROPRIA DO FORNECEDOR; SEM ELA VALE A UNIDADE
      *        DE COMPRA DO CADASTRO DO PRODUTO
               ACCEPT WFP-UNID-COMPRA  AT 1135
               ACCEPT WFP-FATOR-COMPRA AT 1140
               IF WFP-UNID-COMPRA = SPACES
                   MOVE ZERO TO WFP-FATOR-COMPRA
               END-IF
               IF WFP-UNID-COMPRA NOT = SPACES AND
                  WFP-FATOR-COMPRA = ZERO
                   MOVE 1 TO WFP-FATOR-COMPRA
               END-IF
               DISPLAY WFP-FATOR-COMPRA AT 1140
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
               MOVE FP-PARTNUMBER   TO WFP-PARTNUMBER
               MOVE FP-ULTIMO-CUSTO TO WFP-CUSTO
               MOVE FP-LEAD-TIME    TO WFP-LEAD-TIME
               MOVE FP-UNID-COMPRA  TO WFP-UNID-COMPRA
               MOVE FP-FATOR-COMPRA TO WFP-FATOR-COMPRA
               DISPLAY WFP-PARTNUMBER AT 0835
               DISPLAY WFP-CUSTO      AT 0935
               DISPLAY WFP-LEAD-TIME  AT 1035
               DISPLAY WFP-UNID-COMPRA  AT 1135
               DISPLAY WFP-FATOR-COMPRA AT 1140
               .
      *----------------------------------------------------------------*
      *    QUEM FORNECE O PRODUTO - LISTA OS FORNECEDORES DO CATALOGO
      *    EM DIAS UTEIS DO CALENDARIO.DAT).
      *----------------------------------------------------------------*
           QUEM-FORNECE.
               DISPLAY "PRODUTO [......]           " AT 0605
               ACCEPT WFP-PRODUTO AT 0614
               DISPLAY "FORN PART NUMBER           CUSTO"
                   "    LEAD  RECEBE EM" AT 0805
               MOVE WFP-PARTNUMBER TO FP-PARTNUMBER
               MOVE WFP-CUSTO      TO FP-ULTIMO-CUSTO
               MOVE WFP-LEAD-TIME  TO FP-LEAD-TIME
               MOVE WFP-UNID-COMPRA  TO FP-UNID-COMPRA
               MOVE WFP-FATOR-COMPRA TO FP-FATOR-COMPRA
               WRITE REGISTRO-FORNPROD
                   INVALID KEY
                       DISPLAY "ITEM DE CATALOGO JA CADASTRADO"
               MOVE WFP-PARTNUMBER TO FP-PARTNUMBER
               MOVE WFP-CUSTO      TO FP-ULTIMO-CUSTO
               MOVE WFP-LEAD-TIME  TO FP-LEAD-TIME
               MOVE WFP-UNID-COMPRA  TO FP-UNID-COMPRA
               MOVE WFP-FATOR-COMPRA TO FP-FATOR-COMPRA
               REWRITE REGISTRO-FORNPROD
                   INVALID KEY
                       DISPLAY "ITEM DE CATALOGO NAO CADASTRADO"
