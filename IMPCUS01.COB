      ******************************************************************
      *
      *               PROCESSO DE IMPORTACAO (CUSTO DE ENTRADA)
      *     PRODUTO IMPORTADO (FD-IMPORTADO = 1) E RECEBIDO PELO
      *     RECEBIMENTO-COMPRA NO PRECO EM MOEDA ESTRANGEIRA DO PEDIDO.
      *     O PROCESSO AGRUPA UMA OU MAIS CHEGADAS (RECCOMP.DAT) E AS
      *     DESPESAS DA IMPORTACAO (FRETE, IMPOSTO DE IMPORTACAO,
      *     DESPACHANTE, ARMAZENAGEM...) E, NO FECHAMENTO, APURA O
      *     CUSTO NACIONALIZADO DE CADA CHEGADA:
      *        VALOR EM REAIS = QTDE X CUSTO NA MOEDA X CAMBIO DO DIA
      *                         DO DESEMBARACO
      *        RATEIO         = DESPESAS PROPORCIONAIS AO VALOR EM
      *                         REAIS OU AO PESO, CONFORME O PROCESSO
      *        CUSTO FINAL    = (VALOR EM REAIS + RATEIO) / QTDE
      *     O CUSTO MEDIO DO PRODUTO E CORRIGIDO PELA DIFERENCA ENTRE O
      *     CUSTO FINAL E O CUSTO QUE ENTROU NO RECEBIMENTO.
      *     N-NOVO        ABRE O PROCESSO (MOEDA E CRITERIO DE RATEIO)
      *     R-RECEBIMENTO INCLUI UMA CHEGADA COM O SEU PESO
      *     D-DESPESA     LANCA UMA DESPESA EM REAIS
      *     F-FECHAR      CAMBIO, RATEIO E CUSTO MEDIO
      *     A PLANILHA DE CUSTO DE CADA PROCESSO SAI NO RELCIM01.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. IMPCUS01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT IMPPROC ASSIGN TO "IMPPROC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-PROCESSO
           FILE STATUS IS FS-IMPPROC.

           SELECT IMPITEM ASSIGN TO "IMPITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IT-CHAVE
           FILE STATUS IS FS-IMPITEM.

           SELECT IMPDESP ASSIGN TO "IMPDESP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CHAVE
           FILE STATUS IS FS-IMPDESP.

           SELECT RECCOMP ASSIGN TO "RECCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CHAVE
           FILE STATUS IS FS-RECCOMP.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    CABECALHO DO PROCESSO DE IMPORTACAO
       FD  IMPPROC.
       01  REGISTRO-IMPPROC.
           02 IP-PROCESSO          PIC 9(06).
           02 IP-MOEDA             PIC X(03).
           02 IP-CRITERIO          PIC X.
               88 IP-POR-VALOR     VALUE "V".
               88 IP-POR-PESO      VALUE "P".
           02 IP-DATA-ABERTURA     PIC 9(08).
           02 IP-DATA-DESEMBARACO  PIC 9(08).
           02 IP-TAXA-CAMBIO       PIC 9(03)V9(06).
           02 IP-VALOR-MERCADORIA  PIC 9(10)V99.
           02 IP-VALOR-DESPESAS    PIC 9(10)V99.
           02 IP-STATUS            PIC X.
               88 IP-ABERTO        VALUE "A".
               88 IP-FECHADO       VALUE "F".
           02 IP-OPERADOR          PIC X(10).

      *    CHEGADAS DO PROCESSO - CHAVE DA CHEGADA EM RECCOMP.DAT
       FD  IMPITEM.
       01  REGISTRO-IMPITEM.
           02 IT-CHAVE.
               03 IT-PROCESSO      PIC 9(06).
               03 IT-PEDCOMP       PIC 9(04).
               03 IT-SEQ           PIC 9(02).
           02 IT-PRODUTO           PIC 9(06).
           02 IT-QTDE              PIC 9(06).
           02 IT-CUSTO-MOEDA       PIC 9(6)V99.
           02 IT-PESO              PIC 9(6)V999.
           02 IT-VALOR-REAIS       PIC 9(10)V99.
           02 IT-RATEIO            PIC 9(10)V99.
           02 IT-CUSTO-FINAL       PIC 9(6)V99.

      *    DESPESAS DO PROCESSO, EM REAIS
       FD  IMPDESP.
       01  REGISTRO-IMPDESP.
           02 ID-CHAVE.
               03 ID-PROCESSO      PIC 9(06).
               03 ID-SEQ           PIC 9(02).
           02 ID-DESCRICAO         PIC X(30).
           02 ID-VALOR             PIC 9(8)V99.

      *    MESMO LAYOUT JA DECLARADO EM RECPOC01.
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
       WORKING-STORAGE                     SECTION.
       01  FS-IMPPROC.
           02 FS-IMPPROC-1 PIC 9.
           02 FS-IMPPROC-2 PIC 9.
           02 FS-IMPPROC-R REDEFINES FS-IMPPROC-2 PIC 99 COMP-X.
       01  FS-IMPITEM.
           02 FS-IMPITEM-1 PIC 9.
           02 FS-IMPITEM-2 PIC 9.
           02 FS-IMPITEM-R REDEFINES FS-IMPITEM-2 PIC 99 COMP-X.
       01  FS-IMPDESP.
           02 FS-IMPDESP-1 PIC 9.
           02 FS-IMPDESP-2 PIC 9.
           02 FS-IMPDESP-R REDEFINES FS-IMPDESP-2 PIC 99 COMP-X.
       01  FS-RECCOMP.
           02 FS-RECCOMP-1 PIC 9.
           02 FS-RECCOMP-2 PIC 9.
           02 FS-RECCOMP-R REDEFINES FS-RECCOMP-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       77  OPCAO       PIC X VALUE SPACES.
       77  WACAO       PIC X VALUE SPACES.
       77  WCONFIRMA   PIC X VALUE SPACES.
       77  WLINHA-BRANCA PIC X(70) VALUE SPACES.
       77  WOPERADOR   PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD  PIC X(20) VALUE SPACES.
       77  WENTIDADE   PIC X(10) VALUE "IMPORTACAO".
       77  WNUM-GERADO PIC 9(06) VALUE ZERO.
       77  WDATA-HOJE  PIC 9(08) VALUE ZERO.
       77  WPROCESSO   PIC 9(06) VALUE ZERO.
       77  WMOEDA      PIC X(03) VALUE SPACES.
       77  WCRITERIO   PIC X VALUE SPACES.
       77  WIT-PEDCOMP PIC 9(04) VALUE ZERO.
       77  WIT-SEQ     PIC 9(02) VALUE ZERO.
       77  WPESO       PIC 9(6)V999 VALUE ZERO.
       77  WDESCRICAO  PIC X(30) VALUE SPACES.
       77  WVALOR-DESP PIC 9(8)V99 VALUE ZERO.
       77  WID-SEQ     PIC 9(02) VALUE ZERO.
       77  IND-SEQ     PIC 9(02) VALUE ZERO.
       77  WDATA-DESEMB PIC 9(08) VALUE ZERO.
       77  WTAXA       PIC 9(03)V9(06) VALUE ZERO.
      *    FECHAMENTO: TOTAIS DO PROCESSO E RATEIO DAS DESPESAS; A
      *    ULTIMA CHEGADA FICA COM A SOBRA DO ARREDONDAMENTO
       77  QT-ITENS    PIC 9(04) VALUE ZERO.
       77  IND-ITEM    PIC 9(04) VALUE ZERO.
       77  WTOT-MERCADORIA PIC 9(10)V99 VALUE ZERO.
       77  WTOT-PESO   PIC 9(8)V999 VALUE ZERO.
       77  WTOT-DESPESAS PIC 9(10)V99 VALUE ZERO.
       77  WTOT-RATEADO PIC 9(10)V99 VALUE ZERO.
       77  WSOBRA      PIC S9(10)V99 VALUE ZERO.
       77  WPOR-PESO   PIC X VALUE "N".
       77  WAJUSTE-CUSTO PIC S9(10)V99 VALUE ZERO.
       77  WNOVO-CUSTO PIC S9(8)V99 VALUE ZERO.
       77  WED-VALOR   PIC Z(9)9.99.
       77  WED-CUSTO   PIC Z(5)9.99.
       77  WED-QTDE    PIC Z(5)9.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O IMPPROC.
           IF FS-IMPPROC = "35"
               OPEN OUTPUT IMPPROC
               CLOSE IMPPROC
               OPEN I-O IMPPROC
           END-IF.
           OPEN I-O IMPITEM.
           IF FS-IMPITEM = "35"
               OPEN OUTPUT IMPITEM
               CLOSE IMPITEM
               OPEN I-O IMPITEM
           END-IF.
           OPEN I-O IMPDESP.
           IF FS-IMPDESP = "35"
               OPEN OUTPUT IMPDESP
               CLOSE IMPDESP
               OPEN I-O IMPDESP
           END-IF.
           OPEN I-O RECCOMP.
           IF FS-RECCOMP = "35"
               OPEN OUTPUT RECCOMP
               CLOSE RECCOMP
               OPEN I-O RECCOMP
           END-IF.
           OPEN I-O ARQ1.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "PROCESSO DE IMPORTACAO      " AT 0430
               DISPLAY "ACAO N-NOVO R-RECEBIMENTO D-DESPESA F-FECHAR"
                   AT 0505
               DISPLAY "X-SAIR" AT 0550
               ACCEPT WACAO AT 0557
               ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE IMPPROC IMPITEM IMPDESP RECCOMP ARQ1
                       EXIT PROGRAM
                   WHEN WACAO = "N" OR WACAO = "n"
                       PERFORM NOVO-PROCESSO THRU NOVO-PROCESSO-EXIT
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM INCLUI-RECEBIMENTO
                           THRU INCLUI-RECEBIMENTO-EXIT
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM INCLUI-DESPESA THRU INCLUI-DESPESA-EXIT
                   WHEN WACAO = "F" OR WACAO = "f"
                       PERFORM FECHA-PROCESSO THRU FECHA-PROCESSO-EXIT
                   WHEN OTHER
                       GO TO TELA-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    ABERTURA DO PROCESSO: NUMERO VIA PROXIMO-NUMERO
      *----------------------------------------------------------------*
           NOVO-PROCESSO.
               DISPLAY "MOEDA (USD, EUR...)        " AT 0705
               MOVE SPACES TO WMOEDA
               ACCEPT WMOEDA AT 0735
               IF WMOEDA = SPACES
                   GO TO NOVO-PROCESSO-EXIT
               END-IF
               DISPLAY "RATEIO V-VALOR P-PESO [.]  " AT 0805
               MOVE SPACE TO WCRITERIO
               ACCEPT WCRITERIO AT 0829
               IF WCRITERIO = "v"
                   MOVE "V" TO WCRITERIO
               END-IF
               IF WCRITERIO = "p"
                   MOVE "P" TO WCRITERIO
               END-IF
               IF WCRITERIO NOT = "V" AND WCRITERIO NOT = "P"
                   DISPLAY "CRITERIO DE RATEIO INVALIDO" AT 1905
                   GO TO NOVO-PROCESSO-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WENTIDADE, WNUM-GERADO
               MOVE WNUM-GERADO TO IP-PROCESSO
               MOVE WMOEDA      TO IP-MOEDA
               MOVE WCRITERIO   TO IP-CRITERIO
               MOVE WDATA-HOJE  TO IP-DATA-ABERTURA
               MOVE ZERO        TO IP-DATA-DESEMBARACO
               MOVE ZERO        TO IP-TAXA-CAMBIO
               MOVE ZERO        TO IP-VALOR-MERCADORIA
               MOVE ZERO        TO IP-VALOR-DESPESAS
               MOVE "A"         TO IP-STATUS
               MOVE WOPERADOR   TO IP-OPERADOR
               WRITE REGISTRO-IMPPROC
                   INVALID KEY
                       DISPLAY "PROCESSO JA EXISTE - VERIFICAR"
                           " NUMERACAO" AT 1905
                       GO TO NOVO-PROCESSO-EXIT
               END-WRITE
               DISPLAY "PROCESSO ABERTO:" AT 1905
               DISPLAY IP-PROCESSO AT 1922
               MOVE IP-PROCESSO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "IMPCUS01", "ABRIU", WCHAVE-AUD
               .
           NOVO-PROCESSO-EXIT.
               EXIT.
      *    PROCESSO INFORMADO PRECISA EXISTIR E ESTAR EM ABERTO;
      *    WPROCESSO VOLTA ZERADO QUANDO NAO SERVE
           LE-PROCESSO.
               MOVE ZERO TO WPROCESSO
               DISPLAY "PROCESSO                   " AT 0705
               ACCEPT WPROCESSO AT 0735
               IF WPROCESSO = ZERO
                   GO TO LE-PROCESSO-EXIT
               END-IF
               MOVE WPROCESSO TO IP-PROCESSO
               READ IMPPROC
                   INVALID KEY
                       DISPLAY "PROCESSO NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WPROCESSO
                       GO TO LE-PROCESSO-EXIT
               END-READ
               IF NOT IP-ABERTO
                   DISPLAY "PROCESSO JA FECHADO" AT 1905
                   MOVE ZERO TO WPROCESSO
                   GO TO LE-PROCESSO-EXIT
               END-IF
               DISPLAY "MOEDA" AT 0745
               DISPLAY IP-MOEDA AT 0751
               DISPLAY "RATEIO" AT 0756
               IF IP-POR-PESO
                   DISPLAY "PESO " AT 0763
               ELSE
                   DISPLAY "VALOR" AT 0763
               END-IF
               .
           LE-PROCESSO-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    CHEGADA DE PRODUTO IMPORTADO, AINDA FORA DE OUTRO PROCESSO
      *----------------------------------------------------------------*
           INCLUI-RECEBIMENTO.
               PERFORM LE-PROCESSO THRU LE-PROCESSO-EXIT
               IF WPROCESSO = ZERO
                   GO TO INCLUI-RECEBIMENTO-EXIT
               END-IF
               DISPLAY "PEDIDO COMPRA/CHEGADA      " AT 0805
               MOVE ZERO TO WIT-PEDCOMP WIT-SEQ
               ACCEPT WIT-PEDCOMP AT 0835
               ACCEPT WIT-SEQ AT 0840
               MOVE WIT-PEDCOMP TO RC-PEDCOMP
               MOVE WIT-SEQ     TO RC-SEQ
               READ RECCOMP
                   INVALID KEY
                       DISPLAY "CHEGADA NAO ENCONTRADA NO RECEBIMENTO"
                           AT 1905
                       GO TO INCLUI-RECEBIMENTO-EXIT
               END-READ
               IF RC-PROCESSO NOT = ZERO
                   DISPLAY "CHEGADA JA INCLUIDA NO PROCESSO" AT 1905
                   DISPLAY RC-PROCESSO AT 1937
                   GO TO INCLUI-RECEBIMENTO-EXIT
               END-IF
               MOVE RC-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO INCLUI-RECEBIMENTO-EXIT
               END-READ
               IF FD-IMPORTADO NOT = 1
                   DISPLAY "PRODUTO NAO E IMPORTADO" AT 1905
                   GO TO INCLUI-RECEBIMENTO-EXIT
               END-IF
               MOVE RC-QTDE  TO WED-QTDE
               MOVE RC-CUSTO TO WED-CUSTO
               DISPLAY "PRODUTO                    " AT 0905
               DISPLAY RC-PRODUTO AT 0935
               DISPLAY FD-PRODUTO AT 0942
               DISPLAY "QTDE / CUSTO NA MOEDA      " AT 1005
               DISPLAY WED-QTDE AT 1035
               DISPLAY WED-CUSTO AT 1043
               DISPLAY "CHEGADA EM" AT 1055
               DISPLAY RC-DATA AT 1066
               DISPLAY "PESO TOTAL DA CHEGADA (KG) " AT 1105
               MOVE ZERO TO WPESO
               ACCEPT WPESO AT 1135
               IF IP-POR-PESO AND WPESO = ZERO
                   DISPLAY "PROCESSO RATEIA POR PESO - INFORME O PESO"
                       AT 1905
                   GO TO INCLUI-RECEBIMENTO-EXIT
               END-IF
               DISPLAY "CONFIRMA A INCLUSAO [S-N][.]" AT 1905
               MOVE SPACE TO WCONFIRMA
               ACCEPT WCONFIRMA AT 1934
               IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
                   GO TO INCLUI-RECEBIMENTO-EXIT
               END-IF
               MOVE WPROCESSO   TO IT-PROCESSO
               MOVE RC-PEDCOMP  TO IT-PEDCOMP
               MOVE RC-SEQ      TO IT-SEQ
               MOVE RC-PRODUTO  TO IT-PRODUTO
               MOVE RC-QTDE     TO IT-QTDE
               MOVE RC-CUSTO    TO IT-CUSTO-MOEDA
               MOVE WPESO       TO IT-PESO
               MOVE ZERO        TO IT-VALOR-REAIS
               MOVE ZERO        TO IT-RATEIO
               MOVE ZERO        TO IT-CUSTO-FINAL
               WRITE REGISTRO-IMPITEM
                   INVALID KEY
                       REWRITE REGISTRO-IMPITEM
               END-WRITE
               MOVE WPROCESSO TO RC-PROCESSO
               REWRITE REGISTRO-RECCOMP
               MOVE SPACES TO WCHAVE-AUD
               STRING WPROCESSO "/" RC-PEDCOMP "/" RC-SEQ
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "IMPCUS01", "INCLUIUREC", WCHAVE-AUD
               DISPLAY "CHEGADA INCLUIDA NO PROCESSO" AT 2005
               .
           INCLUI-RECEBIMENTO-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    DESPESA DA IMPORTACAO EM REAIS (FRETE, II, DESPACHANTE...)
      *----------------------------------------------------------------*
           INCLUI-DESPESA.
               PERFORM LE-PROCESSO THRU LE-PROCESSO-EXIT
               IF WPROCESSO = ZERO
                   GO TO INCLUI-DESPESA-EXIT
               END-IF
               DISPLAY "DESCRICAO DA DESPESA       " AT 0805
               MOVE SPACES TO WDESCRICAO
               ACCEPT WDESCRICAO AT 0835
               DISPLAY "VALOR EM REAIS             " AT 0905
               MOVE ZERO TO WVALOR-DESP
               ACCEPT WVALOR-DESP AT 0935
               IF WDESCRICAO = SPACES OR WVALOR-DESP = ZERO
                   DISPLAY "DESPESA NAO INFORMADA" AT 1905
                   GO TO INCLUI-DESPESA-EXIT
               END-IF
               MOVE ZERO TO WID-SEQ
               PERFORM CONTA-UMA-DESPESA
                   VARYING IND-SEQ FROM 1 BY 1
                   UNTIL IND-SEQ > 98
               IF WID-SEQ = 98
                   DISPLAY "LIMITE DE DESPESAS DO PROCESSO" AT 1905
                   GO TO INCLUI-DESPESA-EXIT
               END-IF
               ADD 1 TO WID-SEQ
               MOVE WPROCESSO   TO ID-PROCESSO
               MOVE WID-SEQ     TO ID-SEQ
               MOVE WDESCRICAO  TO ID-DESCRICAO
               MOVE WVALOR-DESP TO ID-VALOR
               WRITE REGISTRO-IMPDESP
                   INVALID KEY
                       REWRITE REGISTRO-IMPDESP
               END-WRITE
               MOVE SPACES TO WCHAVE-AUD
               STRING WPROCESSO "/" WID-SEQ
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "IMPCUS01", "DESPESA", WCHAVE-AUD
               DISPLAY "DESPESA LANCADA NO PROCESSO" AT 2005
               .
           INCLUI-DESPESA-EXIT.
               EXIT.
           CONTA-UMA-DESPESA.
               MOVE WPROCESSO TO ID-PROCESSO
               MOVE IND-SEQ   TO ID-SEQ
               READ IMPDESP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IND-SEQ TO WID-SEQ
               END-READ
               .
      *----------------------------------------------------------------*
      *    FECHAMENTO: CAMBIO DO DESEMBARACO, RATEIO DAS DESPESAS E
      *    CORRECAO DO CUSTO MEDIO. RATEIO POR PESO SEM PESO NAS
      *    CHEGADAS CAI PARA O RATEIO POR VALOR.
      *----------------------------------------------------------------*
           FECHA-PROCESSO.
               PERFORM LE-PROCESSO THRU LE-PROCESSO-EXIT
               IF WPROCESSO = ZERO
                   GO TO FECHA-PROCESSO-EXIT
               END-IF
               DISPLAY "DATA DO DESEMBARACO        " AT 0805
               MOVE ZERO TO WDATA-DESEMB
               ACCEPT WDATA-DESEMB AT 0835
               IF WDATA-DESEMB = ZERO
                   MOVE WDATA-HOJE TO WDATA-DESEMB
                   DISPLAY WDATA-DESEMB AT 0835
               END-IF
               DISPLAY "TAXA DE CAMBIO DO DIA      " AT 0905
               MOVE ZERO TO WTAXA
               ACCEPT WTAXA AT 0935
               IF WTAXA = ZERO
                   DISPLAY "TAXA DE CAMBIO NAO INFORMADA" AT 1905
                   GO TO FECHA-PROCESSO-EXIT
               END-IF
               MOVE ZERO TO QT-ITENS WTOT-MERCADORIA WTOT-PESO
               MOVE WPROCESSO TO IT-PROCESSO
               MOVE ZERO TO IT-PEDCOMP IT-SEQ
               START IMPITEM KEY NOT LESS THAN IT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-IMPITEM
               END-START
               IF FS-IMPITEM = "00"
                   PERFORM LE-IMPITEM
               END-IF
               PERFORM VALORIZA-ITEM
                   UNTIL FS-IMPITEM NOT = "00"
                      OR IT-PROCESSO NOT = WPROCESSO
               MOVE "00" TO FS-IMPITEM
               IF QT-ITENS = ZERO
                   DISPLAY "PROCESSO SEM CHEGADAS" AT 1905
                   GO TO FECHA-PROCESSO-EXIT
               END-IF
               MOVE ZERO TO WTOT-DESPESAS
               MOVE WPROCESSO TO ID-PROCESSO
               MOVE ZERO TO ID-SEQ
               START IMPDESP KEY NOT LESS THAN ID-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-IMPDESP
               END-START
               IF FS-IMPDESP = "00"
                   PERFORM LE-IMPDESP
               END-IF
               PERFORM SOMA-DESPESA
                   UNTIL FS-IMPDESP NOT = "00"
                      OR ID-PROCESSO NOT = WPROCESSO
               MOVE "00" TO FS-IMPDESP
               MOVE "N" TO WPOR-PESO
               IF IP-POR-PESO
                   IF WTOT-PESO > ZERO
                       MOVE "S" TO WPOR-PESO
                   ELSE
                       DISPLAY "CHEGADAS SEM PESO - RATEIO PELO VALOR"
                           AT 2005
                   END-IF
               END-IF
               DISPLAY "CHEGADAS                   " AT 1105
               DISPLAY QT-ITENS AT 1135
               MOVE WTOT-MERCADORIA TO WED-VALOR
               DISPLAY "MERCADORIA EM REAIS        " AT 1205
               DISPLAY WED-VALOR AT 1235
               MOVE WTOT-DESPESAS TO WED-VALOR
               DISPLAY "DESPESAS A RATEAR          " AT 1305
               DISPLAY WED-VALOR AT 1335
               DISPLAY "CONFIRMA O FECHAMENTO [S-N][.]" AT 1905
               MOVE SPACE TO WCONFIRMA
               ACCEPT WCONFIRMA AT 1936
               IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
                   GO TO FECHA-PROCESSO-EXIT
               END-IF
               MOVE ZERO TO IND-ITEM WTOT-RATEADO
               MOVE WPROCESSO TO IT-PROCESSO
               MOVE ZERO TO IT-PEDCOMP IT-SEQ
               START IMPITEM KEY NOT LESS THAN IT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-IMPITEM
               END-START
               IF FS-IMPITEM = "00"
                   PERFORM LE-IMPITEM
               END-IF
               PERFORM RATEIA-ITEM
                   UNTIL FS-IMPITEM NOT = "00"
                      OR IT-PROCESSO NOT = WPROCESSO
               MOVE "00" TO FS-IMPITEM
               MOVE WPROCESSO TO IP-PROCESSO
               READ IMPPROC
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WDATA-DESEMB    TO IP-DATA-DESEMBARACO
               MOVE WTAXA           TO IP-TAXA-CAMBIO
               MOVE WTOT-MERCADORIA TO IP-VALOR-MERCADORIA
               MOVE WTOT-DESPESAS   TO IP-VALOR-DESPESAS
               MOVE "F"             TO IP-STATUS
               REWRITE REGISTRO-IMPPROC
               MOVE WPROCESSO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "IMPCUS01", "FECHOU", WCHAVE-AUD
               DISPLAY WLINHA-BRANCA AT 1905
               DISPLAY "PROCESSO FECHADO - CUSTO MEDIO ATUALIZADO"
                   AT 1905
               .
           FECHA-PROCESSO-EXIT.
               EXIT.
           LE-IMPITEM.
               READ IMPITEM NEXT RECORD
                   AT END
                       MOVE "10" TO FS-IMPITEM
               END-READ
               .
           LE-IMPDESP.
               READ IMPDESP NEXT RECORD
                   AT END
                       MOVE "10" TO FS-IMPDESP
               END-READ
               .
           VALORIZA-ITEM.
               COMPUTE IT-VALOR-REAIS ROUNDED =
                   IT-QTDE * IT-CUSTO-MOEDA * WTAXA
               REWRITE REGISTRO-IMPITEM
               ADD 1 TO QT-ITENS
               ADD IT-VALOR-REAIS TO WTOT-MERCADORIA
               ADD IT-PESO TO WTOT-PESO
               PERFORM LE-IMPITEM
               .
           SOMA-DESPESA.
               ADD ID-VALOR TO WTOT-DESPESAS
               PERFORM LE-IMPDESP
               .
           RATEIA-ITEM.
               ADD 1 TO IND-ITEM
               IF IND-ITEM = QT-ITENS
                   COMPUTE WSOBRA = WTOT-DESPESAS - WTOT-RATEADO
                   IF WSOBRA < ZERO
                       MOVE ZERO TO WSOBRA
                   END-IF
                   MOVE WSOBRA TO IT-RATEIO
               ELSE
                   IF WPOR-PESO = "S"
                       COMPUTE IT-RATEIO ROUNDED =
                           WTOT-DESPESAS * IT-PESO / WTOT-PESO
                   ELSE
                       IF WTOT-MERCADORIA > ZERO
                           COMPUTE IT-RATEIO ROUNDED =
                               WTOT-DESPESAS * IT-VALOR-REAIS /
                               WTOT-MERCADORIA
                       ELSE
                           COMPUTE IT-RATEIO ROUNDED =
                               WTOT-DESPESAS / QT-ITENS
                       END-IF
                   END-IF
               END-IF
               ADD IT-RATEIO TO WTOT-RATEADO
               IF IT-QTDE > ZERO
                   COMPUTE IT-CUSTO-FINAL ROUNDED =
                       (IT-VALOR-REAIS + IT-RATEIO) / IT-QTDE
               ELSE
                   MOVE ZERO TO IT-CUSTO-FINAL
               END-IF
               REWRITE REGISTRO-IMPITEM
               COMPUTE WAJUSTE-CUSTO =
                   IT-QTDE * (IT-CUSTO-FINAL - IT-CUSTO-MOEDA)
               IF WAJUSTE-CUSTO NOT = ZERO
                   PERFORM AJUSTA-CUSTO-MEDIO
               END-IF
               PERFORM LE-IMPITEM
               .
      *    (SALDO X CUSTO MEDIO + AJUSTE) / SALDO, SEM FICAR NEGATIVO;
      *    SEM SALDO EM ESTOQUE NAO HA O QUE CORRIGIR
           AJUSTA-CUSTO-MEDIO.
               MOVE IT-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-QTD-ESTOQUE
               END-READ
               IF FD-QTD-ESTOQUE > ZERO
                   COMPUTE WNOVO-CUSTO ROUNDED =
                       (FD-QTD-ESTOQUE * FD-CUSTO-MEDIO +
                        WAJUSTE-CUSTO) / FD-QTD-ESTOQUE
                   IF WNOVO-CUSTO < ZERO
                       MOVE ZERO TO WNOVO-CUSTO
                   END-IF
                   MOVE WNOVO-CUSTO TO FD-CUSTO-MEDIO
                   REWRITE REG1
                       INVALID KEY
                           DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                   END-REWRITE
               END-IF
               .
       END PROGRAM IMPCUS01.
