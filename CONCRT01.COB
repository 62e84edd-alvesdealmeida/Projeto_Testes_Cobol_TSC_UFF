      ******************************************************************
      *
      *               CONCILIACAO DE CARTOES X ADQUIRENTE
      *     I-IMPORTAR   LE O ARQUIVO DE LIQUIDACAO DA ADQUIRENTE
      *                  LIQCART.TXT (LAYOUT POSICIONAL FIXO: DATA DA
      *                  VENDA, NSU, VALOR BRUTO, TAXA, LIQUIDO E DATA
      *                  DA LIQUIDACAO) PARA A FORMA DE PAGAMENTO
      *                  (CARTAO) INFORMADA E CARREGA CADA LINHA COMO
      *                  ITEM PENDENTE EM CARTLIQ.DAT - A CHAVE FORMA +
      *                  DATA + NSU IMPEDE IMPORTAR O MESMO ITEM DUAS
      *                  VEZES;
      *     C-CONCILIAR  CASAMENTO AUTOMATICO COM O MOVIMENTO DO CAIXA
      *                  (MOVCAIXA.DAT): O ITEM CASA QUANDO HA LINHA DA
      *                  MESMA FORMA, DATA E VALOR BRUTO AINDA NAO
      *                  CONSUMIDA POR OUTRO ITEM (MESMA REGRA DA
      *                  CONCILIACAO BANCARIA CONCIL01). A TAXA COBRADA
      *                  E CONFERIDA COM A TAXA CONTRATADA DA FORMA
      *                  (FORMPG.DAT) - FORA DA TOLERANCIA O ITEM FICA
      *                  COMO CASADO COM TAXA DIVERGENTE - E LANCADA
      *                  COMO DESPESA NA CONTA DE TAXA DA FORMA
      *                  (GRAVA-LANCAMENTO "D", CONTRAPARTIDA A CONTA
      *                  DA FORMA). TAXA REJEITADA PELO LIVRO (CONTA
      *                  FORA DO PLANO OU COMPETENCIA FECHADA) E
      *                  TENTADA DE NOVO NA PROXIMA RODADA.
      *     O RELATORIO DE CASADOS, PENDENTES E DIVERGENTES E O
      *     RELCRT01 (FILA DE RELATORIOS).
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CONCRT01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT LIQCART ASSIGN TO "LIQCART.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQCART.

           SELECT CARTLIQ ASSIGN TO "CARTLIQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LQ-CHAVE
           FILE STATUS IS FS-CARTLIQ.

           SELECT FORMPG ASSIGN TO "FORMPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FG-CODIGO
           FILE STATUS IS FS-FORMPG.

           SELECT MOVCAIXA ASSIGN TO "MOVCAIXA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVCAIXA.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    LAYOUT POSICIONAL DA LIQUIDACAO FORNECIDA PELA ADQUIRENTE
       FD  LIQCART.
       01  LINHA-LIQCART.
           02 AQ-DATA-VENDA  PIC 9(08).
           02 AQ-NSU         PIC X(12).
           02 AQ-BRUTO       PIC 9(8)V99.
           02 AQ-TAXA        PIC 9(6)V99.
           02 AQ-LIQUIDO     PIC 9(8)V99.
           02 AQ-DATA-LIQUID PIC 9(08).
           02 FILLER         PIC X(24).

      *    ITENS DA LIQUIDACAO DE CARTOES E A SITUACAO DO CASAMENTO
       FD  CARTLIQ.
       01  REGISTRO-CARTLIQ.
           02 LQ-CHAVE.
               03 LQ-FORMA      PIC 9(02).
               03 LQ-DATA-VENDA PIC 9(08).
               03 LQ-NSU        PIC X(12).
           02 LQ-BRUTO          PIC 9(8)V99.
           02 LQ-TAXA           PIC 9(6)V99.
           02 LQ-LIQUIDO        PIC 9(8)V99.
           02 LQ-DATA-LIQUID    PIC 9(08).
           02 LQ-TAXA-ESPERADA  PIC 9(6)V99.
           02 LQ-STATUS         PIC X.
               88 LQ-PENDENTE   VALUE "P".
               88 LQ-CASADO     VALUE "C".
               88 LQ-DIVERGENTE VALUE "D".
           02 LQ-TAXA-LANCADA   PIC X.
           02 LQ-DATA-IMPORT    PIC 9(08).

      *    FORMAS DE PAGAMENTO (CADFPG01) - CADA FORMA LIQUIDA NA
      *    SUA CONTA DO PLANO
       FD  FORMPG.
       01  REGISTRO-FORMPG.
           02 FG-CODIGO      PIC 9(02).
           02 FG-DESCRICAO   PIC X(20).
           02 FG-CONTA       PIC 9(05).
           02 FG-DIAS-LIQUID PIC 9(03).
      *    CARTAO: TAXA CONTRATADA COM A ADQUIRENTE E CONTA DE
      *    DESPESA ONDE A TAXA E LANCADA (CONCRT01)
           02 FG-TAXA-PCT    PIC 99V99.
           02 FG-CONTA-TAXA  PIC 9(05).

      *    MOVIMENTO DO CAIXA DO DIA - UMA LINHA POR BAIXA
       FD  MOVCAIXA.
       01  LINHA-MOVCAIXA.
           02 MC-DATA      PIC 9(08).
           02 FILLER       PIC X.
           02 MC-FORMA     PIC 9(02).
           02 FILLER       PIC X.
           02 MC-PEDIDO    PIC 9(06).
           02 FILLER       PIC X.
           02 MC-PARCELA   PIC 9(02).
           02 FILLER       PIC X.
           02 MC-VALOR     PIC 9(8)V99.
           02 FILLER       PIC X.
           02 MC-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL DO CAIXA (FILIAL DO OPERADOR)
           02 MC-FILIAL    PIC 9(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  FS-LIQCART PIC XX VALUE SPACES.
       01  FS-CARTLIQ.
           02 FS-CARTLIQ-1 PIC 9.
           02 FS-CARTLIQ-2 PIC 9.
           02 FS-CARTLIQ-R REDEFINES FS-CARTLIQ-2 PIC 99 COMP-X.
       01  FS-FORMPG.
           02 FS-FORMPG-1 PIC 9.
           02 FS-FORMPG-2 PIC 9.
           02 FS-FORMPG-R REDEFINES FS-FORMPG-2 PIC 99 COMP-X.
       77  FS-MOVCAIXA PIC XX VALUE SPACES.
       77  OPCAO      PIC X VALUE SPACES.
       77  WACAO      PIC X VALUE SPACES.
       77  WOPERADOR  PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WDATA-HOJE PIC 9(08) VALUE ZERO.
       77  WFORMA     PIC 9(02) VALUE ZERO.
       77  QT-IMPORTADOS  PIC 9(05) VALUE ZEROS.
       77  QT-REPETIDOS   PIC 9(05) VALUE ZEROS.
       77  QT-CASADOS     PIC 9(05) VALUE ZEROS.
       77  QT-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77  QT-PENDENTES   PIC 9(05) VALUE ZEROS.
       77  QT-TAXA-REJ    PIC 9(05) VALUE ZEROS.

      *    CONTAGEM DO CASAMENTO AUTOMATICO
       77  WQT-CAIXA      PIC 9(05) VALUE ZEROS.
       77  WQT-CONSUMIDOS PIC 9(05) VALUE ZEROS.
       01  WCHAVE-ITEM.
           02 WCI-FORMA      PIC 9(02).
           02 WCI-DATA-VENDA PIC 9(08).
           02 WCI-NSU        PIC X(12).
       77  WVALOR-REF     PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-TAXA    PIC 9(8)V99 VALUE ZERO.

      *    CONFERENCIA DA TAXA - DIFERENCA ACIMA DE 1 CENTAVO (SO
      *    ARREDONDAMENTO) E DIVERGENCIA
       77  WTOLERANCIA    PIC 9(6)V99 VALUE 0.01.
       77  WDIF-TAXA      PIC S9(6)V99 VALUE ZERO.
       77  WFORMA-OK      PIC X VALUE "N".
       77  WTIPO-LANCTO   PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
       77  WCENTRO-CUSTO  PIC 9(03) VALUE ZERO.
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CARTLIQ.
           IF FS-CARTLIQ = "35"
               OPEN OUTPUT CARTLIQ
               CLOSE CARTLIQ
               OPEN I-O CARTLIQ
           END-IF.
           OPEN INPUT FORMPG.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "CONCILIACAO DE CARTOES      " AT 0430
               DISPLAY "ACAO I-IMPORTAR C-CONCILIAR X-SAIR" AT 0505
               ACCEPT WACAO AT 0545
               ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE CARTLIQ FORMPG
                       EXIT PROGRAM
                   WHEN WACAO = "I" OR WACAO = "i"
                       PERFORM IMPORTA-LIQUIDACAO
                           THRU IMPORTA-LIQUIDACAO-EXIT
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM CONCILIA-AUTOMATICO
                           THRU CONCILIA-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2205
               ACCEPT OPCAO AT 2235
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    IMPORTACAO: O ARQUIVO DA ADQUIRENTE NAO CONHECE NOSSAS
      *    FORMAS - O OPERADOR DIZ A QUAL FORMA (CARTAO) ELE SE
      *    REFERE. ITEM JA IMPORTADO (MESMA FORMA, DATA E NSU) E
      *    CONTADO COMO REPETIDO E NAO MEXE NO QUE JA FOI CASADO.
      *----------------------------------------------------------------*
           IMPORTA-LIQUIDACAO.
               MOVE ZERO TO QT-IMPORTADOS
               MOVE ZERO TO QT-REPETIDOS
               DISPLAY "FORMA DE PAGAMENTO DO ARQUIVO [..]" AT 0705
               ACCEPT WFORMA AT 0737
               PERFORM BUSCA-FORMA
               IF WFORMA-OK NOT = "S"
                   DISPLAY "FORMA DE PAGAMENTO NAO CADASTRADA" AT 1905
                   GO TO IMPORTA-LIQUIDACAO-EXIT
               END-IF
               DISPLAY FG-DESCRICAO AT 0741
               OPEN INPUT LIQCART
               IF FS-LIQCART NOT = "00"
                   DISPLAY "ARQUIVO LIQCART.TXT NAO ENCONTRADO"
                       AT 1905
                   GO TO IMPORTA-LIQUIDACAO-EXIT
               END-IF
               PERFORM LE-LIQCART
               PERFORM GRAVA-ITEM-LIQUIDACAO
                   UNTIL FS-LIQCART NOT = "00"
               CLOSE LIQCART
               DISPLAY "ITENS IMPORTADOS DA ADQUIRENTE:" AT 1905
               DISPLAY QT-IMPORTADOS AT 1937
               DISPLAY "ITENS JA IMPORTADOS ANTES:     " AT 2005
               DISPLAY QT-REPETIDOS AT 2037
               MOVE SPACES TO WCHAVE-AUD
               STRING "LIQCART/" WFORMA DELIMITED BY SIZE
                   INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CONCRT01", "IMPORTOU", WCHAVE-AUD
               .
           IMPORTA-LIQUIDACAO-EXIT.
               EXIT.
           LE-LIQCART.
               READ LIQCART
                   AT END
                       MOVE "10" TO FS-LIQCART
               END-READ
               .
           GRAVA-ITEM-LIQUIDACAO.
               MOVE WFORMA         TO LQ-FORMA
               MOVE AQ-DATA-VENDA  TO LQ-DATA-VENDA
               MOVE AQ-NSU         TO LQ-NSU
               MOVE AQ-BRUTO       TO LQ-BRUTO
               MOVE AQ-TAXA        TO LQ-TAXA
               MOVE AQ-LIQUIDO     TO LQ-LIQUIDO
               MOVE AQ-DATA-LIQUID TO LQ-DATA-LIQUID
               COMPUTE LQ-TAXA-ESPERADA ROUNDED =
                   AQ-BRUTO * FG-TAXA-PCT / 100
               MOVE "P"            TO LQ-STATUS
               MOVE "N"            TO LQ-TAXA-LANCADA
               MOVE WDATA-HOJE     TO LQ-DATA-IMPORT
               WRITE REGISTRO-CARTLIQ
                   INVALID KEY
                       ADD 1 TO QT-REPETIDOS
                   NOT INVALID KEY
                       ADD 1 TO QT-IMPORTADOS
               END-WRITE
               PERFORM LE-LIQCART
               .
           BUSCA-FORMA.
               MOVE "N" TO WFORMA-OK
               IF FS-FORMPG = "00"
                   MOVE WFORMA TO FG-CODIGO
                   READ FORMPG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WFORMA-OK
                   END-READ
               END-IF
               .
      *----------------------------------------------------------------*
      *    CASAMENTO AUTOMATICO: O ITEM PENDENTE CASA QUANDO A
      *    QUANTIDADE DE LINHAS DO MOVCAIXA COM A MESMA FORMA, DATA E
      *    VALOR SUPERA A DE ITENS JA CASADOS COM A MESMA ASSINATURA.
      *    ITEM CASADO COM TAXA AINDA NAO LANCADA TEM O LANCAMENTO
      *    TENTADO DE NOVO.
      *----------------------------------------------------------------*
           CONCILIA-AUTOMATICO.
               MOVE ZERO TO QT-CASADOS QT-DIVERGENTES QT-PENDENTES
                   QT-TAXA-REJ
               MOVE LOW-VALUES TO LQ-CHAVE
               START CARTLIQ KEY NOT LESS THAN LQ-CHAVE
                   INVALID KEY
                       GO TO CONCILIA-EXIT
               END-START
               PERFORM LE-PROXIMO-ITEM
               PERFORM AVALIA-ITEM
                   UNTIL FS-CARTLIQ NOT = "00"
               DISPLAY "ITENS CASADOS NESTA RODADA:    " AT 1905
               DISPLAY QT-CASADOS AT 1937
               DISPLAY "CASADOS COM TAXA DIVERGENTE:   " AT 2005
               DISPLAY QT-DIVERGENTES AT 2037
               DISPLAY "ITENS AINDA PENDENTES:         " AT 2105
               DISPLAY QT-PENDENTES AT 2137
               IF QT-TAXA-REJ > ZERO
                   DISPLAY "TAXAS REJEITADAS PELO LIVRO:" AT 1805
                   DISPLAY QT-TAXA-REJ AT 1837
               END-IF
               .
           CONCILIA-EXIT.
               EXIT.
           LE-PROXIMO-ITEM.
               READ CARTLIQ NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CARTLIQ
               END-READ
               .
           AVALIA-ITEM.
               IF LQ-PENDENTE
                   PERFORM TENTA-CASAR
               END-IF
               IF (LQ-CASADO OR LQ-DIVERGENTE)
                  AND LQ-TAXA-LANCADA NOT = "S"
                   PERFORM LANCA-TAXA
               END-IF
               PERFORM LE-PROXIMO-ITEM
               .
           TENTA-CASAR.
               MOVE LQ-CHAVE TO WCHAVE-ITEM
               MOVE LQ-BRUTO TO WVALOR-REF
               PERFORM CONTA-CAIXA
               PERFORM CONTA-CONSUMIDOS
               IF WQT-CAIXA > WQT-CONSUMIDOS
                   COMPUTE WDIF-TAXA = LQ-TAXA - LQ-TAXA-ESPERADA
                   IF WDIF-TAXA > WTOLERANCIA
                      OR WDIF-TAXA < ZERO - WTOLERANCIA
                       MOVE "D" TO LQ-STATUS
                       ADD 1 TO QT-DIVERGENTES
                   ELSE
                       MOVE "C" TO LQ-STATUS
                       ADD 1 TO QT-CASADOS
                   END-IF
                   REWRITE REGISTRO-CARTLIQ
                   MOVE SPACES TO WCHAVE-AUD
                   STRING LQ-FORMA LQ-DATA-VENDA LQ-NSU (1:10)
                       DELIMITED BY SIZE INTO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "CONCRT01", "CONCILIOU", WCHAVE-AUD
               ELSE
                   ADD 1 TO QT-PENDENTES
               END-IF
               .
           CONTA-CAIXA.
               MOVE ZERO TO WQT-CAIXA
               OPEN INPUT MOVCAIXA
               IF FS-MOVCAIXA = "00"
                   PERFORM LE-MOVCAIXA
                   PERFORM UNTIL FS-MOVCAIXA NOT = "00"
                       IF MC-DATA = WCI-DATA-VENDA AND
                          MC-FORMA = WCI-FORMA AND
                          MC-VALOR = WVALOR-REF
                           ADD 1 TO WQT-CAIXA
                       END-IF
                       PERFORM LE-MOVCAIXA
                   END-PERFORM
                   CLOSE MOVCAIXA
               END-IF
               .
           LE-MOVCAIXA.
               READ MOVCAIXA
                   AT END
                       MOVE "10" TO FS-MOVCAIXA
               END-READ
               .
      *    QUANTOS ITENS JA CASADOS DA MESMA FORMA E DATA CARREGAM O
      *    MESMO VALOR (A VARREDURA GUARDA E RESTAURA A POSICAO PELA
      *    CHAVE DO ITEM CORRENTE)
           CONTA-CONSUMIDOS.
               MOVE ZERO TO WQT-CONSUMIDOS
               MOVE WCI-FORMA      TO LQ-FORMA
               MOVE WCI-DATA-VENDA TO LQ-DATA-VENDA
               MOVE LOW-VALUES     TO LQ-NSU
               START CARTLIQ KEY NOT LESS THAN LQ-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CARTLIQ
               END-START
               IF FS-CARTLIQ = "00"
                   PERFORM LE-PROXIMO-ITEM
               END-IF
               PERFORM UNTIL FS-CARTLIQ NOT = "00"
                       OR LQ-FORMA NOT = WCI-FORMA
                       OR LQ-DATA-VENDA NOT = WCI-DATA-VENDA
                   IF (LQ-CASADO OR LQ-DIVERGENTE) AND
                      LQ-BRUTO = WVALOR-REF
                       ADD 1 TO WQT-CONSUMIDOS
                   END-IF
                   PERFORM LE-PROXIMO-ITEM
               END-PERFORM
      *        RESTAURA A POSICAO DA VARREDURA NO ITEM CORRENTE -
      *        O READ NEXT DO CHAMADOR SEGUE DO PONTO CERTO
               MOVE WCHAVE-ITEM TO LQ-CHAVE
               READ CARTLIQ
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE "00" TO FS-CARTLIQ
               .
      *----------------------------------------------------------------*
      *    TAXA DA ADQUIRENTE COMO DESPESA: DEBITO NA CONTA DE TAXA
      *    DA FORMA CONTRA A CONTA ONDE A FORMA LIQUIDA, NA DATA DA
      *    LIQUIDACAO. FORMA SEM CONTA DE TAXA NAO LANCA.
      *----------------------------------------------------------------*
           LANCA-TAXA.
               IF LQ-TAXA = ZERO
                   GO TO LANCA-TAXA-FIM
               END-IF
               MOVE LQ-FORMA TO WFORMA
               PERFORM BUSCA-FORMA
               IF WFORMA-OK NOT = "S" OR FG-CONTA-TAXA = ZERO
                   ADD 1 TO QT-TAXA-REJ
                   GO TO LANCA-TAXA-FIM
               END-IF
               MOVE "D" TO WTIPO-LANCTO
               MOVE LQ-TAXA TO WVALOR-TAXA
               CALL "GRAVA-LANCAMENTO" USING FG-CONTA-TAXA,
                   WTIPO-LANCTO, WVALOR-TAXA, LQ-DATA-LIQUID,
                   WLAN-RESULT, FG-CONTA, WCENTRO-CUSTO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   ADD 1 TO QT-TAXA-REJ
                   GO TO LANCA-TAXA-FIM
               END-IF
               MOVE "S" TO LQ-TAXA-LANCADA
               REWRITE REGISTRO-CARTLIQ
               .
           LANCA-TAXA-FIM.
               EXIT.
       END PROGRAM CONCRT01.
