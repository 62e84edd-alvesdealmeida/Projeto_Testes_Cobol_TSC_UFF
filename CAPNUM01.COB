      ******************************************************************
      *
      *     CAPNUM01 - AVISO DE CAPACIDADE DAS SERIES DE NUMERACAO
      *     PASSO DE FIM DE DIA (BATCH001): LE NUMEROS.DAT (CONTADORES
      *     DO PROXIMO-NUMERO) E AVISA TODA SERIE QUE JA PASSOU DE 90%
      *     DA FAIXA DO CAMPO QUE RECEBE O NUMERO - ANTES QUE A
      *     NUMERACAO ESTOURE E O CADASTRO PASSE A REPETIR CODIGOS.
      *     A FAIXA DE CADA SERIE ESTA NA TABELA TAB-FAIXAS (CODIGOS
      *     DE CLIENTE, MERCADORIA, PEDIDO E ORCAMENTO COM 6 DIGITOS;
      *     VENDEDOR, PEDIDO DE COMPRA E REMESSA AINDA COM 4). SERIE
      *     FORA DA TABELA VALE A CAPACIDADE DO PROPRIO CONTADOR. A
      *     RENEGOCIACAO GIRA DE PROPOSITO NA FAIXA 7000-7999 E NAO E
      *     AVALIADA. CADA AVISO E AUDITADO COM A SERIE NA CHAVE.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. CAPNUM01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT NUMEROS ASSIGN TO "NUMEROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM-ENTIDADE
           FILE STATUS IS FS-NUMEROS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  NUMEROS.
       01  REGISTRO-NUMERO.
           02 NUM-ENTIDADE PIC X(10).
           02 NUM-PROXIMO  PIC 9(06).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-NUMEROS.
           02 FS-NUMEROS-1 PIC 9.
           02 FS-NUMEROS-2 PIC 9.
           02 FS-NUMERO-R REDEFINES FS-NUMEROS-2 PIC 99 COMP-X.

      *    SERIE (ENTIDADE DO PROXIMO-NUMERO) E MAIOR NUMERO QUE O
      *    CAMPO DE DESTINO COMPORTA - ZERO = SERIE NAO AVALIADA
       01  TAB-FAIXAS-VALORES.
           02 FILLER PIC X(16) VALUE "CLIENTE   999999".
           02 FILLER PIC X(16) VALUE "MERCADORIA999999".
           02 FILLER PIC X(16) VALUE "PEDIDO    999999".
           02 FILLER PIC X(16) VALUE "ORCAMENTO 999999".
           02 FILLER PIC X(16) VALUE "NOTAFISCAL999999".
           02 FILLER PIC X(16) VALUE "ROMANEIO  999999".
           02 FILLER PIC X(16) VALUE "ORDPROD   999999".
           02 FILLER PIC X(16) VALUE "RMA       999999".
           02 FILLER PIC X(16) VALUE "CONCIL    099999".
           02 FILLER PIC X(16) VALUE "RETPEND   099999".
           02 FILLER PIC X(16) VALUE "VENDEDOR  009999".
           02 FILLER PIC X(16) VALUE "PEDCOMPRA 009999".
           02 FILLER PIC X(16) VALUE "REMESSA   009999".
           02 FILLER PIC X(16) VALUE "NOTIFICA  009999".
           02 FILLER PIC X(16) VALUE "SPOOL     009999".
           02 FILLER PIC X(16) VALUE "RENEG     000000".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-VALORES.
           02 TF-ITEM OCCURS 16 TIMES.
               03 TF-ENTIDADE PIC X(10).
               03 TF-LIMITE   PIC 9(06).

       77  WOPERADOR     PIC X(10) VALUE "CAPNUM01".
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  IND-TF        PIC 99 VALUE ZERO.
       77  WLIMITE       PIC 9(06) VALUE ZERO.
       77  WUSADOS       PIC 9(06) VALUE ZERO.
       77  WPERCENTUAL   PIC 9(03) VALUE ZERO.
       77  QT-SERIES     PIC 9(04) VALUE ZERO.
       77  QT-AVISOS     PIC 9(04) VALUE ZERO.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-SERIES THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           DISPLAY "CAPACIDADE DAS SERIES DE NUMERACAO - AVISO ACIMA"
               " DE 90% DA FAIXA"
           OPEN INPUT NUMEROS
           .
       2000-VARRE-SERIES.
           IF FS-NUMEROS NOT = "00"
               DISPLAY "NENHUMA SERIE DE NUMERACAO REGISTRADA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-SERIE
           PERFORM 2200-AVALIA-SERIE
               UNTIL FS-NUMEROS NOT = "00"
           DISPLAY "SERIES AVALIADAS: " QT-SERIES
           DISPLAY "SERIES EM AVISO:  " QT-AVISOS
       2000-EXIT.
           EXIT.
       2100-LE-SERIE.
           READ NUMEROS NEXT RECORD
               AT END
                   MOVE "10" TO FS-NUMEROS
           END-READ
           .
      *    O CONTADOR GUARDA O PROXIMO NUMERO A ENTREGAR - OS JA
      *    USADOS SAO ESSE VALOR MENOS UM
       2200-AVALIA-SERIE.
           PERFORM 2300-BUSCA-FAIXA
           IF WLIMITE > ZERO
               ADD 1 TO QT-SERIES
               IF NUM-PROXIMO > ZERO
                   COMPUTE WUSADOS = NUM-PROXIMO - 1
               ELSE
                   MOVE ZERO TO WUSADOS
               END-IF
               IF WUSADOS * 10 > WLIMITE * 9
                   PERFORM 2400-AVISA-SERIE
               END-IF
           END-IF
           PERFORM 2100-LE-SERIE
           .
       2300-BUSCA-FAIXA.
           MOVE 999999 TO WLIMITE
           PERFORM 2310-COMPARA-FAIXA
               VARYING IND-TF FROM 1 BY 1
               UNTIL IND-TF > 16
           .
       2310-COMPARA-FAIXA.
           IF TF-ENTIDADE (IND-TF) = NUM-ENTIDADE
               MOVE TF-LIMITE (IND-TF) TO WLIMITE
               MOVE 16 TO IND-TF
           END-IF
           .
       2400-AVISA-SERIE.
           ADD 1 TO QT-AVISOS
           IF WUSADOS > WLIMITE
               MOVE 100 TO WPERCENTUAL
           ELSE
               COMPUTE WPERCENTUAL = WUSADOS * 100 / WLIMITE
           END-IF
           DISPLAY "ATENCAO: SERIE " NUM-ENTIDADE " EM " WPERCENTUAL
               "% DA FAIXA - ULTIMO " WUSADOS " DE " WLIMITE
           MOVE SPACES TO WCHAVE-AUD
           STRING NUM-ENTIDADE "/" WPERCENTUAL
               DELIMITED BY SIZE INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "CAPNUM01", "CAPACIDADE", WCHAVE-AUD
           .
       9999-ENCERRA.
           IF FS-NUMEROS = "00" OR FS-NUMEROS = "10"
               CLOSE NUMEROS
           END-IF
           GOBACK
           .
       END PROGRAM CAPNUM01.
