      *     CATALOGO); SEM PREVISAO VALE A REGRA HISTORICA DO
      *     ESTOQUE MINIMO ESTATICO. LISTA O QUE COMPRAR E QUANTO
      *     (A QUANTIDADE DE REPOSICAO DO PRODUTO, OU A FALTA
      *     QUANDO ELA FOR MAIOR). PODE SER RESTRITA A UMA CLASSE
      *     ABC DE RECEITA (FD-ABC-RECEITA, GRAVADA PELO ABCCLS01).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       FILE                                    SECTION.
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

      *    PREVISAO MENSAL DE DEMANDA (PREVDEM1)
       FD  PREVDEM.
       01  REGISTRO-PREVDEM.
           02 PV-CHAVE.
               03 PV-PRODUTO PIC 9(06).
               03 PV-MES     PIC 9(02).
           02 PV-QTD-PREVISTA PIC 9(06).
           02 PV-DATA-GERACAO PIC 9(08).
      *    MENOR LEAD TIME POR PRODUTO (UMA VARRIDA NO CATALOGO)
       01  TAB-LEAD.
           02 TL-ITEM OCCURS 200 TIMES.
               03 TL-PRODUTO PIC 9(06).
               03 TL-LEAD    PIC 9(03).
       77  QT-LEADS     PIC 9(03) VALUE ZEROS.
       77  IND-LEAD     PIC 9(03) VALUE ZEROS.
       77  WACHOU       PIC X VALUE "N".
       77  WCLASSE-ABC  PIC X VALUE SPACE.

      *================================================================*
       PROCEDURE                                           DIVISION.
           PERFORM 1100-CARREGA-LEAD-TIMES THRU 1100-EXIT
           DISPLAY SPACE ERASE EOS
           DISPLAY "SUGESTAO DE COMPRAS - PONTO DE REPOSICAO"
           DISPLAY "CLASSE ABC (A/B/C, BRANCO = TODAS):"
           ACCEPT WCLASSE-ABC
           INSPECT WCLASSE-ABC CONVERTING "abc" TO "ABC"
           IF WCLASSE-ABC NOT = SPACE
               DISPLAY "SOMENTE PRODUTOS DA CLASSE " WCLASSE-ABC
           END-IF
           DISPLAY "COD    PRODUTO                        SALDO"
               "  NECESSARIO  COMPRAR  BASE      ABC"
           .
       1100-CARREGA-LEAD-TIMES.
           IF FS-FORNPROD NOT = "00"
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM UNTIL FS-ARQ1 NOT = "00"
               IF WCLASSE-ABC = SPACE OR
                  FD-ABC-RECEITA = WCLASSE-ABC
                   PERFORM 2150-CALCULA-NECESSIDADE
                   IF WTEM-PREVISAO = "S"
                       IF FD-QTD-ESTOQUE < WDEMANDA
                           PERFORM 2200-SUGERE-COMPRA
                       END-IF
                   ELSE
                       IF FD-ESTOQUE-MINIMO > ZERO AND
                          FD-QTD-ESTOQUE < FD-ESTOQUE-MINIMO
                           MOVE FD-ESTOQUE-MINIMO TO WDEMANDA
                           PERFORM 2200-SUGERE-COMPRA
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-LE-PROXIMO
           END-IF
           IF WTEM-PREVISAO = "S"
               DISPLAY FD-CODIGO " " FD-PRODUTO " " FD-QTD-ESTOQUE
                   "  " WDEMANDA "  " WQT-COMPRAR "  PREVISAO  "
                   FD-ABC-RECEITA
           ELSE
               DISPLAY FD-CODIGO " " FD-PRODUTO " " FD-QTD-ESTOQUE
                   "  " WDEMANDA "  " WQT-COMPRAR "  MINIMO    "
                   FD-ABC-RECEITA
           END-IF
           .
       9999-ENCERRA.
