      ******************************************************************
      *
      *     RELSAC02 - RECLAMACOES DO MES POR CATEGORIA E PRODUTO
      *     PARA OS CHAMADOS DO SAC (SAC.DAT, SACATD01) ABERTOS NA
      *     COMPETENCIA, APURA POR CATEGORIA E PRODUTO: RECEBIDOS,
      *     RESOLVIDOS, CANCELADOS, AINDA EM ABERTO, RESOLVIDOS NO
      *     PRAZO, FORA DO PRAZO (RESOLVIDOS DEPOIS DO PRAZO OU AINDA
      *     ABERTOS COM O PRAZO VENCIDO) E A MEDIA DE DIAS ATE A
      *     SOLUCAO. SAI EM ORDEM DE CATEGORIA / PRODUTO COM O TOTAL
      *     DE CADA CATEGORIA E O TOTAL GERAL.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELSAC02.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SAC ASSIGN TO "SAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAC-NUMERO
           FILE STATUS IS FS-SAC.

           SELECT SACCAT ASSIGN TO "SACCAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-CODIGO
           FILE STATUS IS FS-SACCAT.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM SACATD01.
       FD  SAC.
       01  REGISTRO-SAC.
           02 SAC-NUMERO        PIC 9(06).
           02 SAC-CLIENTE       PIC 9(06).
           02 SAC-PEDIDO        PIC 9(06).
           02 SAC-NF-SERIE      PIC X(01).
           02 SAC-NF-NUMERO     PIC 9(06).
           02 SAC-RMA           PIC 9(06).
           02 SAC-ORDSERV       PIC 9(06).
           02 SAC-PRODUTO       PIC 9(06).
           02 SAC-CATEGORIA     PIC 9(02).
           02 SAC-DESCRICAO     PIC X(60).
           02 SAC-RESPONSAVEL   PIC X(10).
           02 SAC-PRIORIDADE    PIC X.
           02 SAC-STATUS        PIC X.
               88 SAC-RESOLVIDO   VALUE "R".
               88 SAC-CANCELADO   VALUE "X".
           02 SAC-DATA-ABERTURA PIC 9(08).
           02 SAC-PRAZO         PIC 9(08).
           02 SAC-DATA-ENCERRA  PIC 9(08).
           02 SAC-OPER-ABRIU    PIC X(10).

       FD  SACCAT.
       01  REGISTRO-SACCAT.
           02 SCT-CODIGO        PIC 9(02).
           02 SCT-DESCRICAO     PIC X(30).
           02 SCT-PRAZO         PIC 9(03).

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
       WORKING-STORAGE                         SECTION.
       01  FS-SAC.
           02 FS-SAC-1 PIC 9.
           02 FS-SAC-2 PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01  FS-SACCAT.
           02 FS-SACCAT-1 PIC 9.
           02 FS-SACCAT-2 PIC 9.
           02 FS-SACCAT-R REDEFINES FS-SACCAT-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WCOMPETENCIA  PIC 9(06) VALUE ZERO.
       77  WDIAS-SOLUCAO PIC S9(5) VALUE ZERO.
       77  WMEDIA-DIAS   PIC 9(05) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE "DIFDIAS".
       77  WDATAUTIL-DIA    PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAIDA  PIC 9(08) VALUE ZERO.

      *    ACUMULADORES POR CATEGORIA / PRODUTO (ATE 300)
       01  TAB-SAC.
           02 TS-ITEM OCCURS 300 TIMES.
               03 TS-CHAVE.
                   04 TS-CATEGORIA PIC 9(02).
                   04 TS-PRODUTO   PIC 9(06).
               03 TS-QT-RECEB   PIC 9(05).
               03 TS-QT-RESOLV  PIC 9(05).
               03 TS-QT-CANCEL  PIC 9(05).
               03 TS-QT-ABERTO  PIC 9(05).
               03 TS-QT-NOPRAZO PIC 9(05).
               03 TS-QT-FORA    PIC 9(05).
               03 TS-DIAS-SOLUC PIC 9(07).
       01  TS-SWAP.
           02 TS-SWAP-AREA PIC X(45).
       01  WCHAVE-SAC.
           02 WCS-CATEGORIA PIC 9(02).
           02 WCS-PRODUTO   PIC 9(06).
      *    TOTAIS DA CATEGORIA EM QUEBRA E TOTAL GERAL
       01  TOT-CAT.
           02 TC-QT-RECEB   PIC 9(05).
           02 TC-QT-RESOLV  PIC 9(05).
           02 TC-QT-CANCEL  PIC 9(05).
           02 TC-QT-ABERTO  PIC 9(05).
           02 TC-QT-NOPRAZO PIC 9(05).
           02 TC-QT-FORA    PIC 9(05).
           02 TC-DIAS-SOLUC PIC 9(07).
       01  TOT-GERAL.
           02 TG-QT-RECEB   PIC 9(05).
           02 TG-QT-RESOLV  PIC 9(05).
           02 TG-QT-CANCEL  PIC 9(05).
           02 TG-QT-ABERTO  PIC 9(05).
           02 TG-QT-NOPRAZO PIC 9(05).
           02 TG-QT-FORA    PIC 9(05).
           02 TG-DIAS-SOLUC PIC 9(07).
       77  QT-SAC   PIC 9(03) VALUE ZEROS.
       77  IND1     PIC 9(03) VALUE ZEROS.
       77  IND2     PIC 9(03) VALUE ZEROS.
       77  IND-ATU  PIC 9(03) VALUE ZEROS.
       77  WACHOU   PIC X VALUE "N".
       77  WCAT-ANT PIC 9(02) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-CHAMADOS THRU 2000-EXIT
           PERFORM 4000-ORDENA-CHAVE
           PERFORM 5000-IMPRIME
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "RECLAMACOES DO SAC POR CATEGORIA E PRODUTO" AT 0420
           DISPLAY "COMPETENCIA (AAAAMM)" AT 0605
           ACCEPT WCOMPETENCIA AT 0630
           IF WCOMPETENCIA = ZERO
               MOVE WDATA-SISTEMA (1:6) TO WCOMPETENCIA
           END-IF
           INITIALIZE TOT-GERAL
           OPEN INPUT SAC
           OPEN INPUT SACCAT
           OPEN INPUT ARQ1
           .
       2000-VARRE-CHAMADOS.
           IF FS-SAC NOT = "00"
               DISPLAY "NENHUM CHAMADO CADASTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-CHAMADO
           PERFORM 2150-SELECIONA-CHAMADO
               UNTIL FS-SAC NOT = "00"
       2000-EXIT.
           EXIT.
       2100-LE-CHAMADO.
           READ SAC NEXT RECORD
               AT END
                   MOVE "10" TO FS-SAC
           END-READ
           .
       2150-SELECIONA-CHAMADO.
           IF SAC-DATA-ABERTURA (1:6) = WCOMPETENCIA
               PERFORM 2200-ACUMULA-CHAMADO THRU 2200-FIM
           END-IF
           PERFORM 2100-LE-CHAMADO
           .
       2200-ACUMULA-CHAMADO.
           MOVE SAC-CATEGORIA TO WCS-CATEGORIA
           MOVE SAC-PRODUTO   TO WCS-PRODUTO
           PERFORM 2300-ACHA-CHAVE
           IF WACHOU = "N"
               GO TO 2200-FIM
           END-IF
           ADD 1 TO TS-QT-RECEB (IND-ATU)
           EVALUATE TRUE
               WHEN SAC-RESOLVIDO
                   ADD 1 TO TS-QT-RESOLV (IND-ATU)
                   IF SAC-DATA-ENCERRA > SAC-PRAZO
                       ADD 1 TO TS-QT-FORA (IND-ATU)
                   ELSE
                       ADD 1 TO TS-QT-NOPRAZO (IND-ATU)
                   END-IF
                   CALL "DATAUTIL" USING WDATAUTIL-FUNCAO,
                       SAC-DATA-ABERTURA, SAC-DATA-ENCERRA,
                       WDIAS-SOLUCAO, WDATAUTIL-DIA, WDATAUTIL-SAIDA
                   IF WDIAS-SOLUCAO > ZERO
                       ADD WDIAS-SOLUCAO TO TS-DIAS-SOLUC (IND-ATU)
                   END-IF
               WHEN SAC-CANCELADO
                   ADD 1 TO TS-QT-CANCEL (IND-ATU)
               WHEN OTHER
                   ADD 1 TO TS-QT-ABERTO (IND-ATU)
                   IF SAC-PRAZO < WDATA-SISTEMA
                       ADD 1 TO TS-QT-FORA (IND-ATU)
                   END-IF
           END-EVALUATE
           .
       2200-FIM.
           EXIT.
       2300-ACHA-CHAVE.
           MOVE "N" TO WACHOU
           PERFORM 2310-COMPARA-CHAVE
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-SAC OR WACHOU = "S"
           IF WACHOU = "N" AND QT-SAC < 300
               ADD 1 TO QT-SAC
               MOVE WCHAVE-SAC TO TS-CHAVE (QT-SAC)
               MOVE ZERO TO TS-QT-RECEB (QT-SAC)
               MOVE ZERO TO TS-QT-RESOLV (QT-SAC)
               MOVE ZERO TO TS-QT-CANCEL (QT-SAC)
               MOVE ZERO TO TS-QT-ABERTO (QT-SAC)
               MOVE ZERO TO TS-QT-NOPRAZO (QT-SAC)
               MOVE ZERO TO TS-QT-FORA (QT-SAC)
               MOVE ZERO TO TS-DIAS-SOLUC (QT-SAC)
               MOVE QT-SAC TO IND-ATU
               MOVE "S" TO WACHOU
           END-IF
           .
       2310-COMPARA-CHAVE.
           IF TS-CHAVE (IND1) = WCHAVE-SAC
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-ATU
           END-IF
           .
      *    ORDEM DE CATEGORIA / PRODUTO (BOLHA, TABELA PEQUENA)
       4000-ORDENA-CHAVE.
           IF QT-SAC > 1
               PERFORM 4100-PASSADA-BOLHA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-SAC - 1
           END-IF
           .
       4100-PASSADA-BOLHA.
           PERFORM 4200-COMPARA-TROCA
               VARYING IND2 FROM 1 BY 1
               UNTIL IND2 > QT-SAC - IND1
           .
       4200-COMPARA-TROCA.
           IF TS-CHAVE (IND2) > TS-CHAVE (IND2 + 1)
               MOVE TS-ITEM (IND2)     TO TS-SWAP
               MOVE TS-ITEM (IND2 + 1) TO TS-ITEM (IND2)
               MOVE TS-SWAP            TO TS-ITEM (IND2 + 1)
           END-IF
           .
       5000-IMPRIME.
           DISPLAY " "
           DISPLAY "RECLAMACOES DO SAC - COMPETENCIA " WCOMPETENCIA
           DISPLAY "CAT PRODUTO DESCRICAO           RECEB RESOL"
               " CANC  ABERT NOPRZ FORA  MEDIA"
           IF QT-SAC = ZERO
               DISPLAY "NENHUM CHAMADO ABERTO NA COMPETENCIA"
           END-IF
           MOVE ZEROS TO WCAT-ANT
           INITIALIZE TOT-CAT
           PERFORM 5100-IMPRIME-UM
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-SAC
           IF QT-SAC > ZERO
               PERFORM 5200-TOTAL-CATEGORIA
           END-IF
           DISPLAY " "
           MOVE ZERO TO WMEDIA-DIAS
           IF TG-QT-RESOLV > ZERO
               COMPUTE WMEDIA-DIAS ROUNDED =
                   TG-DIAS-SOLUC / TG-QT-RESOLV
           END-IF
           DISPLAY "TOTAL GERAL                     "
               TG-QT-RECEB " " TG-QT-RESOLV " " TG-QT-CANCEL
               " " TG-QT-ABERTO " " TG-QT-NOPRAZO " " TG-QT-FORA
               " " WMEDIA-DIAS
           .
       5100-IMPRIME-UM.
           IF IND1 > 1 AND TS-CATEGORIA (IND1) NOT = WCAT-ANT
               PERFORM 5200-TOTAL-CATEGORIA
           END-IF
           IF IND1 = 1 OR TS-CATEGORIA (IND1) NOT = WCAT-ANT
               MOVE TS-CATEGORIA (IND1) TO SCT-CODIGO
               READ SACCAT
                   INVALID KEY
                       MOVE "10" TO FS-SACCAT
               END-READ
               IF FS-SACCAT NOT = "00"
                   MOVE "CATEGORIA NAO CADASTRADA" TO SCT-DESCRICAO
               END-IF
               DISPLAY " "
               DISPLAY TS-CATEGORIA (IND1) " " SCT-DESCRICAO
               MOVE TS-CATEGORIA (IND1) TO WCAT-ANT
           END-IF
           IF TS-PRODUTO (IND1) = ZERO
               MOVE "SEM PRODUTO" TO FD-PRODUTO
           ELSE
               MOVE TS-PRODUTO (IND1) TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "10" TO FS-ARQ1
               END-READ
               IF FS-ARQ1 NOT = "00"
                   MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-IF
           END-IF
           MOVE ZERO TO WMEDIA-DIAS
           IF TS-QT-RESOLV (IND1) > ZERO
               COMPUTE WMEDIA-DIAS ROUNDED =
                   TS-DIAS-SOLUC (IND1) / TS-QT-RESOLV (IND1)
           END-IF
           DISPLAY "   " TS-PRODUTO (IND1) "  " FD-PRODUTO (1:20)
               " " TS-QT-RECEB (IND1) " " TS-QT-RESOLV (IND1)
               " " TS-QT-CANCEL (IND1) " " TS-QT-ABERTO (IND1)
               " " TS-QT-NOPRAZO (IND1) " " TS-QT-FORA (IND1)
               " " WMEDIA-DIAS
           ADD TS-QT-RECEB (IND1)   TO TC-QT-RECEB   TG-QT-RECEB
           ADD TS-QT-RESOLV (IND1)  TO TC-QT-RESOLV  TG-QT-RESOLV
           ADD TS-QT-CANCEL (IND1)  TO TC-QT-CANCEL  TG-QT-CANCEL
           ADD TS-QT-ABERTO (IND1)  TO TC-QT-ABERTO  TG-QT-ABERTO
           ADD TS-QT-NOPRAZO (IND1) TO TC-QT-NOPRAZO TG-QT-NOPRAZO
           ADD TS-QT-FORA (IND1)    TO TC-QT-FORA    TG-QT-FORA
           ADD TS-DIAS-SOLUC (IND1) TO TC-DIAS-SOLUC TG-DIAS-SOLUC
           .
       5200-TOTAL-CATEGORIA.
           MOVE ZERO TO WMEDIA-DIAS
           IF TC-QT-RESOLV > ZERO
               COMPUTE WMEDIA-DIAS ROUNDED =
                   TC-DIAS-SOLUC / TC-QT-RESOLV
           END-IF
           DISPLAY "   TOTAL DA CATEGORIA           "
               TC-QT-RECEB " " TC-QT-RESOLV " " TC-QT-CANCEL
               " " TC-QT-ABERTO " " TC-QT-NOPRAZO " " TC-QT-FORA
               " " WMEDIA-DIAS
           INITIALIZE TOT-CAT
           .
       9999-ENCERRA.
           CLOSE SAC SACCAT ARQ1
           GOBACK
           .
       END PROGRAM RELSAC02.
