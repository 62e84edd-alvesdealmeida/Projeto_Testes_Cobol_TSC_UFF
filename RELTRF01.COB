      ******************************************************************
      *
      *     RELTRF01 - DIVERGENCIAS DE TRANSFERENCIA ENTRE DEPOSITOS
      *     (TRANSF.DAT / TRFITEM.DAT, TRANSF01). PARTE 1: ITENS
      *     RECEBIDOS COM FALTA NO PERIODO DE RECEBIMENTO, COM A FALTA
      *     VALORIZADA PELO CUSTO MEDIO DO ENVIO E O TOTAL POR ROTA
      *     (ORIGEM -> DESTINO) NO FIM. PARTE 2: ORDENS AINDA EM
      *     TRANSITO (DEPOSITO 99), COM OS DIAS DESDE O ENVIO, QUE
      *     SAO O SALDO DO TRANSITO CONFERIDO PELO ESTREC01.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELTRF01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TR-NUMERO
           FILE STATUS IS FS-TRANSF.

           SELECT TRFITEM ASSIGN TO "TRFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TI-CHAVE
           ALTERNATE KEY IS TI-PRODUTO WITH DUPLICATES
           FILE STATUS IS FS-TRFITEM.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM TRANSF01.
       FD  TRANSF.
       01  REGISTRO-TRANSF.
           02 TR-NUMERO        PIC 9(06).
           02 TR-ORIGEM        PIC 9(02).
           02 TR-DESTINO       PIC 9(02).
           02 TR-DATA          PIC 9(08).
           02 TR-DATA-ENVIO    PIC 9(08).
           02 TR-DATA-RECEB    PIC 9(08).
           02 TR-QTD-ITENS     PIC 9(02).
           02 TR-STATUS        PIC X.
               88 TR-ABERTA    VALUE "A".
               88 TR-TRANSITO  VALUE "E".
               88 TR-RECEBIDA  VALUE "R".
           02 TR-DIVERGENCIA   PIC X.
               88 TR-COM-FALTA VALUE "S".
           02 TR-OPERADOR      PIC X(10).
           02 TR-OPER-RECEB    PIC X(10).
           02 TR-NF-SERIE      PIC X(01).
           02 TR-NF-NUMERO     PIC 9(06).

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
       01  FS-TRANSF.
           02 FS-TRANSF-1 PIC 9.
           02 FS-TRANSF-2 PIC 9.
           02 FS-TRANSF-R REDEFINES FS-TRANSF-2 PIC 99 COMP-X.
       01  FS-TRFITEM.
           02 FS-TRFITEM-1 PIC 9.
           02 FS-TRFITEM-2 PIC 9.
           02 FS-TRFITEM-R REDEFINES FS-TRFITEM-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WDATA-INI     PIC 9(08) VALUE ZERO.
       77  WDATA-FIM     PIC 9(08) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS)
       77  WDIAS-TRANSITO PIC S9(5) VALUE ZERO.
       77  WDATAUTIL-DIA PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAI PIC 9(08) VALUE ZERO.
      *    FALTAS POR ROTA ORIGEM -> DESTINO (ATE 50)
       01  TAB-ROTAS.
           02 RT-ITEM OCCURS 50 TIMES.
               03 RT-CHAVE.
                   04 RT-ORIGEM   PIC 9(02).
                   04 RT-DESTINO  PIC 9(02).
               03 RT-QT-ITENS     PIC 9(05).
               03 RT-QT-FALTA     PIC 9(07).
               03 RT-VALOR-FALTA  PIC 9(10)V99.
       01  WCHAVE-ROTA.
           02 WCR-ORIGEM  PIC 9(02).
           02 WCR-DESTINO PIC 9(02).
       77  QT-ROTAS      PIC 9(02) VALUE ZEROS.
       77  IND1          PIC 9(02) VALUE ZEROS.
       77  IND-ATU       PIC 9(02) VALUE ZEROS.
       77  WACHOU        PIC X VALUE "N".
       77  WVALOR-FALTA  PIC 9(08)V99 VALUE ZERO.
       77  WT-ITENS-FALTA PIC 9(05) VALUE ZEROS.
       77  WT-VALOR-FALTA PIC 9(10)V99 VALUE ZEROS.
      *    ORDEM EM TRANSITO - QUANTIDADE E VALOR DOS ITENS
       77  WQT-ORDEM     PIC 9(07) VALUE ZEROS.
       77  WVALOR-ORDEM  PIC 9(10)V99 VALUE ZEROS.
       77  QT-TRANSITO   PIC 9(05) VALUE ZEROS.
       77  WT-VALOR-TRANSITO PIC 9(10)V99 VALUE ZEROS.
       77  WED-VALOR     PIC Z(9)9.99.
       77  WED-QTDE      PIC Z(5)9.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LISTA-FALTAS THRU 2000-EXIT
           PERFORM 3000-TOTAL-ROTAS
           PERFORM 4000-LISTA-TRANSITO THRU 4000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "DIVERGENCIAS DE TRANSFERENCIA" AT 0420
           DISPLAY "RECEBIMENTO DE (AAAAMMDD)" AT 0605
           ACCEPT WDATA-INI AT 0632
           DISPLAY "RECEBIMENTO ATE (AAAAMMDD)" AT 0705
           ACCEPT WDATA-FIM AT 0732
           IF WDATA-FIM = ZERO
               MOVE 99999999 TO WDATA-FIM
           END-IF
           OPEN INPUT TRANSF
           OPEN INPUT TRFITEM
           OPEN INPUT ARQ1
           .
      *----------------------------------------------------------------*
      *    PARTE 1 - ITENS RECEBIDOS COM FALTA NO PERIODO
      *----------------------------------------------------------------*
       2000-LISTA-FALTAS.
           DISPLAY " "
           DISPLAY "ITENS RECEBIDOS COM FALTA"
           DISPLAY "TRANSF OR DE RECEBIDA PRODUTO DESCRICAO"
               "            LOTE       ENVIAD RECEB  FALTA"
               "    VALOR FALTA"
           IF FS-TRANSF NOT = "00" OR FS-TRFITEM NOT = "00"
               DISPLAY "NENHUMA TRANSFERENCIA CADASTRADA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-TRANSF
           PERFORM 2200-SELECIONA-RECEBIDA
               UNTIL FS-TRANSF NOT = "00"
           IF WT-ITENS-FALTA = ZERO
               DISPLAY "NENHUMA FALTA NO PERIODO"
           END-IF
       2000-EXIT.
           EXIT.
       2100-LE-TRANSF.
           READ TRANSF NEXT RECORD
               AT END
                   MOVE "10" TO FS-TRANSF
           END-READ
           .
       2200-SELECIONA-RECEBIDA.
           IF TR-RECEBIDA AND TR-COM-FALTA AND
              TR-DATA-RECEB NOT < WDATA-INI AND
              TR-DATA-RECEB NOT > WDATA-FIM
               PERFORM 2300-POSICIONA-ITENS
               PERFORM 2400-FALTA-DO-ITEM
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
           END-IF
           PERFORM 2100-LE-TRANSF
           .
       2300-POSICIONA-ITENS.
           MOVE TR-NUMERO TO TI-TRANSF
           MOVE ZEROS     TO TI-SEQ
           START TRFITEM KEY NOT LESS THAN TI-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-TRFITEM
           END-START
           IF FS-TRFITEM = "00"
               PERFORM 2350-LE-ITEM
           END-IF
           .
       2350-LE-ITEM.
           READ TRFITEM NEXT RECORD
               AT END
                   MOVE "10" TO FS-TRFITEM
           END-READ
           IF FS-TRFITEM = "00" AND TI-TRANSF NOT = TR-NUMERO
               MOVE "10" TO FS-TRFITEM
           END-IF
           .
       2400-FALTA-DO-ITEM.
           IF TI-QTD-FALTA > ZERO
               MOVE TI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               COMPUTE WVALOR-FALTA ROUNDED = TI-QTD-FALTA * TI-CUSTO
               MOVE WVALOR-FALTA TO WED-VALOR
               DISPLAY TR-NUMERO " " TR-ORIGEM " " TR-DESTINO " "
                   TR-DATA-RECEB " " TI-PRODUTO "  " FD-PRODUTO (1:20)
                   " " TI-LOTE " " TI-QTD-ENVIADA " " TI-QTD-RECEBIDA
                   " " TI-QTD-FALTA " " WED-VALOR
               ADD 1 TO WT-ITENS-FALTA
               ADD WVALOR-FALTA TO WT-VALOR-FALTA
               PERFORM 2500-ACUMULA-ROTA
           END-IF
           PERFORM 2350-LE-ITEM
           .
       2500-ACUMULA-ROTA.
           MOVE TR-ORIGEM  TO WCR-ORIGEM
           MOVE TR-DESTINO TO WCR-DESTINO
           MOVE "N" TO WACHOU
           PERFORM 2510-COMPARA-ROTA
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-ROTAS OR WACHOU = "S"
           IF WACHOU = "N" AND QT-ROTAS < 50
               ADD 1 TO QT-ROTAS
               MOVE WCHAVE-ROTA TO RT-CHAVE (QT-ROTAS)
               MOVE ZERO TO RT-QT-ITENS (QT-ROTAS)
               MOVE ZERO TO RT-QT-FALTA (QT-ROTAS)
               MOVE ZERO TO RT-VALOR-FALTA (QT-ROTAS)
               MOVE QT-ROTAS TO IND-ATU
               MOVE "S" TO WACHOU
           END-IF
           IF WACHOU = "S"
               ADD 1 TO RT-QT-ITENS (IND-ATU)
               ADD TI-QTD-FALTA TO RT-QT-FALTA (IND-ATU)
               ADD WVALOR-FALTA TO RT-VALOR-FALTA (IND-ATU)
           END-IF
           .
       2510-COMPARA-ROTA.
           IF RT-CHAVE (IND1) = WCHAVE-ROTA
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-ATU
           END-IF
           .
       3000-TOTAL-ROTAS.
           IF QT-ROTAS > ZERO
               DISPLAY " "
               DISPLAY "FALTAS POR ROTA  ORIGEM DESTINO ITENS   QTDE"
                   "     VALOR FALTA"
               PERFORM 3100-IMPRIME-ROTA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-ROTAS
           END-IF
           MOVE WT-VALOR-FALTA TO WED-VALOR
           DISPLAY "ITENS COM FALTA: " WT-ITENS-FALTA
               "  VALOR TOTAL DAS FALTAS: " WED-VALOR
           .
       3100-IMPRIME-ROTA.
           MOVE RT-VALOR-FALTA (IND1) TO WED-VALOR
           DISPLAY "                 " RT-ORIGEM (IND1) "     "
               RT-DESTINO (IND1) "      " RT-QT-ITENS (IND1) " "
               RT-QT-FALTA (IND1) " " WED-VALOR
           .
      *----------------------------------------------------------------*
      *    PARTE 2 - ORDENS EM TRANSITO (ENVIADAS E NAO RECEBIDAS)
      *----------------------------------------------------------------*
       4000-LISTA-TRANSITO.
           DISPLAY " "
           DISPLAY "ORDENS EM TRANSITO"
           DISPLAY "TRANSF OR DE ENVIO    DIAS ITENS    QTDE"
               "       VALOR CUSTO"
           IF FS-TRANSF NOT = "10"
               GO TO 4000-EXIT
           END-IF
           CLOSE TRANSF
           OPEN INPUT TRANSF
           PERFORM 2100-LE-TRANSF
           PERFORM 4100-SELECIONA-TRANSITO
               UNTIL FS-TRANSF NOT = "00"
           IF QT-TRANSITO = ZERO
               DISPLAY "NENHUMA ORDEM EM TRANSITO"
           END-IF
           MOVE WT-VALOR-TRANSITO TO WED-VALOR
           DISPLAY "ORDENS EM TRANSITO: " QT-TRANSITO
               "  VALOR EM TRANSITO: " WED-VALOR
       4000-EXIT.
           EXIT.
       4100-SELECIONA-TRANSITO.
           IF TR-TRANSITO
               MOVE ZERO TO WQT-ORDEM
               MOVE ZERO TO WVALOR-ORDEM
               PERFORM 2300-POSICIONA-ITENS
               PERFORM 4200-SOMA-ITEM
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
               CALL "DATAUTIL" USING "DIFDIAS", TR-DATA-ENVIO,
                   WDATA-SISTEMA, WDIAS-TRANSITO, WDATAUTIL-DIA,
                   WDATAUTIL-SAI
               MOVE WVALOR-ORDEM TO WED-VALOR
               MOVE WDIAS-TRANSITO TO WED-QTDE
               DISPLAY TR-NUMERO " " TR-ORIGEM " " TR-DESTINO " "
                   TR-DATA-ENVIO " " WED-QTDE (3:4) " " TR-QTD-ITENS
                   "    " WQT-ORDEM " " WED-VALOR
               ADD 1 TO QT-TRANSITO
               ADD WVALOR-ORDEM TO WT-VALOR-TRANSITO
           END-IF
           PERFORM 2100-LE-TRANSF
           .
       4200-SOMA-ITEM.
           ADD TI-QTD-ENVIADA TO WQT-ORDEM
           COMPUTE WVALOR-ORDEM = WVALOR-ORDEM +
               TI-QTD-ENVIADA * TI-CUSTO
           PERFORM 2350-LE-ITEM
           .
       9999-ENCERRA.
           CLOSE TRANSF TRFITEM ARQ1
           GOBACK
           .
       END PROGRAM RELTRF01.
