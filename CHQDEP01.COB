      ******************************************************************
      *
      *     CHQDEP01 - LISTA DIARIA DE DEPOSITO DE CHEQUES
      *     PASSO DE FIM DE DIA (BATCH001): PERCORRE A CUSTODIA DE
      *     CHEQUES (CHEQUES.DAT) PELA DATA BOM PARA E LISTA OS
      *     CHEQUES AINDA EM CUSTODIA QUE VENCEM ATE O PROXIMO DIA -
      *     ESTA E A RELACAO QUE VAI AO BANCO NA MANHA SEGUINTE.
      *     CADA CHEQUE LISTADO E MARCADO COMO DEPOSITADO ("D", COM A
      *     DATA DO DEPOSITO) E AUDITADO; AS PARCELAS VINCULADAS
      *     SEGUEM EM ABERTO ATE A COMPENSACAO NA CUSTODIA
      *     (CHQCUS01). AO FINAL IMPRIME A QUANTIDADE E O VALOR
      *     TOTAL DO DEPOSITO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. CHQDEP01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-NUMERO
           ALTERNATE KEY IS CH-IDENT
           ALTERNATE KEY IS CH-BOM-PARA WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  CHEQUES.
       01  REGISTRO-CHEQUES.
           02 CH-NUMERO        PIC 9(06).
           02 CH-CLIENTE       PIC 9(06).
           02 CH-IDENT.
               03 CH-BANCO     PIC 9(03).
               03 CH-AGENCIA   PIC 9(04).
               03 CH-CONTA     PIC X(12).
               03 CH-CHEQUE    PIC 9(06).
           02 CH-TIPO-DOC      PIC X.
               88 CH-EMITENTE-PF VALUE "F".
               88 CH-EMITENTE-PJ VALUE "J".
           02 CH-DOCUMENTO     PIC 9(14).
           02 CH-VALOR         PIC 9(8)V99.
           02 CH-BOM-PARA      PIC 9(08).
           02 CH-FORMA         PIC 9(02).
           02 CH-DATA-RECEB    PIC 9(08).
           02 CH-DATA-DEPOSITO PIC 9(08).
           02 CH-DATA-BAIXA    PIC 9(08).
           02 CH-MOTIVO-DEV    PIC 9(02).
           02 CH-TARIFA        PIC 9(6)V99.
           02 CH-STATUS        PIC X.
               88 CH-EM-CUSTODIA VALUE "C".
               88 CH-DEPOSITADO  VALUE "D".
               88 CH-COMPENSADO  VALUE "L".
               88 CH-DEVOLVIDO   VALUE "V".
           02 CH-OPERADOR      PIC X(10).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CHEQUES.
           02 FS-CHEQUES-1 PIC 9.
           02 FS-CHEQUES-2 PIC 9.
           02 FS-CHEQUES-R REDEFINES FS-CHEQUES-2 PIC 99 COMP-X.

       77  WOPERADOR     PIC X(10) VALUE "CHQDEP01".
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(8) VALUE ZERO.
      *    LIMITE DA LISTA: CHEQUES BONS ATE O DIA SEGUINTE
       77  WDATA-LIMITE  PIC 9(8) VALUE ZERO.
       77  WDIAS-UM      PIC S9(5) VALUE 1.
       77  WNOME-DIA     PIC X(9) VALUE SPACES.
       77  WED-VALOR     PIC Z(7)9.99.
       77  QT-CHEQUES    PIC 9(05) VALUE ZERO.
       77  WTOTAL-DEPOSITO PIC 9(10)V99 VALUE ZERO.
       77  WED-TOTAL     PIC Z(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LISTA-CHEQUES THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           CALL "DATAUTIL" USING "SOMADIAS", WDATA-SISTEMA,
               WDATA-SISTEMA, WDIAS-UM, WNOME-DIA, WDATA-LIMITE
           OPEN I-O CHEQUES
           DISPLAY "LISTA DE DEPOSITO DE CHEQUES - " WDATA-SISTEMA
               " (BOM PARA ATE " WDATA-LIMITE ")"
           DISPLAY "CHEQUE BCO AGEN CONTA        NUMERO BOM PARA "
               "CLIENTE        VALOR"
           .
       2000-LISTA-CHEQUES.
           IF FS-CHEQUES NOT = "00"
               DISPLAY "NENHUM CHEQUE EM CUSTODIA"
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO CH-BOM-PARA
           START CHEQUES KEY IS NOT < CH-BOM-PARA
               INVALID KEY
                   MOVE "10" TO FS-CHEQUES
           END-START
           IF FS-CHEQUES = "00"
               PERFORM 2100-LE-PROXIMO
           END-IF
           PERFORM 2200-AVALIA-CHEQUE
               UNTIL FS-CHEQUES NOT = "00"
                  OR CH-BOM-PARA > WDATA-LIMITE
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ CHEQUES NEXT RECORD
               AT END
                   MOVE "10" TO FS-CHEQUES
           END-READ
           .
       2200-AVALIA-CHEQUE.
           IF CH-EM-CUSTODIA
               PERFORM 2300-DEPOSITA-CHEQUE
           END-IF
           PERFORM 2100-LE-PROXIMO
           .
       2300-DEPOSITA-CHEQUE.
           MOVE "D" TO CH-STATUS
           MOVE WDATA-SISTEMA TO CH-DATA-DEPOSITO
           REWRITE REGISTRO-CHEQUES
           ADD 1 TO QT-CHEQUES
           ADD CH-VALOR TO WTOTAL-DEPOSITO
           MOVE CH-VALOR TO WED-VALOR
           DISPLAY CH-NUMERO " " CH-BANCO " " CH-AGENCIA " "
               CH-CONTA " " CH-CHEQUE " " CH-BOM-PARA " "
               CH-CLIENTE " " WED-VALOR
           MOVE CH-NUMERO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "CHQDEP01", "DEPOSITO", WCHAVE-AUD
           .
       9999-ENCERRA.
           MOVE WTOTAL-DEPOSITO TO WED-TOTAL
           DISPLAY " "
           DISPLAY "CHEQUES A DEPOSITAR: " QT-CHEQUES
           DISPLAY "VALOR DO DEPOSITO:   " WED-TOTAL
           IF FS-CHEQUES = "00" OR FS-CHEQUES = "10"
               CLOSE CHEQUES
           END-IF
           GOBACK
           .
       END PROGRAM CHQDEP01.
