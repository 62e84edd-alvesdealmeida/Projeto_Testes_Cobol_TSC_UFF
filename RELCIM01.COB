      ******************************************************************
      *
      *     PLANILHA DE CUSTO DOS PROCESSOS DE IMPORTACAO (IMPCUS01)
      *     PARA CADA PROCESSO: MOEDA, CRITERIO DE RATEIO, DATA E TAXA
      *     DO DESEMBARACO; AS CHEGADAS COM CUSTO NA MOEDA, VALOR EM
      *     REAIS, PESO, RATEIO DAS DESPESAS E CUSTO FINAL UNITARIO;
      *     AS DESPESAS LANCADAS E O TOTAL NACIONALIZADO. PROCESSO
      *     AINDA ABERTO SAI COM AS CHEGADAS E DESPESAS, SEM CUSTO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELCIM01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
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
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

       FD  IMPDESP.
       01  REGISTRO-IMPDESP.
           02 ID-CHAVE.
               03 ID-PROCESSO      PIC 9(06).
               03 ID-SEQ           PIC 9(02).
           02 ID-DESCRICAO         PIC X(30).
           02 ID-VALOR             PIC 9(8)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
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

       77  WDATA-SISTEMA PIC 9(8) VALUE ZERO.
       77  QT-PROCESSOS  PIC 9(05) VALUE ZERO.
       77  WT-NACIONAL   PIC 9(10)V99 VALUE ZERO.
       77  WED-QTDE      PIC Z(5)9.
       77  WED-CUSTO     PIC Z(5)9.99.
       77  WED-FINAL     PIC Z(5)9.99.
       77  WED-PESO      PIC Z(5)9.999.
       77  WED-VALOR     PIC Z(9)9.99.
       77  WED-RATEIO    PIC Z(9)9.99.
       77  WED-TAXA      PIC ZZ9.999999.
       77  WSITUACAO     PIC X(09) VALUE SPACES.
       77  WRATEIO-DESC  PIC X(05) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF FS-IMPPROC NOT = "00"
               DISPLAY "NENHUM PROCESSO DE IMPORTACAO CADASTRADO"
           ELSE
               PERFORM 2000-LISTA-PROCESSOS THRU 2000-EXIT
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT IMPPROC
           OPEN INPUT IMPITEM
           OPEN INPUT IMPDESP
           DISPLAY SPACE ERASE EOS
           DISPLAY "PLANILHA DE CUSTO DA IMPORTACAO - " WDATA-SISTEMA
           .
       2000-LISTA-PROCESSOS.
           MOVE LOW-VALUES TO IP-PROCESSO
           START IMPPROC KEY NOT LESS THAN IP-PROCESSO
               INVALID KEY
                   DISPLAY "NENHUM PROCESSO DE IMPORTACAO CADASTRADO"
                   MOVE "00" TO FS-IMPPROC
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LE-PROCESSO
           PERFORM 2200-IMPRIME-PROCESSO
               UNTIL FS-IMPPROC NOT = "00"
           DISPLAY " "
           DISPLAY "PROCESSOS LISTADOS: " QT-PROCESSOS
           MOVE "00" TO FS-IMPPROC
       2000-EXIT.
           EXIT.
       2100-LE-PROCESSO.
           READ IMPPROC NEXT RECORD
               AT END
                   MOVE "10" TO FS-IMPPROC
           END-READ
           .
       2200-IMPRIME-PROCESSO.
           ADD 1 TO QT-PROCESSOS
           IF IP-FECHADO
               MOVE "FECHADO " TO WSITUACAO
           ELSE
               MOVE "EM ABERTO" TO WSITUACAO
           END-IF
           IF IP-POR-PESO
               MOVE "PESO " TO WRATEIO-DESC
           ELSE
               MOVE "VALOR" TO WRATEIO-DESC
           END-IF
           MOVE IP-TAXA-CAMBIO TO WED-TAXA
           DISPLAY " "
           DISPLAY "PROCESSO " IP-PROCESSO "  MOEDA " IP-MOEDA
               "  RATEIO " WRATEIO-DESC "  ABERTO EM "
               IP-DATA-ABERTURA "  " WSITUACAO
           IF IP-FECHADO
               DISPLAY "  DESEMBARACO " IP-DATA-DESEMBARACO
                   "  CAMBIO " WED-TAXA
           END-IF
           DISPLAY "  PED /CH PRODUTO   QTDE CUSTO MOEDA"
               "   VALOR REAIS     PESO KG       RATEIO  CUSTO FINAL"
           MOVE IP-PROCESSO TO IT-PROCESSO
           MOVE ZERO TO IT-PEDCOMP IT-SEQ
           START IMPITEM KEY NOT LESS THAN IT-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-IMPITEM
           END-START
           IF FS-IMPITEM = "00"
               PERFORM 2300-LE-ITEM
           END-IF
           PERFORM 2400-IMPRIME-ITEM
               UNTIL FS-IMPITEM NOT = "00"
                  OR IT-PROCESSO NOT = IP-PROCESSO
           DISPLAY "  DESPESAS"
           MOVE IP-PROCESSO TO ID-PROCESSO
           MOVE ZERO TO ID-SEQ
           START IMPDESP KEY NOT LESS THAN ID-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-IMPDESP
           END-START
           IF FS-IMPDESP = "00"
               PERFORM 2500-LE-DESPESA
           END-IF
           PERFORM 2600-IMPRIME-DESPESA
               UNTIL FS-IMPDESP NOT = "00"
                  OR ID-PROCESSO NOT = IP-PROCESSO
           IF IP-FECHADO
               MOVE IP-VALOR-MERCADORIA TO WED-VALOR
               DISPLAY "  MERCADORIA EM REAIS " WED-VALOR
               MOVE IP-VALOR-DESPESAS TO WED-VALOR
               DISPLAY "  DESPESAS RATEADAS   " WED-VALOR
               COMPUTE WT-NACIONAL =
                   IP-VALOR-MERCADORIA + IP-VALOR-DESPESAS
               MOVE WT-NACIONAL TO WED-VALOR
               DISPLAY "  CUSTO NACIONALIZADO " WED-VALOR
           ELSE
               DISPLAY "  PROCESSO EM ABERTO - CUSTO AINDA NAO"
                   " APURADO"
           END-IF
           PERFORM 2100-LE-PROCESSO
           .
       2300-LE-ITEM.
           READ IMPITEM NEXT RECORD
               AT END
                   MOVE "10" TO FS-IMPITEM
           END-READ
           .
       2400-IMPRIME-ITEM.
           MOVE IT-QTDE        TO WED-QTDE
           MOVE IT-CUSTO-MOEDA TO WED-CUSTO
           MOVE IT-VALOR-REAIS TO WED-VALOR
           MOVE IT-PESO        TO WED-PESO
           MOVE IT-RATEIO      TO WED-RATEIO
           MOVE IT-CUSTO-FINAL TO WED-FINAL
           DISPLAY "  " IT-PEDCOMP "/" IT-SEQ " " IT-PRODUTO " "
               WED-QTDE "   " WED-CUSTO " " WED-VALOR " " WED-PESO
               " " WED-RATEIO "    " WED-FINAL
           PERFORM 2300-LE-ITEM
           .
       2500-LE-DESPESA.
           READ IMPDESP NEXT RECORD
               AT END
                   MOVE "10" TO FS-IMPDESP
           END-READ
           .
       2600-IMPRIME-DESPESA.
           MOVE ID-VALOR TO WED-VALOR
           DISPLAY "    " ID-SEQ " " ID-DESCRICAO " " WED-VALOR
           PERFORM 2500-LE-DESPESA
           .
       9999-ENCERRA.
           IF FS-IMPPROC = "00" OR FS-IMPPROC = "10"
               CLOSE IMPPROC
           END-IF
           IF FS-IMPITEM = "00" OR FS-IMPITEM = "10"
               CLOSE IMPITEM
           END-IF
           IF FS-IMPDESP = "00" OR FS-IMPDESP = "10"
               CLOSE IMPDESP
           END-IF
           GOBACK
           .
       END PROGRAM RELCIM01.
