      ******************************************************************
      *
      *     RELATORIO DA CONCILIACAO DE CARTOES (CARTLIQ.DAT)
      *     LISTA OS ITENS DA LIQUIDACAO DA ADQUIRENTE IMPORTADOS NA
      *     CONCRT01 EM TRES BLOCOS: CASADOS COM O CAIXA, CASADOS COM
      *     TAXA DIVERGENTE DA CONTRATADA (COM A TAXA ESPERADA E A
      *     DIFERENCA) E PENDENTES SEM LINHA NO MOVCAIXA. CADA BLOCO
      *     TRAZ QUANTIDADE E TOTAIS DE BRUTO, TAXA E LIQUIDO; ITEM
      *     CASADO CUJA TAXA AINDA NAO FOI AO LIVRO E MARCADO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELCRT01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CARTLIQ ASSIGN TO "CARTLIQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LQ-CHAVE
           FILE STATUS IS FS-CARTLIQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CARTLIQ.
           02 FS-CARTLIQ-1 PIC 9.
           02 FS-CARTLIQ-2 PIC 9.
           02 FS-CARTLIQ-R REDEFINES FS-CARTLIQ-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(8) VALUE ZERO.
      *    BLOCO EM IMPRESSAO: C CASADOS, D DIVERGENTES, P PENDENTES
       77  WBLOCO        PIC X VALUE SPACES.
       77  WMARCA        PIC X(10) VALUE SPACES.
       77  WDIF-TAXA     PIC S9(6)V99 VALUE ZERO.
       77  QT-BLOCO      PIC 9(05) VALUE ZERO.
       77  WT-BRUTO      PIC 9(10)V99 VALUE ZERO.
       77  WT-TAXA       PIC 9(10)V99 VALUE ZERO.
       77  WT-LIQUIDO    PIC 9(10)V99 VALUE ZERO.
       77  WED-BRUTO     PIC Z(9)9.99.
       77  WED-TAXA      PIC Z(5)9.99.
       77  WED-LIQUIDO   PIC Z(9)9.99.
       77  WED-ESPERADA  PIC Z(5)9.99.
       77  WED-DIF       PIC -(6)9.99.
       77  WED-T-TAXA    PIC Z(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF FS-CARTLIQ NOT = "00"
               DISPLAY "NENHUMA LIQUIDACAO DE CARTAO IMPORTADA"
           ELSE
               MOVE "C" TO WBLOCO
               DISPLAY " "
               DISPLAY "ITENS CASADOS COM O CAIXA"
               PERFORM 2000-LISTA-BLOCO THRU 2000-EXIT
               MOVE "D" TO WBLOCO
               DISPLAY " "
               DISPLAY "ITENS CASADOS COM TAXA DIVERGENTE"
               PERFORM 2000-LISTA-BLOCO THRU 2000-EXIT
               MOVE "P" TO WBLOCO
               DISPLAY " "
               DISPLAY "ITENS SEM LANCAMENTO NO CAIXA (PENDENTES)"
               PERFORM 2000-LISTA-BLOCO THRU 2000-EXIT
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT CARTLIQ
           DISPLAY SPACE ERASE EOS
           DISPLAY "CONCILIACAO DE CARTOES X ADQUIRENTE - "
               WDATA-SISTEMA
           .
       2000-LISTA-BLOCO.
           MOVE ZERO TO QT-BLOCO WT-BRUTO WT-TAXA WT-LIQUIDO
           MOVE LOW-VALUES TO LQ-CHAVE
           START CARTLIQ KEY NOT LESS THAN LQ-CHAVE
               INVALID KEY
                   DISPLAY "  NENHUM ITEM"
                   MOVE "00" TO FS-CARTLIQ
                   GO TO 2000-EXIT
           END-START
           DISPLAY "FP VENDA    NSU               BRUTO     TAXA"
               "      LIQUIDO LIQUIDAC  ESPERADA  DIFERENCA"
           PERFORM 2100-LE-PROXIMO
           PERFORM 2200-AVALIA-ITEM
               UNTIL FS-CARTLIQ NOT = "00"
           MOVE WT-BRUTO   TO WED-BRUTO
           MOVE WT-TAXA    TO WED-T-TAXA
           MOVE WT-LIQUIDO TO WED-LIQUIDO
           DISPLAY "ITENS: " QT-BLOCO "  BRUTO " WED-BRUTO
               "  TAXA " WED-T-TAXA "  LIQUIDO " WED-LIQUIDO
           MOVE "00" TO FS-CARTLIQ
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ CARTLIQ NEXT RECORD
               AT END
                   MOVE "10" TO FS-CARTLIQ
           END-READ
           .
       2200-AVALIA-ITEM.
           IF LQ-STATUS = WBLOCO
               PERFORM 2300-IMPRIME-ITEM
           END-IF
           PERFORM 2100-LE-PROXIMO
           .
       2300-IMPRIME-ITEM.
           ADD 1 TO QT-BLOCO
           ADD LQ-BRUTO   TO WT-BRUTO
           ADD LQ-TAXA    TO WT-TAXA
           ADD LQ-LIQUIDO TO WT-LIQUIDO
           COMPUTE WDIF-TAXA = LQ-TAXA - LQ-TAXA-ESPERADA
           MOVE LQ-BRUTO         TO WED-BRUTO
           MOVE LQ-TAXA          TO WED-TAXA
           MOVE LQ-LIQUIDO       TO WED-LIQUIDO
           MOVE LQ-TAXA-ESPERADA TO WED-ESPERADA
           MOVE WDIF-TAXA        TO WED-DIF
           MOVE SPACES TO WMARCA
           IF NOT LQ-PENDENTE AND LQ-TAXA-LANCADA NOT = "S"
              AND LQ-TAXA > ZERO
               MOVE "SEM LANCTO" TO WMARCA
           END-IF
           DISPLAY LQ-FORMA " " LQ-DATA-VENDA " " LQ-NSU " "
               WED-BRUTO " " WED-TAXA " " WED-LIQUIDO " "
               LQ-DATA-LIQUID " " WED-ESPERADA " " WED-DIF " "
               WMARCA
           .
       9999-ENCERRA.
           IF FS-CARTLIQ = "00" OR FS-CARTLIQ = "10"
               CLOSE CARTLIQ
           END-IF
           GOBACK
           .
       END PROGRAM RELCRT01.
