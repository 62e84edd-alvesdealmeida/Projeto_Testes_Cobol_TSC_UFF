      ******************************************************************
      *
      *     GRAVA-ETIQUETA - ROTINA COMUM DO ARQUIVO DE ETIQUETAS
      *     ACRESCENTA EM ETIQUETA.TXT UMA LINHA POR PRODUTO NOVO
      *     (CADMERC1) OU COM PRECO REAJUSTADO (REAJUST1), PARA A
      *     IMPRESSORA DE ETIQUETAS DE GONDOLA. LEVA O EAN-13 DA
      *     UNIDADE (PRIMEIRO CADASTRADO EM CODBARRA.DAT; EM BRANCO
      *     QUANDO O PRODUTO NAO TEM), O CODIGO INTERNO, A DESCRICAO
      *     E O PRECO. O ARQUIVO ACUMULA ATE SER LEVADO PARA A
      *     IMPRESSORA DE ETIQUETAS. CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "GRAVA-ETIQUETA" USING LK-PRODUTO LK-DESCRICAO
      *             LK-PRECO LK-MOTIVO
      *
      *     LK-MOTIVO: "N" PRODUTO NOVO, "R" PRECO REAJUSTADO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. GRAVA-ETIQUETA.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ETIQUETA ASSIGN TO "ETIQUETA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ETIQUETA.

           SELECT CODBARRA ASSIGN TO "CODBARRA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CODIGO
           ALTERNATE KEY IS CB-PRODUTO WITH DUPLICATES
           FILE STATUS IS FS-CODBARRA.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  ETIQUETA.
       01  LINHA-ETIQUETA.
           02 ETQ-EAN       PIC X(14).
           02 FILLER        PIC X     VALUE SPACE.
           02 ETQ-PRODUTO   PIC 9(06).
           02 FILLER        PIC X     VALUE SPACE.
           02 ETQ-DESCRICAO PIC X(30).
           02 FILLER        PIC X     VALUE SPACE.
           02 ETQ-PRECO     PIC ZZZZZ9.99.
           02 FILLER        PIC X     VALUE SPACE.
           02 ETQ-DATA      PIC 9(8).
           02 FILLER        PIC X     VALUE SPACE.
           02 ETQ-MOTIVO    PIC X.

       FD  CODBARRA.
       01  REGISTRO-CODBARRA.
           02 CB-CODIGO      PIC X(14).
           02 CB-PRODUTO     PIC 9(06).
           02 CB-TIPO        PIC X.
               88 CB-EAN13   VALUE "E".
               88 CB-DUN14   VALUE "D".
           02 CB-FATOR       PIC 9(05).
           02 CB-DATA-CAD    PIC 9(08).

       WORKING-STORAGE                         SECTION.
       77  FS-ETIQUETA  PIC XX VALUE SPACES.
       01  FS-CODBARRA.
           02 FS-CODBARRA-1 PIC 9.
           02 FS-CODBARRA-2 PIC 9.
           02 FS-CODBARRA-R REDEFINES FS-CODBARRA-2 PIC 99 COMP-X.
       77  WEAN         PIC X(14) VALUE SPACES.

       LINKAGE                                 SECTION.
       01  LK-PRODUTO   PIC 9(06).
       01  LK-DESCRICAO PIC X(30).
       01  LK-PRECO     PIC 9(6)V99.
       01  LK-MOTIVO    PIC X.
      *================================================================*
       PROCEDURE DIVISION USING LK-PRODUTO LK-DESCRICAO LK-PRECO
           LK-MOTIVO.
       0000-MAINLINE.
           PERFORM 1000-BUSCA-EAN THRU 1000-EXIT
           OPEN EXTEND ETIQUETA
           IF FS-ETIQUETA = "35"
               OPEN OUTPUT ETIQUETA
           END-IF
           MOVE SPACES          TO LINHA-ETIQUETA
           MOVE WEAN            TO ETQ-EAN
           MOVE LK-PRODUTO      TO ETQ-PRODUTO
           MOVE LK-DESCRICAO    TO ETQ-DESCRICAO
           MOVE LK-PRECO        TO ETQ-PRECO
           ACCEPT ETQ-DATA FROM DATE YYYYMMDD
           MOVE LK-MOTIVO       TO ETQ-MOTIVO
           WRITE LINHA-ETIQUETA
           CLOSE ETIQUETA
           GOBACK
           .
      *    PRIMEIRO EAN-13 DO PRODUTO PELA CHAVE ALTERNATIVA; O DUN-14
      *    E DA CAIXA E NAO VAI PARA A GONDOLA
       1000-BUSCA-EAN.
           MOVE SPACES TO WEAN
           OPEN INPUT CODBARRA
           IF FS-CODBARRA NOT = "00"
               GO TO 1000-EXIT
           END-IF
           MOVE LK-PRODUTO TO CB-PRODUTO
           START CODBARRA KEY EQUAL CB-PRODUTO
               INVALID KEY
                   MOVE "23" TO FS-CODBARRA
           END-START
           PERFORM 1100-LE-CODIGO
               UNTIL FS-CODBARRA NOT = "00" OR WEAN NOT = SPACES
           CLOSE CODBARRA
           .
       1000-EXIT.
           EXIT.
       1100-LE-CODIGO.
           READ CODBARRA NEXT RECORD
               AT END
                   MOVE "10" TO FS-CODBARRA
           END-READ
           IF FS-CODBARRA = "00"
               IF CB-PRODUTO NOT = LK-PRODUTO
                   MOVE "10" TO FS-CODBARRA
               ELSE
                   IF CB-EAN13
                       MOVE CB-CODIGO TO WEAN
                   END-IF
               END-IF
           END-IF
           .
       END PROGRAM GRAVA-ETIQUETA.
