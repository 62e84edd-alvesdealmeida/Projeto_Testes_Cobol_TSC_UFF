      ******************************************************************
      *
      *     BUSCA-CODIGO-BARRAS - ROTINA COMUM DE LEITURA DO PRODUTO
      *     TRADUZ O QUE FOI DIGITADO OU LIDO PELO LEITOR NO CAMPO DE
      *     PRODUTO DAS TELAS DE PEDIDO (CADPED01), VENDA BALCAO
      *     (VENBAL01), INVENTARIO (INVENT01) E RECEBIMENTO DE COMPRA
      *     (RECPOC01):
      *       - ATE 6 DIGITOS: E O PROPRIO CODIGO INTERNO (FD-CODIGO),
      *         COM FATOR 1;
      *       - EAN-13 / DUN-14: PROCURADO EM CODBARRA.DAT (CADBAR01),
      *         DEVOLVE O PRODUTO E A QUANTIDADE EM UNIDADE DE ESTOQUE
      *         QUE UMA LEITURA REPRESENTA (1 NA UNIDADE, O CONTEUDO
      *         DA CAIXA NO DUN-14).
      *     CODIGO NAO CADASTRADO DEVOLVE LK-ACHOU = "N". A EXISTENCIA
      *     DO PRODUTO NO CADPRO CONTINUA A CARGO DO CHAMADOR.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "BUSCA-CODIGO-BARRAS" USING LK-LEITURA LK-PRODUTO
      *             LK-FATOR LK-ACHOU
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. BUSCA-CODIGO-BARRAS.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CODBARRA ASSIGN TO "CODBARRA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CODIGO
           ALTERNATE KEY IS CB-PRODUTO WITH DUPLICATES
           FILE STATUS IS FS-CODBARRA.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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
       01  FS-CODBARRA.
           02 FS-CODBARRA-1 PIC 9.
           02 FS-CODBARRA-2 PIC 9.
           02 FS-CODBARRA-R REDEFINES FS-CODBARRA-2 PIC 99 COMP-X.
       77  WTAMANHO     PIC 99 VALUE ZERO.

       LINKAGE                                 SECTION.
       01  LK-LEITURA   PIC X(14).
       01  LK-PRODUTO   PIC 9(06).
       01  LK-FATOR     PIC 9(05).
       01  LK-ACHOU     PIC X.
      *================================================================*
       PROCEDURE DIVISION USING LK-LEITURA LK-PRODUTO LK-FATOR
           LK-ACHOU.
       0000-MAINLINE.
           MOVE "N" TO LK-ACHOU
           MOVE ZERO TO LK-PRODUTO
           MOVE 1 TO LK-FATOR
           MOVE ZERO TO WTAMANHO
           INSPECT LK-LEITURA TALLYING WTAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WTAMANHO = ZERO
               GOBACK
           END-IF
           IF LK-LEITURA (1:WTAMANHO) NOT NUMERIC
               GOBACK
           END-IF
           IF WTAMANHO < 7
               MOVE LK-LEITURA (1:WTAMANHO) TO LK-PRODUTO
               MOVE "S" TO LK-ACHOU
               GOBACK
           END-IF
           OPEN INPUT CODBARRA
           IF FS-CODBARRA NOT = "00"
               GOBACK
           END-IF
           MOVE LK-LEITURA TO CB-CODIGO
           READ CODBARRA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1000-DEVOLVE-PRODUTO
           END-READ
           CLOSE CODBARRA
           GOBACK
           .
       1000-DEVOLVE-PRODUTO.
           MOVE CB-PRODUTO TO LK-PRODUTO
           IF CB-FATOR > ZERO
               MOVE CB-FATOR TO LK-FATOR
           END-IF
           MOVE "S" TO LK-ACHOU
           .
       END PROGRAM BUSCA-CODIGO-BARRAS.
