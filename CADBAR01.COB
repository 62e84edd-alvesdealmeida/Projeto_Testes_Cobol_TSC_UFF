      ******************************************************************
      *
      *          CADASTRO DE CODIGOS DE BARRAS (CODBARRA.DAT)
      *     AMARRA CODIGOS EAN-13 (UNIDADE) E DUN-14 (EMBALAGEM DE
      *     EMBARQUE) AO PRODUTO (FD-CODIGO), COM QUANTOS CODIGOS O
      *     PRODUTO PRECISAR. O DIGITO VERIFICADOR E CONFERIDO PELO
      *     EANVALID NA INCLUSAO. CADA CODIGO GUARDA A QUANTIDADE EM
      *     UNIDADE DE ESTOQUE QUE UMA LEITURA REPRESENTA (1 PARA O
      *     EAN-13, O CONTEUDO DA CAIXA PARA O DUN-14), USADA PELA
      *     BUSCA-CODIGO-BARRAS NAS TELAS QUE ACEITAM O LEITOR.
      *     A ACAO L LISTA OS CODIGOS DE UM PRODUTO.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-CODIGO-BARRAS.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CODBARRA ASSIGN TO "CODBARRA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CODIGO
           ALTERNATE KEY IS CB-PRODUTO WITH DUPLICATES
           FILE STATUS IS FS-CODBARRA.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  CODBARRA.
       01  REGISTRO-CODBARRA.
           02 CB-CODIGO      PIC X(14).
           02 CB-PRODUTO     PIC 9(06).
           02 CB-TIPO        PIC X.
               88 CB-EAN13   VALUE "E".
               88 CB-DUN14   VALUE "D".
           02 CB-FATOR       PIC 9(05).
           02 CB-DATA-CAD    PIC 9(08).

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
       WORKING-STORAGE                     SECTION.
       01  FS-CODBARRA.
           02 FS-CODBARRA-1 PIC 9.
           02 FS-CODBARRA-2 PIC 9.
           02 FS-CODBARRA-R REDEFINES FS-CODBARRA-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       77  OPCAO PIC X VALUE SPACES.
       77  WMODO PIC X VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       01  REG-CODBARRA.
           02 WCB-CODIGO     PIC X(14) VALUE SPACES.
           02 WCB-PRODUTO    PIC 9(06) VALUE ZERO.
           02 WCB-TIPO       PIC X VALUE SPACE.
           02 WCB-FATOR      PIC 9(05) VALUE ZERO.
       77  WEAN-VALIDO     PIC X VALUE "N".
       77  WDATA-SISTEMA   PIC 9(08) VALUE ZERO.
       77  WLINHA-TELA     PIC 9(02) VALUE ZERO.
       77  QT-LISTADOS     PIC 9(02) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CODBARRA.
           IF FS-CODBARRA = "35"
               OPEN OUTPUT CODBARRA
               CLOSE CODBARRA
               OPEN I-O CODBARRA
           END-IF.
           OPEN INPUT ARQ1.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                       IF OPCAO = "S" OR "s" THEN
                           EVALUATE TRUE
                               WHEN WMODO = "A" OR WMODO = "a"
                                   PERFORM ALTERA-DADOS
                               WHEN WMODO = "E" OR WMODO = "e"
                                   PERFORM EXCLUI-DADOS
                               WHEN OTHER
                                   PERFORM GRAVA-DADOS
                           END-EVALUATE
                           GO TO INICIO
                       ELSE
                           GO TO INICIO
                       END-IF
           .
           TELA.
               DISPLAY "CODIGOS DE BARRAS DO PRODUTO " AT 0430
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR"
                   " L-LISTAR X-SAIR" AT 0505
               ACCEPT WMODO                          AT 0556
               IF WMODO = "X" OR WMODO = "x"
                   CLOSE CODBARRA ARQ1
                   EXIT PROGRAM
               END-IF
               IF WMODO = "L" OR WMODO = "l"
                   PERFORM LISTA-CODIGOS
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY "CODIGO DE BARRAS           " AT 0605
               DISPLAY "PRODUTO                    " AT 0705
               DISPLAY "TIPO                       " AT 0805
               DISPLAY "QTDE POR LEITURA (ESTOQUE) " AT 0905
               MOVE SPACES TO WCB-CODIGO
               ACCEPT WCB-CODIGO                     AT 0635
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                  WMODO = "e" THEN
                   PERFORM BUSCA-CODIGO
               ELSE
                   PERFORM VALIDA-CODIGO
               END-IF
               IF WMODO = "E" OR WMODO = "e" THEN
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1927
                   GO TO TELA-EXIT
               END-IF
               IF WMODO NOT = "A" AND WMODO NOT = "a"
                   ACCEPT WCB-PRODUTO                AT 0735
                   PERFORM VALIDA-PRODUTO
               END-IF
      *        EAN-13 E SEMPRE UMA UNIDADE; O DUN-14 SUGERE O FATOR
      *        DA UNIDADE DE COMPRA DO PRODUTO
               IF WCB-TIPO = "E"
                   MOVE 1 TO WCB-FATOR
                   DISPLAY WCB-FATOR AT 0935
               ELSE
                   IF WCB-FATOR = ZERO
                       MOVE FD-FATOR-COMPRA TO WCB-FATOR
                   END-IF
                   DISPLAY WCB-FATOR AT 0935
                   ACCEPT WCB-FATOR AT 0935
                   IF WCB-FATOR = ZERO
                       MOVE 1 TO WCB-FATOR
                       DISPLAY WCB-FATOR AT 0935
                   END-IF
               END-IF
               DISPLAY FD-UNIDADE AT 0941
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
           TELA-EXIT.
               EXIT.
      *    NA INCLUSAO O CODIGO PRECISA TER 13 OU 14 DIGITOS COM O
      *    VERIFICADOR CORRETO E NAO PODE ESTAR EM OUTRO PRODUTO
           VALIDA-CODIGO.
               CALL "EANVALID" USING WCB-CODIGO, WCB-TIPO,
                   WEAN-VALIDO
               IF WCB-TIPO = SPACE
                   DISPLAY "INFORME EAN-13 OU DUN-14 (SO DIGITOS)"
                       AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               IF WEAN-VALIDO NOT = "S"
                   DISPLAY "DIGITO VERIFICADOR NAO CONFERE" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               MOVE WCB-CODIGO TO CB-CODIGO
               READ CODBARRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CODIGO JA CADASTRADO NO PRODUTO"
                           AT 1905
                       DISPLAY CB-PRODUTO AT 1937
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               MOVE ZERO TO WCB-FATOR
               PERFORM MOSTRA-TIPO
               .
           VALIDA-PRODUTO.
               MOVE WCB-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0745
               .
           BUSCA-CODIGO.
               MOVE WCB-CODIGO TO CB-CODIGO
               READ CODBARRA
                   INVALID KEY
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
                           AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               MOVE CB-PRODUTO TO WCB-PRODUTO
               MOVE CB-TIPO    TO WCB-TIPO
               MOVE CB-FATOR   TO WCB-FATOR
               DISPLAY WCB-PRODUTO AT 0735
               MOVE WCB-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
                       MOVE SPACES TO FD-UNIDADE
                       MOVE ZERO TO FD-FATOR-COMPRA
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0745
               PERFORM MOSTRA-TIPO
               DISPLAY WCB-FATOR AT 0935
               .
           MOSTRA-TIPO.
               IF WCB-TIPO = "E"
                   DISPLAY "E - EAN-13 (UNIDADE)    " AT 0835
               ELSE
                   DISPLAY "D - DUN-14 (EMBALAGEM)  " AT 0835
               END-IF
               .
      *----------------------------------------------------------------*
      *    LISTA OS CODIGOS DE UM PRODUTO PELA CHAVE ALTERNATIVA
      *----------------------------------------------------------------*
           LISTA-CODIGOS.
               DISPLAY "PRODUTO [......]           " AT 0605
               ACCEPT WCB-PRODUTO AT 0614
               MOVE WCB-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0625
               DISPLAY "CODIGO          TIPO QTDE  CADASTRO" AT 0805
               MOVE ZERO TO QT-LISTADOS
               MOVE WCB-PRODUTO TO CB-PRODUTO
               START CODBARRA KEY EQUAL CB-PRODUTO
                   INVALID KEY
                       MOVE "23" TO FS-CODBARRA
               END-START
               IF FS-CODBARRA = "00"
                   PERFORM LE-PROXIMO-CODIGO
                   PERFORM UNTIL FS-CODBARRA NOT = "00"
                           OR CB-PRODUTO NOT = WCB-PRODUTO
                           OR QT-LISTADOS = 12
                       ADD 1 TO QT-LISTADOS
                       COMPUTE WLINHA-TELA = 8 + QT-LISTADOS
                       DISPLAY CB-CODIGO
                           AT LINE WLINHA-TELA COL 05
                       DISPLAY CB-TIPO
                           AT LINE WLINHA-TELA COL 22
                       DISPLAY CB-FATOR
                           AT LINE WLINHA-TELA COL 26
                       DISPLAY CB-DATA-CAD
                           AT LINE WLINHA-TELA COL 33
                       PERFORM LE-PROXIMO-CODIGO
                   END-PERFORM
               END-IF
               IF QT-LISTADOS = ZERO
                   DISPLAY "NENHUM CODIGO DE BARRAS PARA O PRODUTO"
                       AT 0905
               END-IF
               .
           LE-PROXIMO-CODIGO.
               READ CODBARRA NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CODBARRA
               END-READ
               .
           GRAVA-DADOS.
               MOVE WCB-CODIGO    TO CB-CODIGO
               MOVE WCB-PRODUTO   TO CB-PRODUTO
               MOVE WCB-TIPO      TO CB-TIPO
               MOVE WCB-FATOR     TO CB-FATOR
               MOVE WDATA-SISTEMA TO CB-DATA-CAD
               WRITE REGISTRO-CODBARRA
                   INVALID KEY
                       DISPLAY "CODIGO DE BARRAS JA CADASTRADO"
                           AT 1905
                   NOT INVALID KEY
                       MOVE CB-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADBAR01", "GRAVOU", WCHAVE-AUD
               END-WRITE
               .
           ALTERA-DADOS.
               MOVE WCB-CODIGO TO CB-CODIGO
               READ CODBARRA
                   INVALID KEY
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
                           AT 1905
                   NOT INVALID KEY
                       MOVE WCB-FATOR TO CB-FATOR
                       REWRITE REGISTRO-CODBARRA
                       MOVE CB-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADBAR01", "ALTEROU", WCHAVE-AUD
               END-READ
               .
           EXCLUI-DADOS.
               MOVE WCB-CODIGO TO CB-CODIGO
               DELETE CODBARRA
                   INVALID KEY
                       DISPLAY "CODIGO DE BARRAS NAO CADASTRADO"
                           AT 1905
                   NOT INVALID KEY
                       MOVE WCB-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADBAR01", "EXCLUIU", WCHAVE-AUD
               END-DELETE
               .
       END PROGRAM CADASTRO-CODIGO-BARRAS.
