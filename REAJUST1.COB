      *     CODIGOS. O MODO S-SIMULAR APENAS IMPRIME A LISTA ANTES/
      *     DEPOIS PARA APROVACAO; O MODO E-EFETIVAR REGRAVA O
      *     PRODUTO E REGISTRA CADA MUDANCA PELO GRAVA-PRECOHIST,
      *     MANTENDO PRECOHIST.DAT COMO FONTE UNICA DO HISTORICO, E
      *     MANDA O PRODUTO REPRECIFICADO PARA O ARQUIVO DE ETIQUETAS
      *     (GRAVA-ETIQUETA). A EFETIVACAO SO RODA DEPOIS DE
      *     APROVADA POR OUTRO OPERADOR (APROVA01).
      *
      ******************************************************************

       FILE                                SECTION.
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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WSENTIDO       PIC X VALUE "A".
       77  WPERCENTUAL    PIC 9(3)V99 VALUE ZERO.
       77  WTIPO-FILTRO   PIC 9 VALUE ZERO.
       77  WCOD-INICIAL   PIC 9(06) VALUE ZERO.
       77  WCOD-FINAL     PIC 9(06) VALUE 999999.
       77  WPRECO-NOVO    PIC 9(6)V99 VALUE ZERO.
       77  WPRECO-ANTES   PIC 9(6)V99 VALUE ZERO.
       77  QT-AJUSTADOS   PIC 9(04) VALUE ZEROS.
      *    O MODO E-EFETIVAR PASSA PELA DUPLA APROVACAO
      *    (SOLICITA-APROVACAO); A CHAVE E O CONJUNTO DE PARAMETROS
       77  WAPR-RESULTADO PIC X     VALUE SPACE.
       77  WAPR-NUMERO    PIC 9(06) VALUE ZERO.
       77  WAPR-CHAVE     PIC X(20) VALUE SPACES.
       77  WAPR-ANTES     PIC X(30) VALUE SPACES.
       77  WAPR-DEPOIS    PIC X(30) VALUE SPACES.
       77  WED-PERCENTUAL PIC ZZ9.99.

      *================================================================*
       LINKAGE                             SECTION.
               ACCEPT WPERCENTUAL AT 0735
               DISPLAY "TIPO (1-3, 0=TODOS)         " AT 0805
               ACCEPT WTIPO-FILTRO AT 0835
               DISPLAY "CODIGO INICIAL [......]     " AT 0905
               ACCEPT WCOD-INICIAL AT 0935
               DISPLAY "CODIGO FINAL   [......]     " AT 1005
               ACCEPT WCOD-FINAL AT 1035
               IF WCOD-FINAL = ZERO
                   MOVE 999999 TO WCOD-FINAL
               END-IF
               IF WPERCENTUAL = ZERO
                   DISPLAY "PERCENTUAL NAO INFORMADO" AT 1905
               MOVE ZERO TO QT-AJUSTADOS
               DISPLAY SPACE ERASE EOS
               IF WMODO = "E" OR WMODO = "e"
                   PERFORM SOLICITA-APROVACAO-REAJUSTE
                   IF WAPR-RESULTADO NOT = "S"
                       DISPLAY "REAJUSTE AGUARDA APROVACAO -"
                           " SOLICITACAO " WAPR-NUMERO
                       GO TO PROCESSA-REAJUSTE-EXIT
                   END-IF
                   DISPLAY "REAJUSTE EFETIVADO - ANTES / DEPOIS"
               ELSE
                   DISPLAY "SIMULACAO DE REAJUSTE - ANTES / DEPOIS"
               .
           PROCESSA-REAJUSTE-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    EFETIVACAO SO COM APROVACAO DE OUTRO OPERADOR: A PRIMEIRA
      *    TENTATIVA GERA A SOLICITACAO; APROVADA, A MESMA EFETIVACAO
      *    (MESMOS PARAMETROS) PASSA UMA VEZ.
      *----------------------------------------------------------------*
           SOLICITA-APROVACAO-REAJUSTE.
               MOVE SPACES TO WAPR-CHAVE WAPR-ANTES WAPR-DEPOIS
               STRING WSENTIDO WPERCENTUAL WTIPO-FILTRO
                   WCOD-INICIAL WCOD-FINAL
                   DELIMITED BY SIZE INTO WAPR-CHAVE
               STRING "TIPO " WTIPO-FILTRO " CODIGOS "
                   WCOD-INICIAL "-" WCOD-FINAL
                   DELIMITED BY SIZE INTO WAPR-ANTES
               MOVE WPERCENTUAL TO WED-PERCENTUAL
               IF WSENTIDO = "R" OR WSENTIDO = "r"
                   STRING "REDUCAO DE " WED-PERCENTUAL "%"
                       DELIMITED BY SIZE INTO WAPR-DEPOIS
               ELSE
                   STRING "AUMENTO DE " WED-PERCENTUAL "%"
                       DELIMITED BY SIZE INTO WAPR-DEPOIS
               END-IF
               CALL "SOLICITA-APROVACAO" USING WOPERADOR,
                   "REAJUST1    ", "REAJUSTE  ", WAPR-CHAVE, WAPR-ANTES,
                   WAPR-DEPOIS, WAPR-RESULTADO, WAPR-NUMERO
               .
           LE-PROXIMO.
               READ ARQ1 NEXT RECORD
                   AT END
                       NOT INVALID KEY
                           CALL "GRAVA-PRECOHIST" USING FD-CODIGO,
                               WPRECO-ANTES, WPRECO-NOVO
                           IF WPRECO-NOVO NOT = WPRECO-ANTES
                               CALL "GRAVA-ETIQUETA" USING FD-CODIGO,
                                   FD-PRODUTO, WPRECO-NOVO, "R"
                           END-IF
                   END-REWRITE
               END-IF
               .
