      *     DESCRICAO E NATUREZA D-DEVEDORA / C-CREDORA). O
      *     GRAVA-LANCAMENTO PASSA A VALIDAR TR-CONTA CONTRA ESTE
      *     PLANO E O BALANCETE (BALANCT1) IMPRIME AS DESCRICOES.
      *     HIERARQUIA: CONTA SINTETICA (S) SO TOTALIZA AS FILHAS E
      *     NAO RECEBE LANCAMENTO; CONTA ANALITICA (A) RECEBE. A
      *     CONTA SUPERIOR (CTA-PAI, ZERO NO PRIMEIRO NIVEL) TEM DE
      *     SER SINTETICA, ATE 9 NIVEIS. CONTA COM FILHAS NAO PODE
      *     SER EXCLUIDA NEM PASSAR A ANALITICA.
      *
      ******************************************************************

      *        GRUPO DE RESULTADO PARA O DRE (DRE001):
      *        0-NENHUM 1-RECEITA 2-DEDUCOES 3-CUSTOS 4-DESPESAS
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WCTA-DESCRICAO PIC X(30) VALUE SPACES.
       77  WCTA-NATUREZA  PIC X VALUE "D".
       77  WCTA-GRUPO-RES PIC 9(01) VALUE ZERO.
       77  WCTA-TIPO      PIC X VALUE "A".
       77  WCTA-PAI       PIC 9(05) VALUE ZERO.
       77  WNIVEL         PIC 9(02) VALUE ZERO.
       77  WCONTA-SUBIDA  PIC 9(05) VALUE ZERO.
       77  WTEM-FILHAS    PIC X VALUE "N".

      *================================================================*
       LINKAGE                             SECTION.
               DISPLAY "NATUREZA D-DEVEDORA C-CREDORA" AT 0805
               DISPLAY "GRUPO DRE 0-NENHUM 1-RECEITA 2-DEDUCOES"
                   " 3-CUSTOS 4-DESPESAS" AT 0905
               DISPLAY "TIPO S-SINTETICA A-ANALITICA" AT 1005
               DISPLAY "CONTA SUPERIOR (0=NENHUMA)" AT 1105
               ACCEPT WCTA-CODIGO                    AT 0635
               IF WCTA-CODIGO = 99999 THEN
                   CLOSE PLANCTA
                   PERFORM BUSCA-CONTA
               END-IF
               IF WMODO = "E" OR WMODO = "e" THEN
                   PERFORM VERIFICA-FILHAS
                   IF WTEM-FILHAS = "S"
                       DISPLAY "CONTA COM CONTAS FILHAS - EXCLUSAO"
                           " RECUSADA" AT 1905
                       PERFORM AGUARDA-ERRO
                       GO TO TELA-EXIT
                   END-IF
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1927
                   GO TO TELA-EXIT
               ACCEPT WCTA-DESCRICAO AT 0735
               ACCEPT WCTA-NATUREZA  AT 0836
               ACCEPT WCTA-GRUPO-RES AT 0970
               ACCEPT WCTA-TIPO      AT 1035
               ACCEPT WCTA-PAI       AT 1135
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               IF OPCAO = "S" OR OPCAO = "s"
                   PERFORM VALIDA-HIERARQUIA THRU VALIDA-HIERARQUIA-EXIT
               END-IF
               .
           TELA-EXIT.
               EXIT.
               MOVE CTA-DESCRICAO TO WCTA-DESCRICAO
               MOVE CTA-NATUREZA  TO WCTA-NATUREZA
               MOVE CTA-GRUPO-RES TO WCTA-GRUPO-RES
      *        CONTA GRAVADA ANTES DA HIERARQUIA E ANALITICA DE
      *        PRIMEIRO NIVEL
               IF CTA-SINTETICA
                   MOVE "S" TO WCTA-TIPO
               ELSE
                   MOVE "A" TO WCTA-TIPO
               END-IF
               IF CTA-PAI NUMERIC
                   MOVE CTA-PAI TO WCTA-PAI
               ELSE
                   MOVE ZERO TO WCTA-PAI
               END-IF
               DISPLAY WCTA-DESCRICAO AT 0735
               DISPLAY WCTA-NATUREZA  AT 0836
               DISPLAY WCTA-GRUPO-RES AT 0970
               DISPLAY WCTA-TIPO      AT 1035
               DISPLAY WCTA-PAI       AT 1135
               .
      *    A CONTA SUPERIOR TEM DE EXISTIR E SER SINTETICA (CONTA
      *    ANALITICA NAO TEM FILHAS), SEM CICLO E ATE 9 NIVEIS; CONTA
      *    QUE JA TEM FILHAS NAO PODE PASSAR A ANALITICA
           VALIDA-HIERARQUIA.
               INSPECT WCTA-TIPO CONVERTING "sa" TO "SA"
               IF WCTA-TIPO NOT = "S"
                   MOVE "A" TO WCTA-TIPO
               END-IF
               IF WCTA-TIPO = "A" AND (WMODO = "A" OR WMODO = "a")
                   PERFORM VERIFICA-FILHAS
                   IF WTEM-FILHAS = "S"
                       DISPLAY "CONTA COM CONTAS FILHAS NAO PODE SER"
                           " ANALITICA" AT 1905
                       PERFORM AGUARDA-ERRO
                       GO TO VALIDA-HIERARQUIA-EXIT
                   END-IF
               END-IF
               IF WCTA-PAI = ZERO
                   GO TO VALIDA-HIERARQUIA-EXIT
               END-IF
               IF WCTA-PAI = WCTA-CODIGO
                   DISPLAY "CONTA NAO PODE SER SUPERIOR DELA MESMA"
                       AT 1905
                   PERFORM AGUARDA-ERRO
                   GO TO VALIDA-HIERARQUIA-EXIT
               END-IF
               MOVE WCTA-PAI TO CTA-CODIGO
               READ PLANCTA
                   INVALID KEY
                       DISPLAY "CONTA SUPERIOR NAO CADASTRADA" AT 1905
                       PERFORM AGUARDA-ERRO
                       GO TO VALIDA-HIERARQUIA-EXIT
               END-READ
               IF NOT CTA-SINTETICA
                   DISPLAY "CONTA SUPERIOR ANALITICA - SO CONTA"
                       " SINTETICA TEM FILHAS" AT 1905
                   PERFORM AGUARDA-ERRO
                   GO TO VALIDA-HIERARQUIA-EXIT
               END-IF
               MOVE 2 TO WNIVEL
               MOVE CTA-PAI TO WCONTA-SUBIDA
               PERFORM SOBE-NIVEL
                   UNTIL WCONTA-SUBIDA = ZERO OR WNIVEL > 9
                      OR WCONTA-SUBIDA = WCTA-CODIGO
               IF WCONTA-SUBIDA = WCTA-CODIGO AND WCONTA-SUBIDA > ZERO
                   DISPLAY "CONTA SUPERIOR SUBORDINADA A ESTA CONTA"
                       AT 1905
                   PERFORM AGUARDA-ERRO
                   GO TO VALIDA-HIERARQUIA-EXIT
               END-IF
               IF WNIVEL > 9
                   DISPLAY "HIERARQUIA ALEM DE 9 NIVEIS" AT 1905
                   PERFORM AGUARDA-ERRO
               END-IF
               .
           VALIDA-HIERARQUIA-EXIT.
               EXIT.
           SOBE-NIVEL.
               MOVE WCONTA-SUBIDA TO CTA-CODIGO
               READ PLANCTA
                   INVALID KEY
                       MOVE ZERO TO CTA-PAI
               END-READ
               IF CTA-PAI NOT NUMERIC
                   MOVE ZERO TO CTA-PAI
               END-IF
               ADD 1 TO WNIVEL
               MOVE CTA-PAI TO WCONTA-SUBIDA
               .
      *    PROCURA NO PLANO ALGUMA CONTA CUJA SUPERIOR E ESTA
           VERIFICA-FILHAS.
               MOVE "N" TO WTEM-FILHAS
               MOVE ZERO TO CTA-CODIGO
               START PLANCTA KEY NOT LESS THAN CTA-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-PLANCTA
               END-START
               IF FS-PLANCTA = "00"
                   PERFORM LE-FILHA
               END-IF
               PERFORM TESTA-FILHA
                   UNTIL FS-PLANCTA NOT = "00" OR WTEM-FILHAS = "S"
               MOVE "00" TO FS-PLANCTA
               .
           LE-FILHA.
               READ PLANCTA NEXT
                   AT END
                       MOVE "10" TO FS-PLANCTA
               END-READ
               .
           TESTA-FILHA.
               IF CTA-PAI = WCTA-CODIGO AND CTA-CODIGO NOT = WCTA-CODIGO
                   MOVE "S" TO WTEM-FILHAS
               ELSE
                   PERFORM LE-FILHA
               END-IF
               .
           AGUARDA-ERRO.
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               MOVE "N" TO OPCAO
               .
           GRAVA-DADOS.
               MOVE WCTA-CODIGO    TO CTA-CODIGO
               MOVE WCTA-DESCRICAO TO CTA-DESCRICAO
               MOVE WCTA-NATUREZA  TO CTA-NATUREZA
               MOVE WCTA-GRUPO-RES TO CTA-GRUPO-RES
               MOVE WCTA-TIPO      TO CTA-TIPO
               MOVE WCTA-PAI       TO CTA-PAI
               WRITE REGISTRO-CONTA
                   INVALID KEY
                       DISPLAY "CONTA JA CADASTRADA" AT 1905
               MOVE WCTA-DESCRICAO TO CTA-DESCRICAO
               MOVE WCTA-NATUREZA  TO CTA-NATUREZA
               MOVE WCTA-GRUPO-RES TO CTA-GRUPO-RES
               MOVE WCTA-TIPO      TO CTA-TIPO
               MOVE WCTA-PAI       TO CTA-PAI
               REWRITE REGISTRO-CONTA
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA" AT 1905
