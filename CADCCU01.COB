      ******************************************************************
      *
      *               CENTROS DE CUSTO (CENTRO.DAT)
      *     CADASTRO DAS AREAS DA EMPRESA (VENDAS, DEPOSITO, ESCOLA,
      *     ADMINISTRACAO...) QUE RECEBEM OS LANCAMENTOS DO LIVRO.
      *     O CENTRO VAI EM CADA LANCAMENTO (TR-CENTRO, GRAVADO PELO
      *     GRAVA-LANCAMENTO, QUE RECUSA CENTRO NAO CADASTRADO OU
      *     INATIVO); CENTRO 000 E O LANCAMENTO SEM CENTRO.
      *     C-CENTRO    INCLUI/ALTERA CODIGO, DESCRICAO E SITUACAO
      *                 (A-ATIVO I-INATIVO);
      *     R-RATEIO    PERCENTUAIS DE RATEIO DE UM CENTRO DE CUSTOS
      *                 COMPARTILHADOS (ALUGUEL, ENERGIA) PARA OS
      *                 CENTROS QUE OS CONSOMEM (CCRATEIO.DAT); A
      *                 SOMA DEVE DAR 100% PARA O RATEIO01 DISTRIBUIR;
      *     L-LISTAR    CENTROS COM A SOMA DO RATEIO DE CADA UM.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-CENTRO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.

           SELECT CCRATEIO ASSIGN TO "CCRATEIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-CHAVE
           FILE STATUS IS FS-CCRATEIO.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.
               88 CC-ATIVO        VALUE "A".
               88 CC-INATIVO      VALUE "I".

      *    PERCENTUAL DO CENTRO DE ORIGEM (COMPARTILHADO) QUE CABE
      *    A CADA CENTRO DE DESTINO
       FD  CCRATEIO.
       01  REGISTRO-CCRATEIO.
           02 RT-CHAVE.
               03 RT-ORIGEM    PIC 9(03).
               03 RT-DESTINO   PIC 9(03).
           02 RT-PERCENTUAL    PIC 9(03)V99.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.
       01  FS-CCRATEIO.
           02 FS-CCRATEIO-1 PIC 9.
           02 FS-CCRATEIO-2 PIC 9.
           02 FS-CCRATEIO-R REDEFINES FS-CCRATEIO-2 PIC 99 COMP-X.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WNOVO          PIC X VALUE "N".
       77  WCC-CODIGO     PIC 9(03) VALUE ZERO.
       77  WCC-DESCRICAO  PIC X(30) VALUE SPACES.
       77  WCC-SITUACAO   PIC X VALUE "A".
       77  WORIGEM        PIC 9(03) VALUE ZERO.
       77  WDESTINO       PIC 9(03) VALUE ZERO.
       77  WPERCENTUAL    PIC 9(03)V99 VALUE ZERO.
       77  WSOMA-RATEIO   PIC 9(05)V99 VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WFIM-RATEIO    PIC X VALUE "N".
       77  WED-PCT        PIC ZZ9.99.
       77  WED-SOMA       PIC ZZZZ9.99.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CENTRO.
           IF FS-CENTRO = "35"
               OPEN OUTPUT CENTRO
               CLOSE CENTRO
               OPEN I-O CENTRO
           END-IF.
           OPEN I-O CCRATEIO.
           IF FS-CCRATEIO = "35"
               OPEN OUTPUT CCRATEIO
               CLOSE CCRATEIO
               OPEN I-O CCRATEIO
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "CENTROS DE CUSTO            " AT 0430
               DISPLAY "ACAO C-CENTRO R-RATEIO L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE CENTRO CCRATEIO
                       EXIT PROGRAM
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM MANTEM-CENTRO THRU MANTEM-CENTRO-FIM
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM MANTEM-RATEIO THRU MANTEM-RATEIO-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-CENTROS
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    INCLUSAO OU ALTERACAO DO CENTRO
      *----------------------------------------------------------------*
           MANTEM-CENTRO.
               DISPLAY "CENTRO [...]               " AT 0705
               MOVE ZERO TO WCC-CODIGO
               ACCEPT WCC-CODIGO AT 0713
               IF WCC-CODIGO = ZERO
                   DISPLAY "CENTRO 000 RESERVADO (SEM CENTRO)" AT 1905
                   GO TO MANTEM-CENTRO-FIM
               END-IF
               MOVE WCC-CODIGO TO CC-CODIGO
               READ CENTRO
                   INVALID KEY
                       MOVE "S"    TO WNOVO
                       MOVE SPACES TO WCC-DESCRICAO
                       MOVE "A"    TO WCC-SITUACAO
                   NOT INVALID KEY
                       MOVE "N"          TO WNOVO
                       MOVE CC-DESCRICAO TO WCC-DESCRICAO
                       MOVE CC-SITUACAO  TO WCC-SITUACAO
               END-READ
               IF WNOVO = "S"
                   DISPLAY "CENTRO NOVO" AT 0720
               END-IF
               DISPLAY "DESCRICAO [..............................]"
                   AT 0805
               DISPLAY WCC-DESCRICAO AT 0816
               ACCEPT WCC-DESCRICAO AT 0816
               IF WCC-DESCRICAO = SPACES
                   DISPLAY "DESCRICAO NAO INFORMADA" AT 1905
                   GO TO MANTEM-CENTRO-FIM
               END-IF
               DISPLAY "SITUACAO  [.] A-ATIVO I-INATIVO" AT 0905
               DISPLAY WCC-SITUACAO AT 0916
               ACCEPT WCC-SITUACAO AT 0916
               INSPECT WCC-SITUACAO CONVERTING "ai" TO "AI"
               IF WCC-SITUACAO NOT = "I"
                   MOVE "A" TO WCC-SITUACAO
               END-IF
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-CENTRO-FIM
               END-IF
               MOVE WCC-CODIGO    TO CC-CODIGO
               MOVE WCC-DESCRICAO TO CC-DESCRICAO
               MOVE WCC-SITUACAO  TO CC-SITUACAO
               MOVE WCC-CODIGO    TO WCHAVE-AUD
               IF WNOVO = "S"
                   WRITE REGISTRO-CENTRO
                       INVALID KEY
                           DISPLAY "CENTRO JA CADASTRADO" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADCCU01", "GRAVOU", WCHAVE-AUD
                           DISPLAY "CENTRO GRAVADO" AT 2005
                   END-WRITE
               ELSE
                   REWRITE REGISTRO-CENTRO
                       INVALID KEY
                           DISPLAY "CENTRO NAO CADASTRADO" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADCCU01", "ALTEROU", WCHAVE-AUD
                           DISPLAY "CENTRO ALTERADO" AT 2005
                   END-REWRITE
               END-IF
               .
           MANTEM-CENTRO-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    RATEIO DE UM CENTRO COMPARTILHADO: DESTINO E PERCENTUAL,
      *    PERCENTUAL ZERO EXCLUI O DESTINO, DESTINO 000 ENCERRA
      *----------------------------------------------------------------*
           MANTEM-RATEIO.
               DISPLAY "CENTRO COMPARTILHADO [...]" AT 0705
               MOVE ZERO TO WORIGEM
               ACCEPT WORIGEM AT 0727
               MOVE WORIGEM TO CC-CODIGO
               READ CENTRO
                   INVALID KEY
                       DISPLAY "CENTRO NAO CADASTRADO" AT 1905
                       GO TO MANTEM-RATEIO-FIM
               END-READ
               DISPLAY CC-DESCRICAO AT 0732
               MOVE "N" TO WFIM-RATEIO
               PERFORM EDITA-RATEIO UNTIL WFIM-RATEIO = "S"
               PERFORM SOMA-RATEIO
               MOVE WSOMA-RATEIO TO WED-SOMA
               DISPLAY "SOMA DO RATEIO" AT 2005
               DISPLAY WED-SOMA AT 2020
               IF WSOMA-RATEIO NOT = 100 AND WSOMA-RATEIO NOT = ZERO
                   DISPLAY "ATENCAO: SOMA DIFERENTE DE 100% - O"
                       " CENTRO NAO SERA RATEADO" AT 2105
               END-IF
               .
           MANTEM-RATEIO-FIM.
               EXIT.
           EDITA-RATEIO.
               PERFORM EXIBE-RATEIO
               DISPLAY "DESTINO [...] (000 ENCERRA) PERCENTUAL"
                   " [......]" AT 1805
               MOVE ZERO TO WDESTINO WPERCENTUAL
               ACCEPT WDESTINO AT 1814
               IF WDESTINO = ZERO
                   MOVE "S" TO WFIM-RATEIO
               ELSE
                   PERFORM GRAVA-RATEIO
               END-IF
               .
           GRAVA-RATEIO.
               IF WDESTINO = WORIGEM
                   DISPLAY "DESTINO IGUAL A ORIGEM            " AT 1905
               ELSE
                   MOVE WDESTINO TO CC-CODIGO
                   READ CENTRO
                       INVALID KEY
                           MOVE "I" TO CC-SITUACAO
                   END-READ
                   IF NOT CC-ATIVO
                       DISPLAY "DESTINO NAO CADASTRADO OU INATIVO"
                           AT 1905
                   ELSE
                       ACCEPT WPERCENTUAL AT 1845
                       MOVE WORIGEM  TO RT-ORIGEM
                       MOVE WDESTINO TO RT-DESTINO
                       MOVE WPERCENTUAL TO RT-PERCENTUAL
                       MOVE SPACES TO WCHAVE-AUD
                       STRING WORIGEM "-" WDESTINO
                           DELIMITED BY SIZE INTO WCHAVE-AUD
                       IF WPERCENTUAL = ZERO
                           DELETE CCRATEIO
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADCCU01", "EXCLUIU", WCHAVE-AUD
                       ELSE
                           WRITE REGISTRO-CCRATEIO
                               INVALID KEY
                                   REWRITE REGISTRO-CCRATEIO
                           END-WRITE
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADCCU01", "RATEIO", WCHAVE-AUD
                       END-IF
                       DISPLAY "                                  "
                           AT 1905
                   END-IF
               END-IF
               .
           EXIBE-RATEIO.
               DISPLAY "DESTINO DESCRICAO                      %"
                   AT 0905
               PERFORM LIMPA-LINHA-RATEIO
                   VARYING WLINHA-TELA FROM 10 BY 1
                   UNTIL WLINHA-TELA > 17
               MOVE 10 TO WLINHA-TELA
               MOVE WORIGEM TO RT-ORIGEM
               MOVE ZERO    TO RT-DESTINO
               START CCRATEIO KEY NOT LESS THAN RT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CCRATEIO
               END-START
               IF FS-CCRATEIO = "00"
                   PERFORM LE-RATEIO
               END-IF
               PERFORM MOSTRA-RATEIO
                   UNTIL FS-CCRATEIO NOT = "00"
                      OR RT-ORIGEM NOT = WORIGEM
                      OR WLINHA-TELA > 17
               .
           LIMPA-LINHA-RATEIO.
               DISPLAY "                                            "
                   AT LINE WLINHA-TELA COL 05
               .
           LE-RATEIO.
               READ CCRATEIO NEXT
                   AT END
                       MOVE "10" TO FS-CCRATEIO
               END-READ
               .
           MOSTRA-RATEIO.
               MOVE RT-DESTINO TO CC-CODIGO
               READ CENTRO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **" TO CC-DESCRICAO
               END-READ
               MOVE RT-PERCENTUAL TO WED-PCT
               DISPLAY RT-DESTINO   AT LINE WLINHA-TELA COL 05
               DISPLAY CC-DESCRICAO AT LINE WLINHA-TELA COL 13
               DISPLAY WED-PCT      AT LINE WLINHA-TELA COL 44
               ADD 1 TO WLINHA-TELA
               PERFORM LE-RATEIO
               .
           SOMA-RATEIO.
               MOVE ZERO TO WSOMA-RATEIO
               MOVE WORIGEM TO RT-ORIGEM
               MOVE ZERO    TO RT-DESTINO
               START CCRATEIO KEY NOT LESS THAN RT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CCRATEIO
               END-START
               IF FS-CCRATEIO = "00"
                   PERFORM LE-RATEIO
               END-IF
               PERFORM ACUMULA-RATEIO
                   UNTIL FS-CCRATEIO NOT = "00"
                      OR RT-ORIGEM NOT = WORIGEM
               .
           ACUMULA-RATEIO.
               ADD RT-PERCENTUAL TO WSOMA-RATEIO
               PERFORM LE-RATEIO
               .
      *----------------------------------------------------------------*
      *    LISTAGEM DOS CENTROS
      *----------------------------------------------------------------*
           LISTA-CENTROS.
               DISPLAY "CENTRO DESCRICAO                      S"
                   "  RATEIO %" AT 0705
               MOVE 8 TO WLINHA-TELA
               MOVE ZERO TO CC-CODIGO
               START CENTRO KEY NOT LESS THAN CC-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-CENTRO
               END-START
               IF FS-CENTRO = "00"
                   PERFORM LE-CENTRO
               END-IF
               PERFORM MOSTRA-CENTRO
                   UNTIL FS-CENTRO NOT = "00"
               MOVE "00" TO FS-CENTRO
               .
           LE-CENTRO.
               READ CENTRO NEXT
                   AT END
                       MOVE "10" TO FS-CENTRO
               END-READ
               .
           MOSTRA-CENTRO.
               IF WLINHA-TELA > 21
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "CENTROS DE CUSTO            " AT 0430
                   DISPLAY "CENTRO DESCRICAO                      S"
                       "  RATEIO %" AT 0705
                   MOVE 8 TO WLINHA-TELA
               END-IF
               MOVE CC-CODIGO TO WORIGEM
               PERFORM SOMA-RATEIO
               DISPLAY CC-CODIGO    AT LINE WLINHA-TELA COL 05
               DISPLAY CC-DESCRICAO AT LINE WLINHA-TELA COL 12
               DISPLAY CC-SITUACAO  AT LINE WLINHA-TELA COL 43
               IF WSOMA-RATEIO > ZERO
                   MOVE WSOMA-RATEIO TO WED-SOMA
                   DISPLAY WED-SOMA AT LINE WLINHA-TELA COL 46
               END-IF
               ADD 1 TO WLINHA-TELA
      *        A SOMA DO RATEIO REPOSICIONA SO O CCRATEIO; O CENTRO
      *        CONTINUA NA LEITURA SEQUENCIAL
               PERFORM LE-CENTRO
               .
       END PROGRAM CADASTRO-CENTRO.
