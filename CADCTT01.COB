      ******************************************************************
      *
      *               CADASTRO DE CONTATOS DO CLIENTE
      *     CONTATOS NOMEADOS (NOME, CARGO, TELEFONE E EMAIL) DE UM
      *     CLIENTE PESSOA JURIDICA, EM CLICONT.DAT COM CHAVE CLIENTE
      *     + SEQUENCIA. CHAMADO PELO CADASTRO DE CLIENTES (CADASTR01)
      *     DEPOIS DA GRAVACAO DE UMA EMPRESA:
      *
      *         CALL "CADASTRO-CONTATO" USING LK-CLIENTE LK-OPERADOR
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-CONTATO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CLICONT ASSIGN TO "CLICONT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTT-CHAVE
           FILE STATUS IS FS-CLICONT.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  CLICONT.
       01  REGISTRO-CONTATO.
           02 CTT-CHAVE.
               03 CTT-CLIENTE PIC 9(06).
               03 CTT-SEQ     PIC 9(02).
           02 CTT-NOME        PIC X(40).
           02 CTT-CARGO       PIC X(20).
           02 CTT-TELEFONE    PIC X(30).
           02 CTT-EMAIL       PIC X(50).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-CLICONT.
           02 FS-CLICONT-1 PIC 9.
           02 FS-CLICONT-2 PIC 9.
           02 FS-CLICONT-R REDEFINES FS-CLICONT-2 PIC 99 COMP-X.
       77  OPCAO PIC X VALUE SPACES.
       77  WMODO PIC X VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WCTT-SEQ      PIC 9(02) VALUE ZERO.
       77  WCTT-NOME     PIC X(40) VALUE SPACES.
       77  WCTT-CARGO    PIC X(20) VALUE SPACES.
       77  WCTT-TELEFONE PIC X(30) VALUE SPACES.
       77  WCTT-EMAIL    PIC X(50) VALUE SPACES.
      *    LISTA DOS CONTATOS JA CADASTRADOS (LINHAS 13 A 22)
       77  WLINHA-TELA   PIC 99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-CLIENTE  PIC 9(06).
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-CLIENTE LK-OPERADOR.
           ABERTURA.
           OPEN I-O CLICONT.
           IF FS-CLICONT = "35"
               OPEN OUTPUT CLICONT
               CLOSE CLICONT
               OPEN I-O CLICONT
           END-IF.
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
               DISPLAY "CONTATOS DO CLIENTE        " AT 0430
               DISPLAY LK-CLIENTE AT 0458
               PERFORM LISTA-CONTATOS
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR" AT 0505
               ACCEPT WMODO                          AT 0540
               DISPLAY "SEQUENCIA [..] (99 SAI)    " AT 0605
               DISPLAY "NOME                       " AT 0705
               DISPLAY "CARGO                      " AT 0805
               DISPLAY "TELEFONE                   " AT 0905
               DISPLAY "EMAIL                      " AT 1005
               ACCEPT WCTT-SEQ                       AT 0616
               IF WCTT-SEQ = 99 THEN
                   CLOSE CLICONT
                   EXIT PROGRAM
               END-IF
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                  WMODO = "e" THEN
                   PERFORM BUSCA-CONTATO
               END-IF
               IF WMODO = "E" OR WMODO = "e" THEN
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1927
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WCTT-NOME     AT 0725
               IF WCTT-NOME = SPACES
                   DISPLAY "NOME DO CONTATO OBRIGATORIO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WCTT-CARGO    AT 0825
               ACCEPT WCTT-TELEFONE AT 0925
               ACCEPT WCTT-EMAIL    AT 1025
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
           TELA-EXIT.
               EXIT.
           LISTA-CONTATOS.
               DISPLAY "SEQ NOME                          CARGO" AT 1205
               MOVE 13 TO WLINHA-TELA
               MOVE LK-CLIENTE TO CTT-CLIENTE
               MOVE ZERO       TO CTT-SEQ
               START CLICONT KEY NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CLICONT
               END-START
               IF FS-CLICONT = "00"
                   PERFORM LE-PROXIMO-CONTATO
               END-IF
               PERFORM LISTA-CONTATO-LINHA
                   UNTIL FS-CLICONT NOT = "00" OR
                         CTT-CLIENTE NOT = LK-CLIENTE OR
                         WLINHA-TELA > 22
               .
           LISTA-CONTATO-LINHA.
               DISPLAY CTT-SEQ           AT LINE WLINHA-TELA COL 05
               DISPLAY CTT-NOME (1:30)   AT LINE WLINHA-TELA COL 09
               DISPLAY CTT-CARGO         AT LINE WLINHA-TELA COL 39
               ADD 1 TO WLINHA-TELA
               PERFORM LE-PROXIMO-CONTATO
               .
           LE-PROXIMO-CONTATO.
               READ CLICONT NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CLICONT
               END-READ
               .
           BUSCA-CONTATO.
               MOVE LK-CLIENTE TO CTT-CLIENTE
               MOVE WCTT-SEQ   TO CTT-SEQ
               READ CLICONT
                   INVALID KEY
                       DISPLAY "CONTATO NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               MOVE CTT-NOME     TO WCTT-NOME
               MOVE CTT-CARGO    TO WCTT-CARGO
               MOVE CTT-TELEFONE TO WCTT-TELEFONE
               MOVE CTT-EMAIL    TO WCTT-EMAIL
               DISPLAY WCTT-NOME     AT 0725
               DISPLAY WCTT-CARGO    AT 0825
               DISPLAY WCTT-TELEFONE AT 0925
               DISPLAY WCTT-EMAIL    AT 1025
               .
           GRAVA-DADOS.
               PERFORM MONTA-REGISTRO
               WRITE REGISTRO-CONTATO
                   INVALID KEY
                       DISPLAY "SEQUENCIA JA CADASTRADA" AT 1905
                   NOT INVALID KEY
                       MOVE CTT-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADCTT01", "GRAVOU", WCHAVE-AUD
               END-WRITE
               .
           ALTERA-DADOS.
               PERFORM MONTA-REGISTRO
               REWRITE REGISTRO-CONTATO
                   INVALID KEY
                       DISPLAY "CONTATO NAO CADASTRADO" AT 1905
                   NOT INVALID KEY
                       MOVE CTT-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADCTT01", "ALTEROU", WCHAVE-AUD
               END-REWRITE
               .
           EXCLUI-DADOS.
               MOVE LK-CLIENTE TO CTT-CLIENTE
               MOVE WCTT-SEQ   TO CTT-SEQ
               DELETE CLICONT
                   INVALID KEY
                       DISPLAY "CONTATO NAO CADASTRADO" AT 1905
                   NOT INVALID KEY
                       MOVE CTT-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADCTT01", "EXCLUIU", WCHAVE-AUD
               END-DELETE
               .
           MONTA-REGISTRO.
               MOVE LK-CLIENTE    TO CTT-CLIENTE
               MOVE WCTT-SEQ      TO CTT-SEQ
               MOVE WCTT-NOME     TO CTT-NOME
               MOVE WCTT-CARGO    TO CTT-CARGO
               MOVE WCTT-TELEFONE TO CTT-TELEFONE
               MOVE WCTT-EMAIL    TO CTT-EMAIL
               .
       END PROGRAM CADASTRO-CONTATO.
