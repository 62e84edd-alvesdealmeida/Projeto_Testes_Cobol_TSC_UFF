      ******************************************************************
      *
      *           CADASTRO DE ENDERECOS DE ENTREGA DO CLIENTE
      *     ENDERECOS ALTERNATIVOS DE ENTREGA DE UM CLIENTE (OBRA,
      *     FILIAL, DEPOSITO...) EM ENDENTR.DAT COM CHAVE CLIENTE +
      *     SEQUENCIA, COM AUTO-PREENCHIMENTO PELA TABELA DE CEP.
      *     O PEDIDO (CADPED01) ESCOLHE A SEQUENCIA EM PED-ENTREGA.
      *     CHAMADO PELO CADASTRO DE CLIENTES (CADASTR01):
      *
      *         CALL "CADASTRO-ENDERECO-ENTREGA" USING LK-CLIENTE
      *                                                LK-OPERADOR
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-ENDERECO-ENTREGA.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ENDENTR ASSIGN TO "ENDENTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EE-CHAVE
           FILE STATUS IS FS-ENDENTR.

           SELECT CEPTAB ASSIGN TO "CEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CEP
           FILE STATUS IS FS-CEPTAB.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  ENDENTR.
       01  REGISTRO-ENDENTR.
           02 EE-CHAVE.
               03 EE-CLIENTE  PIC 9(06).
               03 EE-SEQ      PIC 9(02).
           02 EE-DESCRICAO    PIC X(20).
           02 EE-ENDERECO     PIC X(50).
           02 EE-NUMERO       PIC 9(6).
           02 EE-COMPLEMENTO  PIC X(30).
           02 EE-BAIRRO       PIC X(30).
           02 EE-CIDADE       PIC X(30).
           02 EE-CEP          PIC X(8).
           02 EE-ESTADO       PIC AA.

       FD  CEPTAB.
       01  REGISTRO-CEP.
           02 CT-CEP      PIC X(8).
           02 CT-ENDERECO PIC X(50).
           02 CT-BAIRRO   PIC X(30).
           02 CT-CIDADE   PIC X(30).
           02 CT-ESTADO   PIC AA.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-ENDENTR.
           02 FS-ENDENTR-1 PIC 9.
           02 FS-ENDENTR-2 PIC 9.
           02 FS-ENDENTR-R REDEFINES FS-ENDENTR-2 PIC 99 COMP-X.
       01  FS-CEPTAB.
           02 FS-CEPTAB-1 PIC 9.
           02 FS-CEPTAB-2 PIC 9.
           02 FS-CEPTAB-R REDEFINES FS-CEPTAB-2 PIC 99 COMP-X.
       77  OPCAO PIC X VALUE SPACES.
       77  WMODO PIC X VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WCEP-ACHADO PIC X VALUE "N".
           88 CEP-ACHADO VALUE "S".
       77  WEE-SEQ         PIC 9(02) VALUE ZERO.
       77  WEE-DESCRICAO   PIC X(20) VALUE SPACES.
       77  WEE-ENDERECO    PIC X(50) VALUE SPACES.
       77  WEE-NUMERO      PIC 9(6)  VALUE ZERO.
       77  WEE-COMPLEMENTO PIC X(30) VALUE SPACES.
       77  WEE-BAIRRO      PIC X(30) VALUE SPACES.
       77  WEE-CIDADE      PIC X(30) VALUE SPACES.
       77  WEE-CEP         PIC X(8)  VALUE SPACES.
       77  WEE-ESTADO      PIC AA    VALUE SPACES.
      *    LISTA DOS ENDERECOS JA CADASTRADOS (LINHAS 17 A 22)
       77  WLINHA-TELA     PIC 99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-CLIENTE  PIC 9(06).
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-CLIENTE LK-OPERADOR.
           ABERTURA.
           OPEN I-O ENDENTR.
           IF FS-ENDENTR = "35"
               OPEN OUTPUT ENDENTR
               CLOSE ENDENTR
               OPEN I-O ENDENTR
           END-IF.
           OPEN INPUT CEPTAB.
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
               DISPLAY "ENDERECOS DE ENTREGA       " AT 0430
               DISPLAY LK-CLIENTE AT 0458
               PERFORM LISTA-ENDERECOS
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR" AT 0505
               ACCEPT WMODO                          AT 0540
               DISPLAY "SEQUENCIA [..] (99 SAI)    " AT 0605
               DISPLAY "DESCRICAO                  " AT 0705
               DISPLAY "CEP                        " AT 0805
               DISPLAY "ENDERECO                   " AT 0905
               DISPLAY "NUMERO                     " AT 1005
               DISPLAY "COMPLEMENTO                " AT 1105
               DISPLAY "BAIRRO                     " AT 1205
               DISPLAY "CIDADE                     " AT 1305
               DISPLAY "ESTADO                     " AT 1405
               ACCEPT WEE-SEQ                        AT 0616
               IF WEE-SEQ = 99 THEN
                   CLOSE ENDENTR CEPTAB
                   EXIT PROGRAM
               END-IF
      *        SEQUENCIA ZERO E RESERVADA AO ENDERECO PRINCIPAL DO
      *        CADASTRO DE CLIENTES
               IF WEE-SEQ = ZERO
                   DISPLAY "SEQUENCIA 00 E O ENDERECO PRINCIPAL" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                  WMODO = "e" THEN
                   PERFORM BUSCA-ENDERECO
               END-IF
               IF WMODO = "E" OR WMODO = "e" THEN
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1927
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WEE-DESCRICAO  AT 0725
               ACCEPT WEE-CEP        AT 0825
               PERFORM BUSCA-CEP
               IF NOT CEP-ACHADO
                   ACCEPT WEE-ENDERECO   AT 0925
               END-IF
               ACCEPT WEE-NUMERO      AT 1025
               ACCEPT WEE-COMPLEMENTO AT 1125
               IF NOT CEP-ACHADO
                   ACCEPT WEE-BAIRRO     AT 1225
                   ACCEPT WEE-CIDADE     AT 1325
                   ACCEPT WEE-ESTADO     AT 1425
               END-IF
               IF WEE-ENDERECO = SPACES OR WEE-CIDADE = SPACES
                   DISPLAY "ENDERECO E CIDADE OBRIGATORIOS" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
           TELA-EXIT.
               EXIT.
           LISTA-ENDERECOS.
               DISPLAY "SEQ DESCRICAO            CIDADE" AT 1605
               MOVE 17 TO WLINHA-TELA
               MOVE LK-CLIENTE TO EE-CLIENTE
               MOVE ZERO       TO EE-SEQ
               START ENDENTR KEY NOT LESS THAN EE-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-ENDENTR
               END-START
               IF FS-ENDENTR = "00"
                   PERFORM LE-PROXIMO-ENDERECO
               END-IF
               PERFORM LISTA-ENDERECO-LINHA
                   UNTIL FS-ENDENTR NOT = "00" OR
                         EE-CLIENTE NOT = LK-CLIENTE OR
                         WLINHA-TELA > 22
               .
           LISTA-ENDERECO-LINHA.
               DISPLAY EE-SEQ            AT LINE WLINHA-TELA COL 05
               DISPLAY EE-DESCRICAO      AT LINE WLINHA-TELA COL 09
               DISPLAY EE-CIDADE         AT LINE WLINHA-TELA COL 30
               ADD 1 TO WLINHA-TELA
               PERFORM LE-PROXIMO-ENDERECO
               .
           LE-PROXIMO-ENDERECO.
               READ ENDENTR NEXT RECORD
                   AT END
                       MOVE "10" TO FS-ENDENTR
               END-READ
               .
           BUSCA-CEP.
               MOVE "N" TO WCEP-ACHADO
               MOVE WEE-CEP TO CT-CEP
               READ CEPTAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-ENDERECO TO WEE-ENDERECO
                       MOVE CT-BAIRRO   TO WEE-BAIRRO
                       MOVE CT-CIDADE   TO WEE-CIDADE
                       MOVE CT-ESTADO   TO WEE-ESTADO
                       DISPLAY WEE-ENDERECO AT 0925
                       DISPLAY WEE-BAIRRO   AT 1225
                       DISPLAY WEE-CIDADE   AT 1325
                       DISPLAY WEE-ESTADO   AT 1425
                       MOVE "S" TO WCEP-ACHADO
               END-READ
               .
           BUSCA-ENDERECO.
               MOVE LK-CLIENTE TO EE-CLIENTE
               MOVE WEE-SEQ    TO EE-SEQ
               READ ENDENTR
                   INVALID KEY
                       DISPLAY "ENDERECO NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               MOVE EE-DESCRICAO   TO WEE-DESCRICAO
               MOVE EE-ENDERECO    TO WEE-ENDERECO
               MOVE EE-NUMERO      TO WEE-NUMERO
               MOVE EE-COMPLEMENTO TO WEE-COMPLEMENTO
               MOVE EE-BAIRRO      TO WEE-BAIRRO
               MOVE EE-CIDADE      TO WEE-CIDADE
               MOVE EE-CEP         TO WEE-CEP
               MOVE EE-ESTADO      TO WEE-ESTADO
               DISPLAY WEE-DESCRICAO   AT 0725
               DISPLAY WEE-CEP         AT 0825
               DISPLAY WEE-ENDERECO    AT 0925
               DISPLAY WEE-NUMERO      AT 1025
               DISPLAY WEE-COMPLEMENTO AT 1125
               DISPLAY WEE-BAIRRO      AT 1225
               DISPLAY WEE-CIDADE      AT 1325
               DISPLAY WEE-ESTADO      AT 1425
               .
           GRAVA-DADOS.
               PERFORM MONTA-REGISTRO
               WRITE REGISTRO-ENDENTR
                   INVALID KEY
                       DISPLAY "SEQUENCIA JA CADASTRADA" AT 1905
                   NOT INVALID KEY
                       MOVE EE-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADEND01", "GRAVOU", WCHAVE-AUD
               END-WRITE
               .
           ALTERA-DADOS.
               PERFORM MONTA-REGISTRO
               REWRITE REGISTRO-ENDENTR
                   INVALID KEY
                       DISPLAY "ENDERECO NAO CADASTRADO" AT 1905
                   NOT INVALID KEY
                       MOVE EE-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADEND01", "ALTEROU", WCHAVE-AUD
               END-REWRITE
               .
           EXCLUI-DADOS.
               MOVE LK-CLIENTE TO EE-CLIENTE
               MOVE WEE-SEQ    TO EE-SEQ
               DELETE ENDENTR
                   INVALID KEY
                       DISPLAY "ENDERECO NAO CADASTRADO" AT 1905
                   NOT INVALID KEY
                       MOVE EE-CHAVE TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADEND01", "EXCLUIU", WCHAVE-AUD
               END-DELETE
               .
           MONTA-REGISTRO.
               MOVE LK-CLIENTE      TO EE-CLIENTE
               MOVE WEE-SEQ         TO EE-SEQ
               MOVE WEE-DESCRICAO   TO EE-DESCRICAO
               MOVE WEE-ENDERECO    TO EE-ENDERECO
               MOVE WEE-NUMERO      TO EE-NUMERO
               MOVE WEE-COMPLEMENTO TO EE-COMPLEMENTO
               MOVE WEE-BAIRRO      TO EE-BAIRRO
               MOVE WEE-CIDADE      TO EE-CIDADE
               MOVE WEE-CEP         TO EE-CEP
               MOVE WEE-ESTADO      TO EE-ESTADO
               .
       END PROGRAM CADASTRO-ENDERECO-ENTREGA.
