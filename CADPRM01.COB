      ******************************************************************
      *
      *               CADASTRO DE PROMOCOES
      *     PRECO PROMOCIONAL COM PRAZO: POR PRODUTO OU POR TIPO DE
      *     PRODUTO (FD-TIPO), COM PRECO FIXO OU PERCENTUAL DE
      *     DESCONTO, VIGENCIA DE/ATE, LISTA DE CLIENTES OPCIONAL
      *     (CLIENTE-LISTA; ZERO = TODOS) E LIMITE OPCIONAL DE
      *     UNIDADES NA CAMPANHA. O PEDIDO DE VENDA E O ORCAMENTO
      *     (CADPED01) APLICAM A PROMOCAO SOZINHOS QUANDO A DATA DO
      *     PEDIDO CAI NA VIGENCIA, SEM FURAR A MARGEM MINIMA DO
      *     PRODUTO. AS LINHAS VENDIDAS FICAM EM PEDPROM.DAT E SAEM
      *     NO RELATORIO RELPRM01. PROMOCAO COM VENDA NAO E EXCLUIDA
      *     - E ENCERRADA (SITUACAO I).
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-PROMOCAO.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PROMOCAO ASSIGN TO "PROMOCAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           ALTERNATE KEY IS PM-ALVO-CHAVE WITH DUPLICATES
           FILE STATUS IS FS-PROMOCAO.

           SELECT PEDPROM ASSIGN TO "PEDPROM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-CHAVE
           ALTERNATE KEY IS PP-PROMOCAO WITH DUPLICATES
           FILE STATUS IS FS-PEDPROM.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  PROMOCAO.
       01  REGISTRO-PROMOCAO.
           02 PM-CODIGO        PIC 9(06).
           02 PM-DESCRICAO     PIC X(30).
           02 PM-ALVO-CHAVE.
               03 PM-ALVO      PIC X.
                   88 PM-POR-PRODUTO VALUE "P".
                   88 PM-POR-TIPO    VALUE "T".
               03 PM-ALVO-COD  PIC 9(06).
           02 PM-MODO          PIC X.
               88 PM-PRECO-FIXO  VALUE "V".
               88 PM-PERCENTUAL  VALUE "P".
           02 PM-PRECO         PIC 9(6)V99.
           02 PM-PCT           PIC 99V99.
           02 PM-VIG-INI       PIC 9(08).
           02 PM-VIG-FIM       PIC 9(08).
           02 PM-LISTA         PIC 9(02).
           02 PM-QTD-LIMITE    PIC 9(06).
           02 PM-SITUACAO      PIC X.
               88 PM-ATIVA     VALUE "A".
               88 PM-INATIVA   VALUE "I".

      *    LINHAS DE PEDIDO VENDIDAS EM PROMOCAO (GRAVADO PELO CADPED01)
       FD  PEDPROM.
       01  REGISTRO-PEDPROM.
           02 PP-CHAVE.
               03 PP-PEDIDO    PIC 9(06).
               03 PP-LINHA     PIC 9(02).
           02 PP-PROMOCAO      PIC 9(06).
           02 PP-QUANTIDADE    PIC 9(04).
           02 PP-PRECO-NORMAL  PIC 9(6)V99.
           02 PP-PRECO-PROMO   PIC 9(6)V99.

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FILLER            PIC X(52).
           02 FD-UNIDADE        PIC X(03).
           02 FILLER            PIC X(19).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-PROMOCAO.
           02 FS-PROMOCAO-1 PIC 9.
           02 FS-PROMOCAO-2 PIC 9.
           02 FS-PROMOCAO-R REDEFINES FS-PROMOCAO-2 PIC 99 COMP-X.
       01  FS-PEDPROM.
           02 FS-PEDPROM-1 PIC 9.
           02 FS-PEDPROM-2 PIC 9.
           02 FS-PEDPROM-R REDEFINES FS-PEDPROM-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       77  OPCAO PIC X VALUE SPACES.
       77  WMODO PIC X VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WENTIDADE   PIC X(10) VALUE "PROMOCAO".
       77  WSUGESTAO   PIC 9(06) VALUE ZERO.
       77  WPM-CODIGO    PIC 9(06) VALUE ZERO.
       77  WPM-DESCRICAO PIC X(30) VALUE SPACES.
       77  WPM-ALVO      PIC X VALUE SPACES.
       77  WPM-ALVO-COD  PIC 9(06) VALUE ZERO.
       77  WPM-MODO      PIC X VALUE SPACES.
       77  WPM-PRECO     PIC 9(6)V99 VALUE ZERO.
       77  WPM-PCT       PIC 99V99 VALUE ZERO.
       77  WPM-VIG-INI   PIC 9(08) VALUE ZERO.
       77  WPM-VIG-FIM   PIC 9(08) VALUE ZERO.
       77  WPM-LISTA     PIC 9(02) VALUE ZERO.
       77  WPM-QTD-LIMITE PIC 9(06) VALUE ZERO.
       77  WPM-SITUACAO  PIC X VALUE "A".

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O PROMOCAO.
           IF FS-PROMOCAO = "35"
               OPEN OUTPUT PROMOCAO
               CLOSE PROMOCAO
               OPEN I-O PROMOCAO
           END-IF.
           OPEN I-O PEDPROM.
           IF FS-PEDPROM = "35"
               OPEN OUTPUT PEDPROM
               CLOSE PEDPROM
               OPEN I-O PEDPROM
           END-IF.
           OPEN INPUT ARQ1.
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
               DISPLAY "CADASTRO DE PROMOCOES       " AT 0430
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR" AT 0505
               ACCEPT WMODO                          AT 0540
               DISPLAY "PROMOCAO [......] (999999 SAI)" AT 0605
               DISPLAY "DESCRICAO                  " AT 0705
               DISPLAY "ALVO (P-PRODUTO T-TIPO)    " AT 0805
               DISPLAY "PRODUTO OU TIPO            " AT 0905
               DISPLAY "MODO (V-PRECO P-PERCENTUAL)" AT 1005
               DISPLAY "PRECO PROMOCIONAL          " AT 1105
               DISPLAY "PERCENTUAL DE DESCONTO     " AT 1205
               DISPLAY "VIGENCIA DE (AAAAMMDD)     " AT 1305
               DISPLAY "VIGENCIA ATE (AAAAMMDD)    " AT 1405
               DISPLAY "LISTA DO CLIENTE (0 TODAS) " AT 1505
               DISPLAY "LIMITE DE UNIDADES (0 SEM) " AT 1605
               DISPLAY "SITUACAO (A-ATIVA I-ENCERR)" AT 1705
               MOVE ZERO TO WPM-CODIGO
               IF WMODO NOT = "A" AND WMODO NOT = "a" AND
                  WMODO NOT = "E" AND WMODO NOT = "e"
                   CALL "PROXIMO-NUMERO" USING WENTIDADE, WSUGESTAO
                   DISPLAY WSUGESTAO AT 0615
               END-IF
               ACCEPT WPM-CODIGO                     AT 0615
               IF WPM-CODIGO = 999999 THEN
                   CLOSE PROMOCAO PEDPROM ARQ1
                   EXIT PROGRAM
               END-IF
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                  WMODO = "e" THEN
                   PERFORM BUSCA-PROMOCAO
               ELSE
                   IF WPM-CODIGO = ZERO
                       MOVE WSUGESTAO TO WPM-CODIGO
                       DISPLAY WPM-CODIGO AT 0615
                   END-IF
                   MOVE "A" TO WPM-SITUACAO
               END-IF
               IF WMODO = "E" OR WMODO = "e" THEN
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1927
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WPM-DESCRICAO AT 0735
               ACCEPT WPM-ALVO AT 0835
               INSPECT WPM-ALVO CONVERTING "pt" TO "PT"
               IF WPM-ALVO NOT = "P" AND WPM-ALVO NOT = "T"
                   DISPLAY "ALVO INVALIDO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WPM-ALVO-COD AT 0935
               IF WPM-ALVO = "P"
                   PERFORM BUSCA-PRODUTO
               ELSE
                   IF WPM-ALVO-COD < 1 OR WPM-ALVO-COD > 3
                       DISPLAY "TIPO INVALIDO (1-PECA 2-ACABADO "
                           "3-MATERIAL)" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
                   END-IF
               END-IF
               ACCEPT WPM-MODO AT 1035
               INSPECT WPM-MODO CONVERTING "vp" TO "VP"
               EVALUATE WPM-MODO
                   WHEN "V"
                       MOVE ZERO TO WPM-PCT
                       ACCEPT WPM-PRECO AT 1135
                       IF WPM-PRECO = ZERO
                           DISPLAY "PRECO NAO INFORMADO" AT 1905
                           MOVE "N" TO OPCAO
                           GO TO TELA-EXIT
                       END-IF
                   WHEN "P"
                       MOVE ZERO TO WPM-PRECO
                       ACCEPT WPM-PCT AT 1235
                       IF WPM-PCT = ZERO
                           DISPLAY "PERCENTUAL NAO INFORMADO" AT 1905
                           MOVE "N" TO OPCAO
                           GO TO TELA-EXIT
                       END-IF
                   WHEN OTHER
                       DISPLAY "MODO INVALIDO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-EVALUATE
               ACCEPT WPM-VIG-INI AT 1335
               ACCEPT WPM-VIG-FIM AT 1435
      *        A PROMOCAO SEMPRE TEM FIM - NAO HA VIGENCIA EM ABERTO
               IF WPM-VIG-INI = ZERO OR WPM-VIG-FIM = ZERO OR
                  WPM-VIG-FIM < WPM-VIG-INI
                   DISPLAY "VIGENCIA INVALIDA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WPM-LISTA AT 1535
               ACCEPT WPM-QTD-LIMITE AT 1635
               ACCEPT WPM-SITUACAO AT 1735
               INSPECT WPM-SITUACAO CONVERTING "ai" TO "AI"
               IF WPM-SITUACAO NOT = "A" AND WPM-SITUACAO NOT = "I"
                   DISPLAY "SITUACAO INVALIDA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               .
           TELA-EXIT.
               EXIT.
           BUSCA-PRODUTO.
               MOVE WPM-ALVO-COD TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0945
               .
           BUSCA-PROMOCAO.
               MOVE WPM-CODIGO TO PM-CODIGO
               READ PROMOCAO
                   INVALID KEY
                       DISPLAY "PROMOCAO NAO CADASTRADA" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               MOVE PM-DESCRICAO  TO WPM-DESCRICAO
               MOVE PM-ALVO       TO WPM-ALVO
               MOVE PM-ALVO-COD   TO WPM-ALVO-COD
               MOVE PM-MODO       TO WPM-MODO
               MOVE PM-PRECO      TO WPM-PRECO
               MOVE PM-PCT        TO WPM-PCT
               MOVE PM-VIG-INI    TO WPM-VIG-INI
               MOVE PM-VIG-FIM    TO WPM-VIG-FIM
               MOVE PM-LISTA      TO WPM-LISTA
               MOVE PM-QTD-LIMITE TO WPM-QTD-LIMITE
               MOVE PM-SITUACAO   TO WPM-SITUACAO
               DISPLAY WPM-DESCRICAO  AT 0735
               DISPLAY WPM-ALVO       AT 0835
               DISPLAY WPM-ALVO-COD   AT 0935
               DISPLAY WPM-MODO       AT 1035
               DISPLAY WPM-PRECO      AT 1135
               DISPLAY WPM-PCT        AT 1235
               DISPLAY WPM-VIG-INI    AT 1335
               DISPLAY WPM-VIG-FIM    AT 1435
               DISPLAY WPM-LISTA      AT 1535
               DISPLAY WPM-QTD-LIMITE AT 1635
               DISPLAY WPM-SITUACAO   AT 1735
               .
           GRAVA-DADOS.
               PERFORM MONTA-REGISTRO
               WRITE REGISTRO-PROMOCAO
                   INVALID KEY
                       DISPLAY "PROMOCAO JA CADASTRADA" AT 1905
                   NOT INVALID KEY
                       MOVE PM-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADPRM01", "GRAVOU", WCHAVE-AUD
               END-WRITE
               .
           ALTERA-DADOS.
               PERFORM MONTA-REGISTRO
               REWRITE REGISTRO-PROMOCAO
                   INVALID KEY
                       DISPLAY "PROMOCAO NAO CADASTRADA" AT 1905
                   NOT INVALID KEY
                       MOVE PM-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                           "CADPRM01", "ALTEROU", WCHAVE-AUD
               END-REWRITE
               .
      *    PROMOCAO QUE JA VENDEU FICA PARA O RELATORIO DA CAMPANHA
           EXCLUI-DADOS.
               MOVE WPM-CODIGO TO PP-PROMOCAO
               START PEDPROM KEY IS EQUAL TO PP-PROMOCAO
                   INVALID KEY
                       MOVE "23" TO FS-PEDPROM
               END-START
               IF FS-PEDPROM = "00"
                   DISPLAY "PROMOCAO COM VENDAS - ENCERRE COM"
                       " SITUACAO I" AT 1905
               ELSE
                   MOVE WPM-CODIGO TO PM-CODIGO
                   DELETE PROMOCAO
                       INVALID KEY
                           DISPLAY "PROMOCAO NAO CADASTRADA" AT 1905
                       NOT INVALID KEY
                           MOVE PM-CODIGO TO WCHAVE-AUD
                           CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                               "CADPRM01", "EXCLUIU", WCHAVE-AUD
                   END-DELETE
               END-IF
               .
           MONTA-REGISTRO.
               MOVE WPM-CODIGO     TO PM-CODIGO
               MOVE WPM-DESCRICAO  TO PM-DESCRICAO
               MOVE WPM-ALVO       TO PM-ALVO
               MOVE WPM-ALVO-COD   TO PM-ALVO-COD
               MOVE WPM-MODO       TO PM-MODO
               MOVE WPM-PRECO      TO PM-PRECO
               MOVE WPM-PCT        TO PM-PCT
               MOVE WPM-VIG-INI    TO PM-VIG-INI
               MOVE WPM-VIG-FIM    TO PM-VIG-FIM
               MOVE WPM-LISTA      TO PM-LISTA
               MOVE WPM-QTD-LIMITE TO PM-QTD-LIMITE
               MOVE WPM-SITUACAO   TO PM-SITUACAO
               .
       END PROGRAM CADASTRO-PROMOCAO.
