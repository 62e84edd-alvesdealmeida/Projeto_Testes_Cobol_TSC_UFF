      *                   O MOVIMENTO DE PRODUTO EXCLUIDO;
      *       R-REVISA    O OPERADOR APROVA OU REJEITA CADA
      *                   PROPOSTA PENDENTE;
      *       A-APLICA    SEGUNDA PASSADA (SO DEPOIS DA DUPLA
      *                   APROVACAO DO LOTE EM APROVA01): EXECUTA
      *                   SO AS PROPOSTAS APROVADAS - ITEM ORFAO E
      *                   EXCLUIDO,
      *                   PARCELA ORFA E CANCELADA E O MOVIMENTO DE
      *                   PRODUTO EXCLUIDO MIGRA PARA
      *                   ESTMOVHIST.DAT - CADA CORRECAO COM A
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           SELECT ESTTMP ASSIGN TO "ESTMOV.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTTMP.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
      *    ENDERECO DE ENTREGA DO PEDIDO (SEQUENCIA EM ENDENTR.DAT);
      *    ZERO = ENDERECO PRINCIPAL DO CLIENTE
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 FILLER PIC X(154).
           02 CIDADE PIC X(30).
           02 FILLER PIC X(83).
           02 CLIENTE-TIPO PIC X.
           02 CLIENTE-CNPJ PIC 9(14).
           02 FILLER PIC X(66).

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FILLER            PIC X(74).

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO    PIC 9999.
           02 V-NOME      PIC X(50).
           02 V-TIPO      PIC X.
           02 FILLER      PIC X(148).

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X.

      *    MOVIMENTOS MARCADOS COMO HISTORICOS (PRODUTO EXCLUIDO)
       FD  ESTHIST.
       01  LINHA-ESTHIST   PIC X(45).

       FD  ESTTMP.
       01  LINHA-ESTTMP    PIC X(45).

       FD  AUDITORIA.
       01  LINHA-AUDITORIA.
           02 FILLER        PIC X.
           02 AUD-CHAVE     PIC X(20).

       FD  OPERADORES.
       01  REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 OP-NOME   PIC X(30).
           02 OP-PERFIL PIC X.
           02 OP-OPCOES PIC X(99).
           02 OP-ATIVO  PIC X.
               88 OPERADOR-ATIVO    VALUE "A" "a".
               88 OPERADOR-INATIVO  VALUE "I" "i".
           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
           02 OP-FILIAL     PIC 9(02).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-PEDIDOS.
       77  QT-GRAVES PIC 9(05) VALUE ZEROS.
       77  QT-MEDIAS PIC 9(05) VALUE ZEROS.
       77  QT-LEVES  PIC 9(05) VALUE ZEROS.
       77  WCHAVE-NUM PIC 9(06) VALUE ZERO.
      *    MODO E CONTROLE DAS PROPOSTAS DE CORRECAO
       01  FS-INTPROP.
           02 FS-INTPROP-1 PIC 9.
       77  FS-ESTHIST  PIC XX VALUE SPACES.
       77  FS-ESTTMP   PIC XX VALUE SPACES.
       77  WMODO       PIC X VALUE SPACE.
      *    OPERADOR IDENTIFICADO POR SENHA NOS MODOS R-REVISA E
      *    A-APLICA (REVISOR E SOLICITANTE DA DUPLA APROVACAO)
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       77  WOPERADOR   PIC X(10) VALUE SPACES.
       77  WSENHA      PIC X(10) VALUE SPACES.
       77  WHASH       PIC X(10) VALUE SPACES.
       77  WPROX-ID    PIC 9(06) VALUE ZERO.
       77  WDATA-HOJE  PIC 9(08) VALUE ZERO.
       77  QT-PROPOSTAS PIC 9(04) VALUE ZERO.
       77  WANTES      PIC X(30) VALUE SPACES.
       77  WDEPOIS     PIC X(30) VALUE SPACES.
       77  WMOV-ACHADO PIC X VALUE "N".
      *    O MODO A-APLICA PASSA PELA DUPLA APROVACAO
      *    (SOLICITA-APROVACAO) PARA O LOTE DE PROPOSTAS APROVADAS
       77  WAPR-RESULTADO PIC X     VALUE SPACE.
       77  WAPR-NUMERO    PIC 9(06) VALUE ZERO.
       77  WAPR-CHAVE     PIC X(20) VALUE "INTPROP".
       77  WAPR-ANTES     PIC X(30) VALUE SPACES.
       77  WAPR-DEPOIS    PIC X(30) VALUE SPACES.
       77  QT-A-APLICAR   PIC 9(04) VALUE ZERO.
       77  WULTIMA-APROV  PIC 9(06) VALUE ZERO.

      *================================================================*
       PROCEDURE                                           DIVISION.
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN WMODO = "R" OR WMODO = "r"
                   PERFORM 7800-LOGIN THRU 7800-EXIT
                   IF WOPERADOR NOT = SPACES
                       PERFORM 7000-REVISA-PROPOSTAS THRU 7000-EXIT
                   END-IF
                   GOBACK
               WHEN WMODO = "A" OR WMODO = "a"
                   PERFORM 7900-PEDE-APROVACAO THRU 7900-EXIT
                   IF WAPR-RESULTADO = "S"
                       PERFORM 8000-APLICA-PROPOSTAS THRU 8000-EXIT
                   END-IF
                   GOBACK
               WHEN WMODO = "P" OR WMODO = "p"
                   MOVE "P" TO WMODO
           END-IF
           PERFORM 6100-LE-AUDITORIA
           PERFORM UNTIL FS-AUDITORIA NOT = "00"
      *        CHAVES DE 6 DIGITOS (CLIENTE, PRODUTO, PEDIDO) OU DE 4
      *        (VENDEDOR E REGISTROS ANTERIORES A AMPLIACAO DOS CODIGOS)
               IF (AUD-ACAO = "GRAVOU" OR AUD-ACAO = "ALTEROU")
                   IF AUD-CHAVE (1:6) IS NUMERIC
                       MOVE AUD-CHAVE (1:6) TO WCHAVE-NUM
                       PERFORM 6200-CONFERE-CHAVE
                   ELSE
                       IF AUD-CHAVE (1:4) IS NUMERIC
                           MOVE AUD-CHAVE (1:4) TO WCHAVE-NUM
                           PERFORM 6200-CONFERE-CHAVE
                       END-IF
                   END-IF
               END-IF
               PERFORM 6100-LE-AUDITORIA
           END-PERFORM
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    LOGIN COM AS MESMAS REGRAS DO MENU: OPERADOR ATIVO, NAO
      *    BLOQUEADO, SENHA CONFERIDA PELO HASH; ERRO CONTA FALHA.
      *    SEM LOGIN VALIDO WOPERADOR FICA EM BRANCO.
      *----------------------------------------------------------------*
       7800-LOGIN.
           MOVE SPACES TO WOPERADOR
           OPEN I-O OPERADORES
           IF FS-OPERADORES NOT = "00"
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO"
               GO TO 7800-EXIT
           END-IF
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT OP-CODIGO
           DISPLAY "SENHA:    " WITH NO ADVANCING
           ACCEPT WSENHA WITH NO-ECHO
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO 7800-FECHA
           END-READ
           IF OPERADOR-INATIVO
               DISPLAY "OPERADOR DESATIVADO"
               GO TO 7800-FECHA
           END-IF
           IF OP-FALHAS NOT < 5
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               GO TO 7800-FECHA
           END-IF
           CALL "SENHA-HASH" USING WSENHA, WHASH
           IF OP-SENHA NOT = WHASH
               ADD 1 TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
               MOVE OP-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                   "INTEGR01", "SENHAERRO", WCHAVE-AUD
               IF OP-FALHAS NOT < 5
                   CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                       "INTEGR01", "BLOQUEOU", WCHAVE-AUD
                   DISPLAY "OPERADOR BLOQUEADO APOS 5 FALHAS"
               ELSE
                   DISPLAY "SENHA INVALIDA"
               END-IF
               GO TO 7800-FECHA
           END-IF
           IF OP-FALHAS NOT = ZERO
               MOVE ZERO TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
           END-IF
           MOVE OP-CODIGO TO WOPERADOR
           MOVE WOPERADOR TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "INTEGR01",
               "LOGIN", WCHAVE-AUD
           .
       7800-FECHA.
           CLOSE OPERADORES
           .
       7800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    A APLICACAO DO LOTE DE PROPOSTAS APROVADAS PRECISA DA
      *    APROVACAO DE UM SEGUNDO OPERADOR (APROVA01): A PRIMEIRA
      *    RODADA GERA A SOLICITACAO; APROVADA, A MESMA RODADA (MESMO
      *    LOTE) APLICA UMA VEZ.
      *----------------------------------------------------------------*
       7900-PEDE-APROVACAO.
           MOVE "S" TO WAPR-RESULTADO
           MOVE ZERO TO QT-A-APLICAR WULTIMA-APROV
           OPEN INPUT INTPROP
           IF FS-INTPROP NOT = "00"
               GO TO 7900-EXIT
           END-IF
           MOVE LOW-VALUES TO IP-ID
           START INTPROP KEY NOT LESS THAN IP-ID
               INVALID KEY
                   MOVE "10" TO FS-INTPROP
           END-START
           IF FS-INTPROP = "00"
               PERFORM 1600-LE-PROPOSTA
               PERFORM 7910-CONTA-APROVADA
                   UNTIL FS-INTPROP NOT = "00"
           END-IF
           CLOSE INTPROP
           IF QT-A-APLICAR = ZERO
               GO TO 7900-EXIT
           END-IF
           DISPLAY "IDENTIFICACAO DO OPERADOR SOLICITANTE"
           PERFORM 7800-LOGIN THRU 7800-EXIT
           IF WOPERADOR = SPACES
               MOVE "N" TO WAPR-RESULTADO
               DISPLAY "OPERADOR NAO AUTENTICADO - CORRECAO CANCELADA"
               GO TO 7900-EXIT
           END-IF
           MOVE SPACES TO WAPR-ANTES WAPR-DEPOIS
           STRING QT-A-APLICAR " PROPOSTAS APROVADAS"
               DELIMITED BY SIZE INTO WAPR-ANTES
           STRING "APLICAR ATE A PROPOSTA " WULTIMA-APROV
               DELIMITED BY SIZE INTO WAPR-DEPOIS
           CALL "SOLICITA-APROVACAO" USING WOPERADOR,
               "INTEGR01    ", "CORRECAO  ", WAPR-CHAVE, WAPR-ANTES,
               WAPR-DEPOIS, WAPR-RESULTADO, WAPR-NUMERO
           IF WAPR-RESULTADO NOT = "S"
               DISPLAY "CORRECAO AGUARDA APROVACAO - SOLICITACAO "
                   WAPR-NUMERO
           END-IF
           .
       7900-EXIT.
           EXIT.
       7910-CONTA-APROVADA.
           IF IP-APROVADA
               ADD 1 TO QT-A-APLICAR
               MOVE IP-ID TO WULTIMA-APROV
           END-IF
           PERFORM 1600-LE-PROPOSTA
           .
      *----------------------------------------------------------------*
      *    APLICACAO: SO AS PROPOSTAS APROVADAS SAO EXECUTADAS;
      *    CADA CORRECAO LEVA A IMAGEM-ANTES PARA A TRILHA
      *    (GRAVA-AUDDETALHE) E A PROPOSTA VIRA "X" APLICADA.
