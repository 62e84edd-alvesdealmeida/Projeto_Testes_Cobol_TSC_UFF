      *     ARQUIVOS INDEXADOS (CLIENTES, CADPRO, PEDIDO, VENDEDOR,
      *     OPERADOR) A PARTIR DO JOGO SEQUENCIAL ESCOLHIDO E
      *     CONFERE AS QUANTIDADES RECARREGADAS CONTRA AS DO
      *     CATALOGO, ACUSANDO QUALQUER DIFERENCA. O RESTORE SO
      *     RODA DEPOIS DE APROVADO POR OUTRO OPERADOR (APROVA01).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
       FILE                                    SECTION.
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
       01  REG1     PIC X(110).
       01  FILLER REDEFINES REG1.
           02 FD-CODIGO PIC 9(06).
           02 FILLER    PIC X(104).

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS PIC X(67).
       01  FILLER REDEFINES REGISTRO-PEDIDOS.
           02 PED-CODIGO PIC 9(06).
           02 FILLER     PIC X(61).

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO PIC 9999.
           02 V-NOME   PIC X(50).
           02 FILLER   PIC X(149).

       FD  OPERADORES.
       01  REGISTRO-OPERADOR PIC X(163).
       01  FILLER REDEFINES REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 FILLER    PIC X(130).
           02 OP-ATIVO  PIC X.
               88 OPERADOR-INATIVO  VALUE "I" "i".
           02 FILLER    PIC X(08).
           02 OP-FALHAS PIC 9(01).
           02 FILLER    PIC X(03).

       FD  BKENTRADA
           VALUE OF FILE-ID IS WNOME-BKENTRADA.
       01  LINHA-BKENTRADA PIC X(415).

       FD  CATALOGO.
       01  LINHA-CATALOGO.
           02 WESP-VEN PIC 9(06) VALUE ZEROS.
           02 WESP-OPE PIC 9(06) VALUE ZEROS.
       77  WESP-ATUAL  PIC 9(06) VALUE ZEROS.
      *    O RESTORE PASSA PELA DUPLA APROVACAO (SOLICITA-APROVACAO)
      *    O SOLICITANTE SE IDENTIFICA COM SENHA (REGRAS DO MENU)
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WSENHA         PIC X(10) VALUE SPACES.
       77  WHASH          PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WAPR-RESULTADO PIC X     VALUE SPACE.
       77  WAPR-NUMERO    PIC 9(06) VALUE ZERO.
       77  WAPR-CHAVE     PIC X(20) VALUE SPACES.
       77  WAPR-ANTES     PIC X(30) VALUE "ARQUIVOS-MESTRE ATUAIS".
       77  WAPR-DEPOIS    PIC X(30) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
           IF OPCAO NOT = "S" AND OPCAO NOT = "s"
               GOBACK
           END-IF
      *    SUBSTITUIR OS ARQUIVOS-MESTRE EXIGE A APROVACAO DE UM
      *    SEGUNDO OPERADOR (APROVA01); APROVADO, O MESMO RESTORE
      *    RODA UMA VEZ.
           DISPLAY "IDENTIFICACAO DO OPERADOR SOLICITANTE"
           PERFORM 1200-LOGIN THRU 1200-EXIT
           IF WOPERADOR = SPACES
               DISPLAY "OPERADOR NAO AUTENTICADO - RESTORE CANCELADO"
               GOBACK
           END-IF
           MOVE SPACES TO WAPR-CHAVE WAPR-DEPOIS
           STRING "GERACAO " WGERACAO
               DELIMITED BY SIZE INTO WAPR-CHAVE
           STRING "RESTAURAR A GERACAO " WGERACAO
               DELIMITED BY SIZE INTO WAPR-DEPOIS
           CALL "SOLICITA-APROVACAO" USING WOPERADOR,
               "RESTORE1    ", "RESTORE   ", WAPR-CHAVE, WAPR-ANTES,
               WAPR-DEPOIS, WAPR-RESULTADO, WAPR-NUMERO
           IF WAPR-RESULTADO NOT = "S"
               DISPLAY "RESTORE AGUARDA APROVACAO - SOLICITACAO "
                   WAPR-NUMERO
               GOBACK
           END-IF
       1000-EXIT.
           EXIT.
       1100-LE-CATALOGO.
                   MOVE "10" TO FS-CATALOGO
           END-READ
           .
      *----------------------------------------------------------------*
      *    LOGIN COM AS MESMAS REGRAS DO MENU: OPERADOR ATIVO, NAO
      *    BLOQUEADO, SENHA CONFERIDA PELO HASH; ERRO CONTA FALHA.
      *    SEM LOGIN VALIDO WOPERADOR FICA EM BRANCO.
      *----------------------------------------------------------------*
       1200-LOGIN.
           MOVE SPACES TO WOPERADOR
           OPEN I-O OPERADORES
           IF FS-OPERADORES NOT = "00"
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO"
               GO TO 1200-EXIT
           END-IF
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT OP-CODIGO
           DISPLAY "SENHA:    " WITH NO ADVANCING
           ACCEPT WSENHA WITH NO-ECHO
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO 1200-FECHA
           END-READ
           IF OPERADOR-INATIVO
               DISPLAY "OPERADOR DESATIVADO"
               GO TO 1200-FECHA
           END-IF
           IF OP-FALHAS NOT < 5
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               GO TO 1200-FECHA
           END-IF
           CALL "SENHA-HASH" USING WSENHA, WHASH
           IF OP-SENHA NOT = WHASH
               ADD 1 TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
               MOVE OP-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                   "RESTORE1", "SENHAERRO", WCHAVE-AUD
               IF OP-FALHAS NOT < 5
                   CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                       "RESTORE1", "BLOQUEOU", WCHAVE-AUD
                   DISPLAY "OPERADOR BLOQUEADO APOS 5 FALHAS"
               ELSE
                   DISPLAY "SENHA INVALIDA"
               END-IF
               GO TO 1200-FECHA
           END-IF
           IF OP-FALHAS NOT = ZERO
               MOVE ZERO TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
           END-IF
           MOVE OP-CODIGO TO WOPERADOR
           MOVE WOPERADOR TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "RESTORE1",
               "LOGIN", WCHAVE-AUD
           .
       1200-FECHA.
           CLOSE OPERADORES
           .
       1200-EXIT.
           EXIT.
       2000-RECARGA-CLIENTES.
           MOVE SPACES TO WNOME-BKENTRADA
           STRING "BK" WGERACAO ".CLI" DELIMITED BY SIZE
