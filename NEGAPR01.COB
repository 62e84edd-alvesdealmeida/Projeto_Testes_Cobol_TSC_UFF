      ******************************************************************
      *
      *     APROVACAO DA NEGATIVACAO NO BUREAU DE CREDITO
      *     O OPERADOR ENTRA COM CODIGO E SENHA (MESMAS REGRAS DO
      *     LOGIN DO MENU) E PODE:
      *       L-LISTAR   O CONTROLE NEGATIV.DAT, FILTRANDO POR
      *                  SITUACAO (A-AVISADA R-RECUSADA I-APROVADA
      *                  N-NEGATIVADA B-EXCLUSAO A ENVIAR E-EXCLUIDA
      *                  C-CANCELADA, BRANCO=TODAS);
      *       D-DECIDIR  APROVAR OU RECUSAR (COM MOTIVO) UMA PARCELA
      *                  AVISADA PELO NEGATI01 - SO PERFIL "A"
      *                  ADMINISTRADOR OU "G" APROVADOR, E SO DEPOIS
      *                  DE CORRIDO O AVISO PREVIO AO CLIENTE. PARCELA
      *                  QUE JA NAO ESTA EM ABERTO TEM A PROPOSTA
      *                  CANCELADA NA HORA;
      *       G-GERAR    PEDE A RELACAO DOS NEGATIVADOS (RELNEG01) A
      *                  FILA DE RELATORIOS.
      *     A INCLUSAO APROVADA SAI NO ARQUIVO DO BUREAU NA PROXIMA
      *     RODADA DO NEGATI01. DECISOES E RECUSAS VAO PARA A TRILHA
      *     DE AUDITORIA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. NEGAPR01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.

           SELECT NEGATIV ASSIGN TO "NEGATIV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NG-CHAVE
           FILE STATUS IS FS-NEGATIV.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  OPERADORES.
       01  REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 OP-NOME   PIC X(30).
      *    PERFIL "G" APROVADOR: USUARIO COMUM QUE TAMBEM DECIDE AS
      *    SOLICITACOES DE DUPLA APROVACAO
           02 OP-PERFIL PIC X.
               88 OP-ADMINISTRADOR VALUE "A" "a".
               88 OP-APROVADOR     VALUE "A" "a" "G" "g".
           02 OP-OPCOES PIC X(99).
           02 OP-ATIVO  PIC X.
               88 OPERADOR-ATIVO    VALUE "A" "a".
               88 OPERADOR-INATIVO  VALUE "I" "i".
           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

      *    MESMO LAYOUT JA DECLARADO EM NEGATI01
       FD  NEGATIV.
       01  REGISTRO-NEGATIV.
           02 NG-CHAVE.
               03 NG-PEDIDO    PIC 9(06).
               03 NG-PARCELA   PIC 9(02).
           02 NG-CLIENTE       PIC 9(06).
           02 NG-VENCIMENTO    PIC 9(08).
           02 NG-VALOR         PIC 9(8)V99.
           02 NG-STATUS        PIC X.
               88 NG-AVISADA     VALUE "A".
               88 NG-RECUSADA    VALUE "R".
               88 NG-APROVADA    VALUE "I".
               88 NG-NEGATIVADA  VALUE "N".
               88 NG-BAIXAR      VALUE "B".
               88 NG-EXCLUIDA    VALUE "E".
               88 NG-CANCELADA   VALUE "C".
           02 NG-DATA-AVISO    PIC 9(08).
           02 NG-DATA-LIBERA   PIC 9(08).
           02 NG-OPER-DECISAO  PIC X(10).
           02 NG-DATA-DECISAO  PIC 9(08).
           02 NG-MOTIVO        PIC X(30).
           02 NG-DATA-INCLUSAO PIC 9(08).
           02 NG-REMESSA-INC   PIC 9(06).
           02 NG-DATA-QUITA    PIC 9(08).
           02 NG-ORIGEM-BAIXA  PIC X.
           02 NG-PRAZO-BAIXA   PIC 9(08).
           02 NG-DATA-EXCLUSAO PIC 9(08).
           02 NG-REMESSA-EXC   PIC 9(06).

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
           02 CR-DATA-PGTO     PIC 9(08).
           02 CR-STATUS        PIC X.
               88 CR-ABERTA    VALUE "A".

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               03 DIA-NAS PIC 99.
               03 MES-NAS PIC 99.
               03 ANO-NAS PIC 9999.
           02 TELEFONE PIC X(30).
           02 ENDERECO PIC X(50).
           02 NUMERO   PIC 9(6).
           02 COMPLEMENTO PIC X(30).
           02 BAIRRO      PIC X(30).
           02 CIDADE      PIC X(30).
           02 CEP         PIC X(8).
           02 ESTADO      PIC AA.
           02 EMAIL       PIC X(50).
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
      *    PESSOA FISICA (CPF) OU JURIDICA (CNPJ, INSCRICAO ESTADUAL
      *    E NOME FANTASIA) - CONTATOS DA EMPRESA EM CLICONT.DAT
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       01  FS-NEGATIV.
           02 FS-NEGATIV-1 PIC 9.
           02 FS-NEGATIV-2 PIC 9.
           02 FS-NEGATIV-R REDEFINES FS-NEGATIV-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WSENHA        PIC X(10) VALUE SPACES.
       77  WHASH         PIC X(10) VALUE SPACES.
       77  WPERFIL       PIC X     VALUE SPACE.
           88 WPERFIL-APROVADOR VALUE "A" "a" "G" "g".
       77  WACAO         PIC X     VALUE SPACE.
       77  WFILTRO       PIC X     VALUE SPACE.
       77  WDECISAO      PIC X     VALUE SPACE.
       77  WPEDIDO       PIC 9(06) VALUE ZERO.
       77  WPARCELA      PIC 9(02) VALUE ZERO.
       77  WMOTIVO       PIC X(30) VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WREL-CODIGO   PIC X(10) VALUE "RELNEG01".
       77  WED-VALOR     PIC Z(7)9.99.
       77  QT-LISTADAS   PIC 9(05) VALUE ZERO.
       77  QT-DECIDIDAS  PIC 9(05) VALUE ZERO.
       01  WSITUACAO-DESC PIC X(12) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           DISPLAY SPACE ERASE EOS
           DISPLAY "APROVACAO DA NEGATIVACAO NO BUREAU DE CREDITO"
           PERFORM 1000-LOGIN THRU 1000-EXIT
           IF WOPERADOR = SPACES
               STOP RUN
           END-IF
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O NEGATIV
           IF FS-NEGATIV = "35"
               OPEN OUTPUT NEGATIV
               CLOSE NEGATIV
               OPEN I-O NEGATIV
           END-IF
           OPEN INPUT CONTASREC
           OPEN INPUT CLIENTES
           PERFORM 2000-ATENDE THRU 2000-EXIT
               UNTIL WACAO = "X" OR WACAO = "x"
           PERFORM 9999-ENCERRA
           .
      *----------------------------------------------------------------*
      *    LOGIN COM AS MESMAS REGRAS DO MENU: OPERADOR ATIVO, NAO
      *    BLOQUEADO, SENHA CONFERIDA PELO HASH; ERRO CONTA FALHA
      *----------------------------------------------------------------*
       1000-LOGIN.
           MOVE SPACES TO WOPERADOR
           OPEN I-O OPERADORES
           IF FS-OPERADORES NOT = "00"
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO"
               GO TO 1000-EXIT
           END-IF
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT OP-CODIGO
           DISPLAY "SENHA:    " WITH NO ADVANCING
           ACCEPT WSENHA WITH NO-ECHO
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   GO TO 1000-FECHA
           END-READ
           IF OPERADOR-INATIVO
               DISPLAY "OPERADOR DESATIVADO"
               GO TO 1000-FECHA
           END-IF
           IF OP-FALHAS NOT < 5
               DISPLAY "OPERADOR BLOQUEADO - PROCURE O ADMINISTRADOR"
               GO TO 1000-FECHA
           END-IF
           CALL "SENHA-HASH" USING WSENHA, WHASH
           IF OP-SENHA NOT = WHASH
               ADD 1 TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
               MOVE OP-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                   "NEGAPR01", "SENHAERRO", WCHAVE-AUD
               IF OP-FALHAS NOT < 5
                   CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                       "NEGAPR01", "BLOQUEOU", WCHAVE-AUD
                   DISPLAY "OPERADOR BLOQUEADO APOS 5 FALHAS"
               ELSE
                   DISPLAY "SENHA INVALIDA"
               END-IF
               GO TO 1000-FECHA
           END-IF
           IF OP-FALHAS NOT = ZERO
               MOVE ZERO TO OP-FALHAS
               REWRITE REGISTRO-OPERADOR
           END-IF
           MOVE OP-CODIGO TO WOPERADOR
           MOVE OP-PERFIL TO WPERFIL
           MOVE WOPERADOR TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "NEGAPR01",
               "LOGIN", WCHAVE-AUD
           .
       1000-FECHA.
           CLOSE OPERADORES
           .
       1000-EXIT.
           EXIT.
       2000-ATENDE.
           DISPLAY " "
           DISPLAY "L-LISTAR D-DECIDIR G-GERAR RELACAO X-SAIR: "
               WITH NO ADVANCING
           ACCEPT WACAO
           EVALUATE TRUE
               WHEN WACAO = "L" OR WACAO = "l"
                   PERFORM 3000-LISTA THRU 3000-EXIT
               WHEN WACAO = "D" OR WACAO = "d"
                   PERFORM 4000-DECIDE THRU 4000-EXIT
               WHEN WACAO = "G" OR WACAO = "g"
                   CALL "GRAVA-FILA" USING WREL-CODIGO, WOPERADOR
                   DISPLAY "RELATORIO " WREL-CODIGO " SOLICITADO - "
                       "SAI NO PROCESSAMENTO DA FILA"
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTAGEM EM ORDEM DE PEDIDO / PARCELA, COM FILTRO DE
      *    SITUACAO
      *----------------------------------------------------------------*
       3000-LISTA.
           DISPLAY "SITUACAO A-AVISADA R-RECUSADA I-APROVADA"
               " N-NEGATIVADA B-A EXCLUIR"
           DISPLAY "         E-EXCLUIDA C-CANCELADA (BRANCO=TODAS): "
               WITH NO ADVANCING
           MOVE SPACE TO WFILTRO
           ACCEPT WFILTRO
           INSPECT WFILTRO CONVERTING "arinbec" TO "ARINBEC"
           MOVE ZERO TO QT-LISTADAS
           MOVE LOW-VALUES TO NG-CHAVE
           START NEGATIV KEY NOT LESS THAN NG-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA PARCELA NO CONTROLE"
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-PROXIMA
           PERFORM 3200-LISTA-UMA
               UNTIL FS-NEGATIV NOT = "00"
           DISPLAY "PARCELAS LISTADAS: " QT-LISTADAS
           .
       3000-EXIT.
           EXIT.
       3100-LE-PROXIMA.
           READ NEGATIV NEXT RECORD
               AT END
                   MOVE "10" TO FS-NEGATIV
           END-READ
           .
       3200-LISTA-UMA.
           IF WFILTRO = SPACE OR WFILTRO = NG-STATUS
               PERFORM 3300-MOSTRA-PARCELA
               ADD 1 TO QT-LISTADAS
           END-IF
           PERFORM 3100-LE-PROXIMA
           .
       3300-MOSTRA-PARCELA.
           EVALUATE TRUE
               WHEN NG-AVISADA
                   MOVE "AVISADA"     TO WSITUACAO-DESC
               WHEN NG-RECUSADA
                   MOVE "RECUSADA"    TO WSITUACAO-DESC
               WHEN NG-APROVADA
                   MOVE "APROVADA"    TO WSITUACAO-DESC
               WHEN NG-NEGATIVADA
                   MOVE "NEGATIVADA"  TO WSITUACAO-DESC
               WHEN NG-BAIXAR
                   MOVE "A EXCLUIR"   TO WSITUACAO-DESC
               WHEN NG-EXCLUIDA
                   MOVE "EXCLUIDA"    TO WSITUACAO-DESC
               WHEN NG-CANCELADA
                   MOVE "CANCELADA"   TO WSITUACAO-DESC
               WHEN OTHER
                   MOVE NG-STATUS     TO WSITUACAO-DESC
           END-EVALUATE
           MOVE NG-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "10" TO FS-CLIENTES
           END-READ
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTE NAO CADASTRADO" TO NOME
           END-IF
           MOVE NG-VALOR TO WED-VALOR
           DISPLAY NG-PEDIDO "/" NG-PARCELA " " WSITUACAO-DESC " "
               NG-CLIENTE " " NOME (1:25) " " WED-VALOR
           DISPLAY "          VENCIMENTO " NG-VENCIMENTO
               "  AVISO EM " NG-DATA-AVISO "  LIBERA EM "
               NG-DATA-LIBERA
           IF NG-OPER-DECISAO NOT = SPACES
               DISPLAY "          DECIDIDA POR " NG-OPER-DECISAO
                   " EM " NG-DATA-DECISAO
           END-IF
           IF NG-MOTIVO NOT = SPACES
               DISPLAY "          MOTIVO: " NG-MOTIVO
           END-IF
           IF NG-DATA-INCLUSAO NOT = ZERO
               DISPLAY "          INCLUIDA NO BUREAU EM "
                   NG-DATA-INCLUSAO " (REMESSA " NG-REMESSA-INC ")"
           END-IF
           IF NG-DATA-QUITA NOT = ZERO
               DISPLAY "          QUITADA EM " NG-DATA-QUITA
                   " ORIGEM " NG-ORIGEM-BAIXA
                   "  PRAZO DA EXCLUSAO " NG-PRAZO-BAIXA
           END-IF
           IF NG-DATA-EXCLUSAO NOT = ZERO
               DISPLAY "          EXCLUIDA DO BUREAU EM "
                   NG-DATA-EXCLUSAO " (REMESSA " NG-REMESSA-EXC ")"
           END-IF
           .
      *----------------------------------------------------------------*
      *    DECISAO: SO PERFIL APROVADOR, SO PARCELA AVISADA E COM O
      *    AVISO PREVIO JA CORRIDO; RECUSA EXIGE MOTIVO
      *----------------------------------------------------------------*
       4000-DECIDE.
           IF NOT WPERFIL-APROVADOR
               DISPLAY "PERFIL SEM PERMISSAO PARA APROVAR"
               MOVE WOPERADOR TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "NEGAPR01",
                   "NEGOU", WCHAVE-AUD
               GO TO 4000-EXIT
           END-IF
           DISPLAY "PEDIDO:  " WITH NO ADVANCING
           MOVE ZERO TO WPEDIDO
           ACCEPT WPEDIDO
           DISPLAY "PARCELA: " WITH NO ADVANCING
           MOVE ZERO TO WPARCELA
           ACCEPT WPARCELA
           MOVE WPEDIDO  TO NG-PEDIDO
           MOVE WPARCELA TO NG-PARCELA
           READ NEGATIV
               INVALID KEY
                   DISPLAY "PARCELA NAO ESTA NO CONTROLE DE NEGATIVACAO"
                   GO TO 4000-EXIT
           END-READ
           PERFORM 3300-MOSTRA-PARCELA
           IF NOT NG-AVISADA
               DISPLAY "PARCELA NAO ESTA AGUARDANDO APROVACAO"
               GO TO 4000-EXIT
           END-IF
           IF NG-DATA-LIBERA > WDATA-SISTEMA
               DISPLAY "AVISO PREVIO AO CLIENTE CORRE ATE "
                   NG-DATA-LIBERA
               GO TO 4000-EXIT
           END-IF
           MOVE NG-CHAVE TO WCHAVE-AUD
      *    PAGA OU RENEGOCIADA DEPOIS DO AVISO - NADA A APROVAR
           MOVE NG-PEDIDO  TO CR-PEDIDO
           MOVE NG-PARCELA TO CR-PARCELA
           READ CONTASREC
               INVALID KEY
                   MOVE "C" TO CR-STATUS
           END-READ
           IF NOT CR-ABERTA
               MOVE "C" TO NG-STATUS
               MOVE WDATA-SISTEMA TO NG-DATA-QUITA
               MOVE "Q" TO NG-ORIGEM-BAIXA
               REWRITE REGISTRO-NEGATIV
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "NEGAPR01",
                   "CANCNEG", WCHAVE-AUD
               DISPLAY "PARCELA JA NAO ESTA EM ABERTO - PROPOSTA"
                   " CANCELADA"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "A-APROVA R-RECUSA ENTER-DESISTE: "
               WITH NO ADVANCING
           MOVE SPACE TO WDECISAO
           ACCEPT WDECISAO
           MOVE SPACES TO WMOTIVO
           EVALUATE TRUE
               WHEN WDECISAO = "A" OR WDECISAO = "a"
                   MOVE "I" TO WDECISAO
               WHEN WDECISAO = "R" OR WDECISAO = "r"
                   MOVE "R" TO WDECISAO
                   DISPLAY "MOTIVO DA RECUSA: " WITH NO ADVANCING
                   ACCEPT WMOTIVO
                   IF WMOTIVO = SPACES
                       DISPLAY "RECUSA EXIGE MOTIVO"
                       GO TO 4000-EXIT
                   END-IF
               WHEN OTHER
                   GO TO 4000-EXIT
           END-EVALUATE
           MOVE WDECISAO      TO NG-STATUS
           MOVE WOPERADOR     TO NG-OPER-DECISAO
           MOVE WDATA-SISTEMA TO NG-DATA-DECISAO
           MOVE WMOTIVO       TO NG-MOTIVO
           REWRITE REGISTRO-NEGATIV
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO"
                   GO TO 4000-EXIT
           END-REWRITE
           ADD 1 TO QT-DECIDIDAS
           IF NG-APROVADA
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "NEGAPR01",
                   "APROVOU", WCHAVE-AUD
               DISPLAY "NEGATIVACAO APROVADA - SAI NA PROXIMA REMESSA"
                   " AO BUREAU"
           ELSE
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "NEGAPR01",
                   "REJEITOU", WCHAVE-AUD
               DISPLAY "NEGATIVACAO RECUSADA"
           END-IF
           .
       4000-EXIT.
           EXIT.
       9999-ENCERRA.
           CLOSE NEGATIV CONTASREC CLIENTES
           DISPLAY "PARCELAS DECIDIDAS: " QT-DECIDIDAS
           STOP RUN
           .
       END PROGRAM NEGAPR01.
