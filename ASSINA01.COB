      ******************************************************************
      *
      *     ASSINA01 - ASSINATURAS COM DESTINATARIO INATIVO
      *     LISTA MENSAL DAS ASSINATURAS DE RELATORIO (ASSINREL.DAT,
      *     MANTIDAS EM ASSREL01) QUE CONTINUAM CADASTRADAS MAS NAO
      *     CHEGAM A NINGUEM:
      *         OPERADOR INEXISTENTE OU DESATIVADO EM OPERADOR.DAT;
      *         E-MAIL QUE SO APARECE EM CLIENTES INATIVOS;
      *         DESTINO CUJA ULTIMA MENSAGEM NA CAIXA DE SAIDA
      *         (NOTIFIC.DAT) ESGOTOU AS TENTATIVAS DE ENVIO.
      *     AS ASSINATURAS SAO CARREGADAS NUMA TABELA E CONFERIDAS
      *     NUMA PASSADA DO CADASTRO DE CLIENTES E OUTRA DA CAIXA DE
      *     SAIDA. A LIMPEZA FICA A CARGO DO ADMINISTRADOR (ASSREL01).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. ASSINA01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ASSINREL ASSIGN TO "ASSINREL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AS-CHAVE
           FILE STATUS IS FS-ASSINREL.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT NOTIFIC ASSIGN TO "NOTIFIC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTIFIC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  ASSINREL.
       01  REGISTRO-ASSINATURA.
           02 AS-CHAVE.
               03 AS-RELATORIO  PIC X(10).
               03 AS-DESTINO    PIC X(50).
           02 AS-TIPO-DEST      PIC X.
               88 AS-DEST-OPERADOR VALUE "O".
               88 AS-DEST-EMAIL    VALUE "E".
           02 AS-FREQUENCIA     PIC X.
           02 AS-ULT-ENVIO      PIC 9(08).
           02 AS-ULT-JOB        PIC 9(04).
           02 AS-OPERADOR       PIC X(10).
           02 AS-DATA-INC       PIC 9(08).

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
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

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
               88 CLIENTE-ATIVO   VALUE "A" "a".
               88 CLIENTE-INATIVO VALUE "I" "i".
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

       FD  NOTIFIC.
       01  REGISTRO-NOTIFIC.
           02 NOT-ID         PIC 9(04).
           02 FILLER         PIC X.
           02 NOT-DATA       PIC 9(08).
           02 FILLER         PIC X.
           02 NOT-HORA       PIC 9(06).
           02 FILLER         PIC X.
           02 NOT-STATUS     PIC X(08).
               88 NOT-PENDENTE VALUE "PENDENTE".
               88 NOT-ENVIADO  VALUE "ENVIADO ".
               88 NOT-FALHOU   VALUE "FALHOU  ".
           02 FILLER         PIC X.
           02 NOT-DATA-ENV   PIC 9(08).
           02 FILLER         PIC X.
           02 NOT-HORA-ENV   PIC 9(06).
           02 FILLER         PIC X.
           02 NOT-TENTATIVAS PIC 9(02).
           02 FILLER         PIC X.
           02 NOT-EMAIL      PIC X(50).
           02 FILLER         PIC X.
           02 NOT-ASSUNTO    PIC X(60).
           02 FILLER         PIC X.
           02 NOT-CORPO      PIC X(200).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ASSINREL.
           02 FS-ASSINREL-1 PIC 9.
           02 FS-ASSINREL-2 PIC 9.
           02 FS-ASSINREL-R REDEFINES FS-ASSINREL-2 PIC 99 COMP-X.
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       77  FS-NOTIFIC    PIC XX VALUE SPACES.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WHA-OPERADOR  PIC X VALUE "N".
       77  QT-ASSINATURAS PIC 9(03) VALUE ZEROS.
       77  QT-EXCEDENTES PIC 9(04) VALUE ZEROS.
       77  QT-INATIVAS   PIC 9(04) VALUE ZEROS.
       77  IND1          PIC 9(03) VALUE ZEROS.

      *    ASSINATURAS E O QUE SE APUROU DE CADA DESTINO
       01  TAB-ASSINATURAS.
           02 TA-ITEM OCCURS 200 TIMES.
               03 TA-RELATORIO  PIC X(10).
               03 TA-DESTINO    PIC X(50).
               03 TA-TIPO-DEST  PIC X.
               03 TA-FREQUENCIA PIC X.
               03 TA-ULT-ENVIO  PIC 9(08).
               03 TA-CLI-ATIVO  PIC X.
               03 TA-CLI-INATIVO PIC X.
               03 TA-ULT-NOTIF  PIC X.
               03 TA-MOTIVO     PIC X(22).

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-ASSINATURAS THRU 2000-EXIT
           IF QT-ASSINATURAS > ZERO
               PERFORM 3000-APURA-CLIENTES THRU 3000-EXIT
               PERFORM 4000-APURA-CAIXA-SAIDA THRU 4000-EXIT
               PERFORM 5000-CLASSIFICA-UMA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-ASSINATURAS
           END-IF
           PERFORM 6000-IMPRIME-RELATORIO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "ASSINATURAS COM DESTINATARIO INATIVO - "
               WDATA-SISTEMA
           OPEN INPUT OPERADORES
           IF FS-OPERADORES = "00"
               MOVE "S" TO WHA-OPERADOR
           END-IF
           .
       2000-CARREGA-ASSINATURAS.
           OPEN INPUT ASSINREL
           IF FS-ASSINREL NOT = "00"
               DISPLAY "NENHUMA ASSINATURA CADASTRADA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-ASSINATURA
           PERFORM 2200-GUARDA-ASSINATURA
               UNTIL FS-ASSINREL NOT = "00"
           CLOSE ASSINREL
           .
       2000-EXIT.
           EXIT.
       2100-LE-ASSINATURA.
           READ ASSINREL NEXT RECORD
               AT END
                   MOVE "10" TO FS-ASSINREL
           END-READ
           .
       2200-GUARDA-ASSINATURA.
           IF QT-ASSINATURAS < 200
               ADD 1 TO QT-ASSINATURAS
               MOVE QT-ASSINATURAS TO IND1
               MOVE AS-RELATORIO  TO TA-RELATORIO (IND1)
               MOVE AS-DESTINO    TO TA-DESTINO (IND1)
               MOVE AS-TIPO-DEST  TO TA-TIPO-DEST (IND1)
               MOVE AS-FREQUENCIA TO TA-FREQUENCIA (IND1)
               MOVE AS-ULT-ENVIO  TO TA-ULT-ENVIO (IND1)
               MOVE "N"    TO TA-CLI-ATIVO (IND1)
                              TA-CLI-INATIVO (IND1)
               MOVE SPACE  TO TA-ULT-NOTIF (IND1)
               MOVE SPACES TO TA-MOTIVO (IND1)
           ELSE
               ADD 1 TO QT-EXCEDENTES
           END-IF
           PERFORM 2100-LE-ASSINATURA
           .
      *----------------------------------------------------------------*
      *    MARCA, PARA CADA E-MAIL ASSINANTE, SE HA CLIENTE ATIVO
      *    E/OU INATIVO COM AQUELE ENDERECO
      *----------------------------------------------------------------*
       3000-APURA-CLIENTES.
           OPEN INPUT CLIENTES
           IF FS-CLIENTES NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LE-CLIENTE
           PERFORM 3200-CONFERE-CLIENTE
               UNTIL FS-CLIENTES NOT = "00"
           CLOSE CLIENTES
           .
       3000-EXIT.
           EXIT.
       3100-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLIENTES
           END-READ
           .
       3200-CONFERE-CLIENTE.
           IF EMAIL NOT = SPACES
               PERFORM 3300-MARCA-CLIENTE
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-ASSINATURAS
           END-IF
           PERFORM 3100-LE-CLIENTE
           .
       3300-MARCA-CLIENTE.
           IF TA-TIPO-DEST (IND1) = "E" AND TA-DESTINO (IND1) = EMAIL
               IF CLIENTE-INATIVO
                   MOVE "S" TO TA-CLI-INATIVO (IND1)
               ELSE
                   MOVE "S" TO TA-CLI-ATIVO (IND1)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    GUARDA A SITUACAO DA ULTIMA MENSAGEM DE CADA DESTINO -
      *    O ARQUIVO ESTA EM ORDEM DE DEPOSITO. "X" = FALHOU SEM
      *    MAIS RETENTATIVAS (3 OU MAIS)
      *----------------------------------------------------------------*
       4000-APURA-CAIXA-SAIDA.
           OPEN INPUT NOTIFIC
           IF FS-NOTIFIC NOT = "00"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LE-NOTIFICACAO
           PERFORM 4200-CONFERE-NOTIFICACAO
               UNTIL FS-NOTIFIC NOT = "00"
           CLOSE NOTIFIC
           .
       4000-EXIT.
           EXIT.
       4100-LE-NOTIFICACAO.
           READ NOTIFIC
               AT END
                   MOVE "10" TO FS-NOTIFIC
           END-READ
           .
       4200-CONFERE-NOTIFICACAO.
           IF NOT-EMAIL NOT = SPACES
               PERFORM 4300-MARCA-NOTIFICACAO
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-ASSINATURAS
           END-IF
           PERFORM 4100-LE-NOTIFICACAO
           .
       4300-MARCA-NOTIFICACAO.
           IF TA-DESTINO (IND1) = NOT-EMAIL
               IF NOT-FALHOU AND NOT-TENTATIVAS NOT < 3
                   MOVE "X" TO TA-ULT-NOTIF (IND1)
               ELSE
                   MOVE "O" TO TA-ULT-NOTIF (IND1)
               END-IF
           END-IF
           .
       5000-CLASSIFICA-UMA.
           IF TA-TIPO-DEST (IND1) = "O"
               PERFORM 5100-CONFERE-OPERADOR
           END-IF
           IF TA-MOTIVO (IND1) = SPACES AND TA-TIPO-DEST (IND1) = "E"
              AND TA-CLI-INATIVO (IND1) = "S"
              AND TA-CLI-ATIVO (IND1) = "N"
               MOVE "CLIENTE INATIVO" TO TA-MOTIVO (IND1)
           END-IF
           IF TA-MOTIVO (IND1) = SPACES AND TA-ULT-NOTIF (IND1) = "X"
               MOVE "ENTREGA FALHANDO" TO TA-MOTIVO (IND1)
           END-IF
           IF TA-MOTIVO (IND1) NOT = SPACES
               ADD 1 TO QT-INATIVAS
           END-IF
           .
       5100-CONFERE-OPERADOR.
           IF WHA-OPERADOR NOT = "S"
               MOVE "OPERADOR INEXISTENTE" TO TA-MOTIVO (IND1)
           ELSE
               MOVE TA-DESTINO (IND1) TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       MOVE "OPERADOR INEXISTENTE" TO TA-MOTIVO (IND1)
                   NOT INVALID KEY
                       IF NOT OPERADOR-ATIVO
                           MOVE "OPERADOR DESATIVADO"
                               TO TA-MOTIVO (IND1)
                       END-IF
               END-READ
           END-IF
           .
       6000-IMPRIME-RELATORIO.
           DISPLAY " "
           DISPLAY "RELATORIO  T DESTINATARIO" "                       "
               "          MOTIVO                 ULT.ENVIO"
           IF QT-INATIVAS = ZERO
               DISPLAY "NENHUMA ASSINATURA COM DESTINATARIO INATIVO"
           ELSE
               PERFORM 6100-IMPRIME-UMA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-ASSINATURAS
           END-IF
           IF QT-EXCEDENTES > ZERO
               DISPLAY "ATENCAO: " QT-EXCEDENTES " ASSINATURA(S) ALEM"
                   " DO LIMITE DE 200 NAO CONFERIDA(S)"
           END-IF
           DISPLAY "ASSINATURAS CONFERIDAS: " QT-ASSINATURAS
           DISPLAY "COM DESTINATARIO INATIVO: " QT-INATIVAS
           .
       6100-IMPRIME-UMA.
           IF TA-MOTIVO (IND1) NOT = SPACES
               DISPLAY TA-RELATORIO (IND1) " " TA-TIPO-DEST (IND1)
                   " " TA-DESTINO (IND1) " " TA-MOTIVO (IND1) " "
                   TA-ULT-ENVIO (IND1)
           END-IF
           .
       9999-ENCERRA.
           IF WHA-OPERADOR = "S"
               CLOSE OPERADORES
           END-IF
           GOBACK
           .
       END PROGRAM ASSINA01.
