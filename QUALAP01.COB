      ******************************************************************
      *
      *     REVISAO DAS PROPOSTAS DE CORRECAO DO CADASTRO DE CLIENTES
      *     O OPERADOR ENTRA COM CODIGO E SENHA (MESMAS REGRAS DO
      *     LOGIN DO MENU) E PODE:
      *       L-LISTAR   A LISTA DE TRABALHO QUALCLI.DAT GERADA PELO
      *                  QUALCL01, FILTRANDO POR SITUACAO (P-PENDENTE
      *                  S-SEM PROPOSTA A-ACEITA R-REJEITADA
      *                  C-RESOLVIDA X-OBSOLETA, BRANCO=TODAS) - AS
      *                  SEM PROPOSTA SAO CORRIGIDAS NO CADASTRO
      *                  (CADASTR01);
      *       R-REVISAR  PERCORRER AS PROPOSTAS PENDENTES A PARTIR DE UM
      *                  CLIENTE, ACEITANDO OU REJEITANDO CADA UMA.
      *     A PROPOSTA ACEITA E GRAVADA NO CLIENTE COM O REGISTRO
      *     TRAVADO (MESMA TRAVA DO CADASTR01) E SO SE O CADASTRO AINDA
      *     ESTA COMO NA APURACAO - SE MUDOU, A PROPOSTA FICA OBSOLETA.
      *     A ALTERACAO VAI PARA A TRILHA DE AUDITORIA CAMPO A CAMPO
      *     (ANTES / DEPOIS); A REJEICAO TAMBEM E AUDITADA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. QUALAP01.
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

           SELECT QUALCLI ASSIGN TO "QUALCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QC-CHAVE
           FILE STATUS IS FS-QUALCLI.

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

      *    MESMO LAYOUT JA DECLARADO EM QUALCL01
       FD  QUALCLI.
       01  REGISTRO-QUALCLI.
           02 QC-CHAVE.
               03 QC-CLIENTE    PIC 9(06).
               03 QC-REGRA      PIC X.
                   88 QC-REGRA-EMAIL VALUE "E".
                   88 QC-REGRA-FONE  VALUE "T".
                   88 QC-REGRA-CEP   VALUE "C".
                   88 QC-REGRA-LOCAL VALUE "L".
           02 QC-STATUS         PIC X.
               88 QC-PENDENTE      VALUE "P".
               88 QC-SEM-PROPOSTA  VALUE "S".
               88 QC-ACEITA        VALUE "A".
               88 QC-REJEITADA     VALUE "R".
               88 QC-RESOLVIDA     VALUE "C".
               88 QC-OBSOLETA      VALUE "X".
           02 QC-PONTOS         PIC 9(03).
           02 QC-DATA-APURA     PIC 9(08).
           02 QC-DESCRICAO      PIC X(40).
           02 QC-ATUAL          PIC X(50).
           02 QC-ATUAL-LOCAL REDEFINES QC-ATUAL.
               03 QC-ATUAL-CIDADE  PIC X(30).
               03 QC-ATUAL-ESTADO  PIC XX.
               03 FILLER           PIC X(18).
           02 QC-PROPOSTA       PIC X(50).
           02 QC-PROP-LOCAL REDEFINES QC-PROPOSTA.
               03 QC-PROP-CIDADE   PIC X(30).
               03 QC-PROP-ESTADO   PIC XX.
               03 FILLER           PIC X(18).
           02 QC-OPER-DECISAO   PIC X(10).
           02 QC-DATA-DECISAO   PIC 9(08).

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
       01  FS-QUALCLI.
           02 FS-QUALCLI-1 PIC 9.
           02 FS-QUALCLI-2 PIC 9.
           02 FS-QUALCLI-R REDEFINES FS-QUALCLI-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WSENHA        PIC X(10) VALUE SPACES.
       77  WHASH         PIC X(10) VALUE SPACES.
       77  WACAO         PIC X     VALUE SPACE.
       77  WFILTRO       PIC X     VALUE SPACE.
       77  WDECISAO      PIC X     VALUE SPACE.
       77  WCLIENTE      PIC 9(06) VALUE ZERO.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  QT-LISTADAS   PIC 9(05) VALUE ZERO.
       77  QT-ACEITAS    PIC 9(05) VALUE ZERO.
       77  QT-REJEITADAS PIC 9(05) VALUE ZERO.
       01  WSITUACAO-DESC PIC X(12) VALUE SPACES.
      *    TRAVA DE REGISTRO ENTRE TERMINAIS (TRAVA-REGISTRO)
       77  WLCK-ACAO     PIC X VALUE SPACE.
       77  WLCK-ARQUIVO  PIC X(12) VALUE "CLIENTES".
       77  WLCK-CHAVE    PIC X(20) VALUE SPACES.
       77  WLCK-RESULT   PIC X VALUE SPACE.
       77  WLCK-DETENTOR PIC X(10) VALUE SPACES.
      *    AUDITORIA CAMPO A CAMPO (GRAVA-AUDDETALHE)
       77  WDIF-CAMPO  PIC X(15) VALUE SPACES.
       77  WDIF-ANTES  PIC X(30) VALUE SPACES.
       77  WDIF-DEPOIS PIC X(30) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           DISPLAY SPACE ERASE EOS
           DISPLAY "REVISAO DAS CORRECOES DO CADASTRO DE CLIENTES"
           PERFORM 1000-LOGIN THRU 1000-EXIT
           IF WOPERADOR = SPACES
               STOP RUN
           END-IF
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O QUALCLI
           IF FS-QUALCLI = "35"
               OPEN OUTPUT QUALCLI
               CLOSE QUALCLI
               OPEN I-O QUALCLI
           END-IF
           OPEN I-O CLIENTES
           IF FS-CLIENTES NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO"
               CLOSE QUALCLI
               STOP RUN
           END-IF
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
                   "QUALAP01", "SENHAERRO", WCHAVE-AUD
               IF OP-FALHAS NOT < 5
                   CALL "GRAVA-AUDITORIA" USING OP-CODIGO,
                       "QUALAP01", "BLOQUEOU", WCHAVE-AUD
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
           MOVE WOPERADOR TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "QUALAP01",
               "LOGIN", WCHAVE-AUD
           .
       1000-FECHA.
           CLOSE OPERADORES
           .
       1000-EXIT.
           EXIT.
       2000-ATENDE.
           DISPLAY " "
           DISPLAY "L-LISTAR R-REVISAR PROPOSTAS X-SAIR: "
               WITH NO ADVANCING
           ACCEPT WACAO
           EVALUATE TRUE
               WHEN WACAO = "L" OR WACAO = "l"
                   PERFORM 3000-LISTA THRU 3000-EXIT
               WHEN WACAO = "R" OR WACAO = "r"
                   PERFORM 4000-REVISA THRU 4000-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTAGEM EM ORDEM DE CLIENTE / REGRA, COM FILTRO DE SITUACAO
      *----------------------------------------------------------------*
       3000-LISTA.
           DISPLAY "SITUACAO P-PENDENTE S-SEM PROPOSTA A-ACEITA"
               " R-REJEITADA"
           DISPLAY "         C-RESOLVIDA X-OBSOLETA (BRANCO=TODAS): "
               WITH NO ADVANCING
           MOVE SPACE TO WFILTRO
           ACCEPT WFILTRO
           INSPECT WFILTRO CONVERTING "psarcx" TO "PSARCX"
           MOVE ZERO TO QT-LISTADAS
           MOVE LOW-VALUES TO QC-CHAVE
           START QUALCLI KEY NOT LESS THAN QC-CHAVE
               INVALID KEY
                   DISPLAY "LISTA DE TRABALHO VAZIA - RODAR O QUALCL01"
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-PROXIMA
           PERFORM 3200-LISTA-UMA
               UNTIL FS-QUALCLI NOT = "00"
           DISPLAY "ITENS LISTADOS: " QT-LISTADAS
           .
       3000-EXIT.
           EXIT.
       3100-LE-PROXIMA.
           READ QUALCLI NEXT RECORD
               AT END
                   MOVE "10" TO FS-QUALCLI
           END-READ
           .
       3200-LISTA-UMA.
           IF WFILTRO = SPACE OR WFILTRO = QC-STATUS
               PERFORM 3300-MOSTRA-ITEM
               ADD 1 TO QT-LISTADAS
           END-IF
           PERFORM 3100-LE-PROXIMA
           .
       3300-MOSTRA-ITEM.
           EVALUATE TRUE
               WHEN QC-PENDENTE
                   MOVE "PENDENTE"     TO WSITUACAO-DESC
               WHEN QC-SEM-PROPOSTA
                   MOVE "SEM PROPOSTA" TO WSITUACAO-DESC
               WHEN QC-ACEITA
                   MOVE "ACEITA"       TO WSITUACAO-DESC
               WHEN QC-REJEITADA
                   MOVE "REJEITADA"    TO WSITUACAO-DESC
               WHEN QC-RESOLVIDA
                   MOVE "RESOLVIDA"    TO WSITUACAO-DESC
               WHEN QC-OBSOLETA
                   MOVE "OBSOLETA"     TO WSITUACAO-DESC
               WHEN OTHER
                   MOVE QC-STATUS      TO WSITUACAO-DESC
           END-EVALUATE
           MOVE QC-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "10" TO FS-CLIENTES
           END-READ
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTE NAO CADASTRADO" TO NOME
           END-IF
           DISPLAY QC-CLIENTE " " NOME (1:25) " NOTA " QC-PONTOS
               " " QC-REGRA " " WSITUACAO-DESC
           DISPLAY "          " QC-DESCRICAO " (APURADO EM "
               QC-DATA-APURA ")"
           IF QC-REGRA-LOCAL
               DISPLAY "          ATUAL:    " QC-ATUAL-CIDADE " "
                   QC-ATUAL-ESTADO
           ELSE
               DISPLAY "          ATUAL:    " QC-ATUAL
           END-IF
           IF QC-PROPOSTA NOT = SPACES
               IF QC-REGRA-LOCAL
                   DISPLAY "          PROPOSTA: " QC-PROP-CIDADE " "
                       QC-PROP-ESTADO
               ELSE
                   DISPLAY "          PROPOSTA: " QC-PROPOSTA
               END-IF
           END-IF
           IF QC-OPER-DECISAO NOT = SPACES
               DISPLAY "          DECIDIDA POR " QC-OPER-DECISAO
                   " EM " QC-DATA-DECISAO
           END-IF
           .
      *----------------------------------------------------------------*
      *    REVISAO: PERCORRE AS PROPOSTAS PENDENTES A PARTIR DO CLIENTE
      *    INFORMADO; P PULA A PROPOSTA, F ENCERRA A REVISAO
      *----------------------------------------------------------------*
       4000-REVISA.
           DISPLAY "A PARTIR DO CLIENTE (ZERO=INICIO): "
               WITH NO ADVANCING
           MOVE ZERO TO WCLIENTE
           ACCEPT WCLIENTE
           MOVE WCLIENTE TO QC-CLIENTE
           MOVE SPACE    TO QC-REGRA
           START QUALCLI KEY NOT LESS THAN QC-CHAVE
               INVALID KEY
                   DISPLAY "NENHUMA PROPOSTA A PARTIR DESTE CLIENTE"
                   GO TO 4000-EXIT
           END-START
           MOVE SPACE TO WDECISAO
           PERFORM 3100-LE-PROXIMA
           PERFORM 4100-REVISA-UMA
               UNTIL FS-QUALCLI NOT = "00" OR WDECISAO = "F"
           DISPLAY "ACEITAS: " QT-ACEITAS "  REJEITADAS: "
               QT-REJEITADAS
           .
       4000-EXIT.
           EXIT.
       4100-REVISA-UMA.
           IF QC-PENDENTE
               PERFORM 5000-DECIDE THRU 5000-EXIT
           END-IF
           IF WDECISAO NOT = "F"
               PERFORM 3100-LE-PROXIMA
           END-IF
           .
      *----------------------------------------------------------------*
      *    DECISAO DE UMA PROPOSTA: O CADASTRO TEM DE ESTAR COMO NA
      *    APURACAO; ACEITA GRAVA O CLIENTE COM O REGISTRO TRAVADO
      *----------------------------------------------------------------*
       5000-DECIDE.
           DISPLAY " "
           PERFORM 3300-MOSTRA-ITEM
           IF FS-CLIENTES NOT = "00"
               MOVE "X" TO WDECISAO
               PERFORM 5900-GRAVA-DECISAO
               DISPLAY "CLIENTE NAO CADASTRADO - PROPOSTA DESCARTADA"
               MOVE SPACE TO WDECISAO
               GO TO 5000-EXIT
           END-IF
           IF (QC-REGRA-FONE AND TELEFONE NOT = QC-ATUAL) OR
              (QC-REGRA-LOCAL AND (CIDADE NOT = QC-ATUAL-CIDADE OR
                                   ESTADO NOT = QC-ATUAL-ESTADO))
               MOVE "X" TO WDECISAO
               PERFORM 5900-GRAVA-DECISAO
               DISPLAY "CADASTRO MUDOU DESDE A APURACAO - PROPOSTA"
                   " DESCARTADA"
               MOVE SPACE TO WDECISAO
               GO TO 5000-EXIT
           END-IF
           DISPLAY "A-ACEITA R-REJEITA P-PULA F-FIM: "
               WITH NO ADVANCING
           MOVE SPACE TO WDECISAO
           ACCEPT WDECISAO
           INSPECT WDECISAO CONVERTING "arpf" TO "ARPF"
           MOVE QC-CLIENTE TO WCHAVE-AUD
           EVALUATE WDECISAO
               WHEN "A"
                   PERFORM 5100-ACEITA THRU 5100-EXIT
               WHEN "R"
                   PERFORM 5900-GRAVA-DECISAO
                   ADD 1 TO QT-REJEITADAS
                   STRING QC-CLIENTE "/" QC-REGRA DELIMITED BY SIZE
                       INTO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR, "QUALAP01",
                       "REJEITOU", WCHAVE-AUD
                   DISPLAY "PROPOSTA REJEITADA"
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
       5100-ACEITA.
           MOVE QC-CLIENTE TO WLCK-CHAVE
           MOVE "T" TO WLCK-ACAO
           CALL "TRAVA-REGISTRO" USING WLCK-ACAO, WLCK-ARQUIVO,
               WLCK-CHAVE, WOPERADOR, WLCK-RESULT, WLCK-DETENTOR
           IF WLCK-RESULT = "O"
               DISPLAY "CLIENTE EM USO POR " WLCK-DETENTOR
                   " - PROPOSTA CONTINUA PENDENTE"
               MOVE SPACE TO WDECISAO
               GO TO 5100-EXIT
           END-IF
      *    RELIDO COM A TRAVA - OUTRO TERMINAL PODE TER GRAVADO ANTES
           MOVE QC-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "10" TO FS-CLIENTES
           END-READ
           IF FS-CLIENTES NOT = "00" OR
              (QC-REGRA-FONE AND TELEFONE NOT = QC-ATUAL) OR
              (QC-REGRA-LOCAL AND (CIDADE NOT = QC-ATUAL-CIDADE OR
                                   ESTADO NOT = QC-ATUAL-ESTADO))
               MOVE "X" TO WDECISAO
               PERFORM 5900-GRAVA-DECISAO
               DISPLAY "CADASTRO MUDOU DESDE A APURACAO - PROPOSTA"
                   " DESCARTADA"
               MOVE SPACE TO WDECISAO
               GO TO 5100-DESTRAVA
           END-IF
           IF QC-REGRA-FONE
               MOVE QC-PROPOSTA TO TELEFONE
           ELSE
               MOVE QC-PROP-CIDADE TO CIDADE
               MOVE QC-PROP-ESTADO TO ESTADO
           END-IF
           REWRITE REGISTRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CLIENTE - PROPOSTA"
                       " CONTINUA PENDENTE"
                   MOVE SPACE TO WDECISAO
                   GO TO 5100-DESTRAVA
           END-REWRITE
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "QUALAP01",
               "ALTEROU", WCHAVE-AUD
           IF QC-REGRA-FONE
               MOVE "TELEFONE"  TO WDIF-CAMPO
               MOVE QC-ATUAL    TO WDIF-ANTES
               MOVE QC-PROPOSTA TO WDIF-DEPOIS
               PERFORM 5200-GRAVA-DIFERENCA
           ELSE
               MOVE "CIDADE"        TO WDIF-CAMPO
               MOVE QC-ATUAL-CIDADE TO WDIF-ANTES
               MOVE QC-PROP-CIDADE  TO WDIF-DEPOIS
               PERFORM 5200-GRAVA-DIFERENCA
               MOVE "ESTADO"        TO WDIF-CAMPO
               MOVE QC-ATUAL-ESTADO TO WDIF-ANTES
               MOVE QC-PROP-ESTADO  TO WDIF-DEPOIS
               PERFORM 5200-GRAVA-DIFERENCA
           END-IF
           PERFORM 5900-GRAVA-DECISAO
           ADD 1 TO QT-ACEITAS
           DISPLAY "CORRECAO GRAVADA NO CADASTRO DO CLIENTE"
           .
       5100-DESTRAVA.
           MOVE "D" TO WLCK-ACAO
           CALL "TRAVA-REGISTRO" USING WLCK-ACAO, WLCK-ARQUIVO,
               WLCK-CHAVE, WOPERADOR, WLCK-RESULT, WLCK-DETENTOR
           MOVE SPACES TO WLCK-CHAVE
           .
       5100-EXIT.
           EXIT.
       5200-GRAVA-DIFERENCA.
           IF WDIF-ANTES NOT = WDIF-DEPOIS
               CALL "GRAVA-AUDDETALHE" USING WOPERADOR,
                   "QUALAP01", WCHAVE-AUD, WDIF-CAMPO,
                   WDIF-ANTES, WDIF-DEPOIS
           END-IF
           .
       5900-GRAVA-DECISAO.
           MOVE WDECISAO      TO QC-STATUS
           MOVE WOPERADOR     TO QC-OPER-DECISAO
           MOVE WDATA-SISTEMA TO QC-DATA-DECISAO
           REWRITE REGISTRO-QUALCLI
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO " QC-CHAVE
           END-REWRITE
           .
       9999-ENCERRA.
           CLOSE QUALCLI CLIENTES
           DISPLAY "PROPOSTAS ACEITAS: " QT-ACEITAS
               "  REJEITADAS: " QT-REJEITADAS
           STOP RUN
           .
       END PROGRAM QUALAP01.
