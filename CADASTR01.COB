           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT CEPTAB ASSIGN TO "CEP.DAT"
       FILE                                SECTION.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
                   02 SITUACAO    PIC X VALUE "A".
                       88 CLIENTE-ATIVO   VALUE "A" "a".
                       88 CLIENTE-INATIVO VALUE "I" "i".
                       88 CLIENTE-PRE-CADASTRO VALUE "P" "p".
                   02 GENERO      PIC X.
                       88 CLIENTE-MASCULINO VALUE "M" "m".
                       88 CLIENTE-FEMININO  VALUE "F" "f".
                   02 LIMITE-CREDITO PIC 9(8)V99.
      *            CLIENTE MESCLADO APONTA O CODIGO SOBREVIVENTE
                   02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
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

      *    TABELA DE CEP - AUTO-PREENCHIMENTO DE ENDERECO/BAIRRO/
      *    CIDADE/ESTADO A PARTIR DO CEP DIGITADO.
           02 CT-ESTADO   PIC AA.

       01  REG-CLIENTE.
           02 WCODIGO PIC 999999 VALUES ZERO.
           02 WNOME   PIC X(50) VALUES SPACES.
           02 WCPF    PIC 9(11) VALUE ZERO.
           02 WDATA-NAS.
           02 WSITUACAO PIC X VALUE "A".
           02 WGENERO PIC X VALUE SPACES.
           02 WLIMITE-CREDITO PIC 9(8)V99 VALUE ZERO.
           02 WCLIENTE-DESTINO PIC 9(06) VALUE ZERO.
           02 WCLIENTE-LISTA   PIC 9(02) VALUE ZERO.
      *    OPT-OUT DE CONTATO (PREFCON1) - PRESERVADO NA REGRAVACAO
           02 WCLIENTE-CONTATO.
               03 WOPT-MKT  PIC X VALUE SPACE.
               03 WOPT-COB  PIC X VALUE SPACE.
               03 WOPT-INST PIC X VALUE SPACE.
      *    PESSOA FISICA OU JURIDICA - CNPJ/IE/FANTASIA SO PARA "J"
           02 WCLIENTE-TIPO     PIC X VALUE "F".
               88 WCLIENTE-PJ   VALUE "J".
           02 WCLIENTE-CNPJ     PIC 9(14) VALUE ZERO.
           02 WCLIENTE-IE       PIC X(15) VALUE SPACES.
           02 WCLIENTE-FANTASIA PIC X(50) VALUE SPACES.
      *    CLASSE ABC (ABCCLS01) - PRESERVADA NA REGRAVACAO
           02 WCLIENTE-CLASSE-ABC PIC X VALUE SPACE.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WDIF-CAMPO  PIC X(15) VALUE SPACES.
       77  WDIF-ANTES  PIC X(30) VALUE SPACES.
       77  WDIF-DEPOIS PIC X(30) VALUE SPACES.
      *    DUPLA APROVACAO DO LIMITE DE CREDITO (SOLICITA-APROVACAO):
      *    O LIMITE NOVO SO ENTRA DEPOIS DE APROVADO EM APROVA01
       77  WAPR-RESULTADO PIC X     VALUE SPACE.
       77  WAPR-NUMERO    PIC 9(06) VALUE ZERO.
       77  WAPR-CHAVE     PIC X(20) VALUE SPACES.
       77  WAPR-ANTES     PIC X(30) VALUE SPACES.
       77  WAPR-DEPOIS    PIC X(30) VALUE SPACES.
       77  WAPR-LIMITE    PIC 9(8)V99 VALUE ZERO.
       77  WED-LIMITE     PIC Z(7)9.99.
       01  REG-CLIENTE-ANTES PIC X(415) VALUE SPACES.
       01  FILLER REDEFINES REG-CLIENTE-ANTES.
           02 ANT-CODIGO   PIC 999999.
           02 ANT-NOME     PIC X(50).
           02 ANT-CPF      PIC 9(11).
           02 ANT-DATA-NAS PIC 9(08).
           02 ANT-SITUACAO PIC X.
           02 ANT-GENERO   PIC X.
           02 ANT-LIMITE   PIC 9(8)V99.
           02 ANT-DESTINO  PIC 9(06).
           02 ANT-LISTA    PIC 9(02).
           02 ANT-CONTATO  PIC X(03).
           02 ANT-TIPO     PIC X.
           02 ANT-CNPJ     PIC 9(14).
           02 ANT-IE       PIC X(15).
           02 ANT-FANTASIA PIC X(50).
           02 ANT-CLASSE-ABC PIC X.
       77  WENTIDADE  PIC X(10) VALUE "CLIENTE".
       77  WSUGESTAO  PIC 9(06) VALUE ZERO.
      *    VALIDACAO DE CPF (CALL CPFVALID) E UNICIDADE EM CLIENTES.DAT
       77  WCPF-VALIDO  PIC X VALUE "N".
           88 CPF-VALIDO VALUE "S".
       77  WCPF-D2      PIC 9 VALUE ZERO.
       77  WCPF-DUPLICADO PIC X VALUE "N".
           88 CPF-DUPLICADO VALUE "S".
      *    VALIDACAO DE CNPJ (CALL CNPJVALID) E UNICIDADE NO CLIENTES
       77  WCNPJ-VALIDO  PIC X VALUE "N".
           88 CNPJ-VALIDO VALUE "S".
       77  WCNPJ-D1      PIC 9 VALUE ZERO.
       77  WCNPJ-D2      PIC 9 VALUE ZERO.
       77  WCNPJ-DUPLICADO PIC X VALUE "N".
           88 CNPJ-DUPLICADO VALUE "S".
      *    VALIDACAO DA DATA DE NASCIMENTO
       01  TAB-DIAS-MES.
           02 DIM-MES PIC 9(02) OCCURS 12 TIMES.
       77  CW-USER-IO   PIC X VALUE SPACES.
       77  CW-ORDEM     PIC 9 VALUE 1.
       01  CW-LEFT-ITEM.
           02 CW-LIST-CODIGO PIC 9(006).
           02 FILLER         PIC X(074).
       01  CW-RIGHT-ITEM.
           02 CW-LIST-DESCRICAO PIC X(050).
           02 FILLER            PIC X(055).
       77  CW-EDIT      PIC 9(003) VALUE ZERO.
       77  CW-OPTION    PIC X(076) VALUE SPACES.
       77  CW-ARQUIVO   PIC X(255) VALUE "CLIENTES.DAT".
       77  CW-REGLEN    PIC 9(003) VALUE 415.
       77  CW-QTDE      PIC 9(002) VALUE ZERO.

      *================================================================*
                           END-EVALUATE
                           END-IF
                           PERFORM DESTRAVA-REGISTRO-ATUAL
                           IF WCLIENTE-PJ AND
                              WMODO NOT = "E" AND WMODO NOT = "e"
                               PERFORM MANTEM-CONTATOS
                           END-IF
                           IF WMODO NOT = "E" AND WMODO NOT = "e"
                               PERFORM MANTEM-ENDERECOS
                           END-IF
                           PERFORM LIMPA-CAMPOS
                           GO TO INICIO
                       ELSE
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR" AT 0505
               ACCEPT WMODO                          AT 0540
               DISPLAY "CODIGO                     " AT 0605
               DISPLAY "TIPO [.] F-FISICA J-JURIDICA" AT 0635
               DISPLAY "NOME                       " AT 0705
               DISPLAY "DATA NASCIMENTO            " AT 0805
               DISPLAY "ENDERECO                   " AT 0905
               DISPLAY "BAIRRO                     " AT 1305
               DISPLAY "CIDADE                     " AT 1405
               DISPLAY "C.E.P                      " AT 1505
               DISPLAY "I.E." AT 1535
               DISPLAY "ESTADO                     " AT 1605
               DISPLAY "EMAIL                      " AT 1705
               DISPLAY "GENERO       M-MASCULINO F-FEMININO" AT 1805
               DISPLAY "FAIXA ETARIA               " AT 2005
               DISPLAY "CPF                        " AT 2105
               DISPLAY "CNPJ" AT 2140
               DISPLAY "LIMITE DE CREDITO          " AT 2205
               DISPLAY "LISTA PRECO [..]" AT 2245
               DISPLAY "NOME FANTASIA              " AT 2305
               IF WMODO NOT = "A" AND WMODO NOT = "a" AND
                  WMODO NOT = "E" AND WMODO NOT = "e"
                   CALL "PROXIMO-NUMERO" USING WENTIDADE, WSUGESTAO
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WNOME         AT 0725
               ACCEPT WCLIENTE-TIPO AT 0641
               IF WCLIENTE-TIPO = "J" OR WCLIENTE-TIPO = "j"
                   MOVE "J" TO WCLIENTE-TIPO
                   GO TO TELA-JURIDICA
               END-IF
               MOVE "F" TO WCLIENTE-TIPO
               MOVE ZERO TO WCLIENTE-CNPJ
               MOVE SPACES TO WCLIENTE-IE WCLIENTE-FANTASIA
               ACCEPT WCPF          AT 2125
               PERFORM VALIDA-CPF-CLIENTE THRU VALIDA-CPF-CLIENTE-EXIT
               IF CPF-DUPLICADO
                   GO TO TELA-EXIT
               END-IF
               PERFORM CALCULA-FAIXA-ETARIA
               GO TO TELA-ENDERECO
               .
      *    PESSOA JURIDICA: CNPJ NO LUGAR DO CPF, SEM NASCIMENTO/GENERO
           TELA-JURIDICA.
               MOVE ZERO TO WCPF
               MOVE ZERO TO WDATA-NAS
               MOVE SPACE TO WGENERO
               ACCEPT WCLIENTE-CNPJ AT 2145
               PERFORM VALIDA-CNPJ-CLIENTE THRU VALIDA-CNPJ-CLIENTE-EXIT
               IF CNPJ-DUPLICADO
                   DISPLAY "CNPJ JA CADASTRADO PARA OUTRO CLIENTE"
                       AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               IF NOT CNPJ-VALIDO
                   DISPLAY "CNPJ INVALIDO - DIGITO VERIFICADOR"
                       AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               ACCEPT WCLIENTE-IE       AT 1540
               IF WCLIENTE-IE = SPACES
                   MOVE "ISENTO" TO WCLIENTE-IE
                   DISPLAY WCLIENTE-IE AT 1540
               END-IF
               ACCEPT WCLIENTE-FANTASIA AT 2325
               .
           TELA-ENDERECO.
               ACCEPT WTELEFONE     AT 1025
               ACCEPT WNUMERO       AT 1125
               ACCEPT WCOMPLEMENTO  AT 1225
                   ACCEPT WESTADO       AT 1625
               END-IF
               ACCEPT WEMAIL        AT 1725
               IF NOT WCLIENTE-PJ
                   ACCEPT WGENERO       AT 1845
               END-IF
               ACCEPT WLIMITE-CREDITO AT 2225
               ACCEPT WCLIENTE-LISTA AT 2258
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               MOVE "N" TO WCPF-DUPLICADO
               CALL "CPFVALID" USING WCPF, WCPF-D1, WCPF-D2,
                   WCPF-VALIDO
      *        LEITURA PELA CHAVE ALTERNATIVA CPF - SO OS REGISTROS
      *        COM O MESMO CPF SAO PERCORRIDOS
               IF CPF-VALIDO
                   MOVE WCPF TO CPF
                   START CLIENTES KEY IS EQUAL TO CPF
                       INVALID KEY
                           GO TO VALIDA-CPF-CLIENTE-EXIT
                   END-START
                   PERFORM VERIFICA-CPF-PROXIMO
                   PERFORM UNTIL FS-CLIENTES NOT = "00" OR
                                 CPF NOT = WCPF
                       IF CODIGO NOT = WCODIGO
                           MOVE "S" TO WCPF-DUPLICADO
                           GO TO VALIDA-CPF-CLIENTE-EXIT
                       END-IF
               .
           VALIDA-CPF-CLIENTE-EXIT.
               EXIT.
           VALIDA-CNPJ-CLIENTE.
               MOVE "N" TO WCNPJ-DUPLICADO
               CALL "CNPJVALID" USING WCLIENTE-CNPJ, WCNPJ-D1, WCNPJ-D2,
                   WCNPJ-VALIDO
      *        LEITURA PELA CHAVE ALTERNATIVA CLIENTE-CNPJ
               IF CNPJ-VALIDO
                   MOVE WCLIENTE-CNPJ TO CLIENTE-CNPJ
                   START CLIENTES KEY IS EQUAL TO CLIENTE-CNPJ
                       INVALID KEY
                           GO TO VALIDA-CNPJ-CLIENTE-EXIT
                   END-START
                   PERFORM VERIFICA-CPF-PROXIMO
                   PERFORM UNTIL FS-CLIENTES NOT = "00" OR
                                 CLIENTE-CNPJ NOT = WCLIENTE-CNPJ
                       IF CODIGO NOT = WCODIGO
                           MOVE "S" TO WCNPJ-DUPLICADO
                           GO TO VALIDA-CNPJ-CLIENTE-EXIT
                       END-IF
                       PERFORM VERIFICA-CPF-PROXIMO
                   END-PERFORM
               END-IF
               .
           VALIDA-CNPJ-CLIENTE-EXIT.
               EXIT.
           VERIFICA-CPF-PROXIMO.
               READ CLIENTES NEXT RECORD
                   AT END
               MOVE CLIENTE-DESTINO TO WCLIENTE-DESTINO
               MOVE CLIENTE-LISTA TO WCLIENTE-LISTA
               MOVE CLIENTE-CONTATO TO WCLIENTE-CONTATO
               IF CLIENTE-PJ
                   MOVE "J" TO WCLIENTE-TIPO
               ELSE
                   MOVE "F" TO WCLIENTE-TIPO
               END-IF
               MOVE CLIENTE-CNPJ     TO WCLIENTE-CNPJ
               MOVE CLIENTE-IE       TO WCLIENTE-IE
               MOVE CLIENTE-FANTASIA TO WCLIENTE-FANTASIA
               MOVE CLIENTE-CLASSE-ABC TO WCLIENTE-CLASSE-ABC
               MOVE REGISTRO-CLIENTES TO REG-CLIENTE-ANTES
               PERFORM CALCULA-FAIXA-ETARIA
               DISPLAY WNOME        AT 0725
               DISPLAY WGENERO      AT 1845
               DISPLAY WLIMITE-CREDITO AT 2225
               DISPLAY WCLIENTE-LISTA AT 2258
               DISPLAY WCLIENTE-TIPO AT 0641
               IF WCLIENTE-PJ
                   DISPLAY WCLIENTE-CNPJ     AT 2145
                   DISPLAY WCLIENTE-IE       AT 1540
                   DISPLAY WCLIENTE-FANTASIA AT 2325
               END-IF
               IF CLIENTE-PRE-CADASTRO
                   DISPLAY "PRE-CADASTRO - ALTERE PARA ATIVAR"
                       AT 0505
               END-IF
      *        A TRAVA VEM DEPOIS DA EXIBICAO: REGISTRO EM USO FICA
      *        NA TELA PARA CONSULTA, SO A ATUALIZACAO E BARRADA
               MOVE WCODIGO TO WLCK-CHAVE
                   MOVE 1 TO CW-ORDEM
               END-IF
               MOVE "CLIENTES.DAT" TO CW-ARQUIVO
               MOVE 415 TO CW-REGLEN
               MOVE "O" TO CW-USER-IO
               CALL "CWCAD3" USING CW-USER-IO, CW-ORDEM, CW-LEFT-ITEM,
                   CW-RIGHT-ITEM, CW-ALTURA, CW-AREA, CW-EDIT,
           LIMPA-CAMPOS.
               MOVE  SPACES TO REG-CLIENTE.
               MOVE "A" TO WSITUACAO.
               MOVE "F" TO WCLIENTE-TIPO.
               MOVE ZERO TO WCLIENTE-CNPJ.
               GRAVA-DADOS.
               MOVE "A" TO WSITUACAO
               MOVE "S" TO WAPR-RESULTADO
               MOVE REG-CLIENTE TO REGISTRO-CLIENTES
               MOVE WCODIGO TO CODIGO
      *        CLIENTE NOVO NASCE SEM LIMITE ATE A APROVACAO
               MOVE ZERO TO LIMITE-CREDITO
               WRITE REGISTRO-CLIENTES
                   INVALID KEY
                       DISPLAY "CODIGO JA CADASTRADO" AT 1905
                       MOVE WCODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "CADASTR01", "GRAVOU", WCHAVE-AUD
                       IF WLIMITE-CREDITO NOT = ZERO
                           MOVE ZERO TO WAPR-LIMITE
                           PERFORM SOLICITA-LIMITE
                           MOVE WLIMITE-CREDITO TO LIMITE-CREDITO
                           REWRITE REGISTRO-CLIENTES
                           PERFORM AVISA-LIMITE-PENDENTE
                       END-IF
               END-WRITE
               .
           ALTERA-DADOS.
               MOVE "S" TO WAPR-RESULTADO
      *        PRE-CADASTRO (PEDIDO IMPORTADO) CONFERIDO PELO OPERADOR
      *        PASSA A ATIVO; O LIMITE CONTINUA PELA APROVACAO
               IF WSITUACAO = "P" OR WSITUACAO = "p"
                   MOVE "A" TO WSITUACAO
               END-IF
               IF WLIMITE-CREDITO NOT = ANT-LIMITE
                   MOVE ANT-LIMITE TO WAPR-LIMITE
                   PERFORM SOLICITA-LIMITE
               END-IF
               MOVE REG-CLIENTE TO REGISTRO-CLIENTES
               MOVE WCODIGO TO CODIGO
               REWRITE REGISTRO-CLIENTES
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "CADASTR01", "ALTEROU", WCHAVE-AUD
                       PERFORM GRAVA-DIFERENCAS
                       PERFORM AVISA-LIMITE-PENDENTE
               END-REWRITE
               .
      *----------------------------------------------------------------*
      *    LIMITE DE CREDITO ALTERADO: PEDE A APROVACAO DE UM
      *    SEGUNDO OPERADOR. ENQUANTO NAO APROVADO O CLIENTE FICA
      *    COM O LIMITE ANTERIOR (WAPR-LIMITE) E O RESTO DA
      *    ALTERACAO E GRAVADO NORMALMENTE.
      *----------------------------------------------------------------*
           SOLICITA-LIMITE.
               MOVE WCODIGO TO WAPR-CHAVE
               MOVE WAPR-LIMITE TO WED-LIMITE
               MOVE WED-LIMITE TO WAPR-ANTES
               MOVE WLIMITE-CREDITO TO WED-LIMITE
               MOVE WED-LIMITE TO WAPR-DEPOIS
               CALL "SOLICITA-APROVACAO" USING WOPERADOR,
                   "CADASTR01   ", "LIMITE    ", WAPR-CHAVE, WAPR-ANTES,
                   WAPR-DEPOIS, WAPR-RESULTADO, WAPR-NUMERO
               IF WAPR-RESULTADO NOT = "S"
                   MOVE WAPR-LIMITE TO WLIMITE-CREDITO
               END-IF
               .
           AVISA-LIMITE-PENDENTE.
               IF WAPR-RESULTADO NOT = "S"
                   DISPLAY "LIMITE AGUARDA APROVACAO - SOLICITACAO"
                       AT 2105
                   DISPLAY WAPR-NUMERO AT 2144
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2205
                   ACCEPT OPCAO AT 2235
               END-IF
               .
           GRAVA-DIFERENCAS.
               MOVE "NOME" TO WDIF-CAMPO
               MOVE ANT-NOME TO WDIF-ANTES
               MOVE ANT-EMAIL TO WDIF-ANTES
               MOVE WEMAIL TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "SITUACAO" TO WDIF-CAMPO
               MOVE ANT-SITUACAO TO WDIF-ANTES
               MOVE WSITUACAO TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "LIMITE CREDITO" TO WDIF-CAMPO
               MOVE ANT-LIMITE TO WDIF-ANTES
               MOVE WLIMITE-CREDITO TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "TIPO PESSOA" TO WDIF-CAMPO
               MOVE ANT-TIPO TO WDIF-ANTES
               MOVE WCLIENTE-TIPO TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "CNPJ" TO WDIF-CAMPO
               MOVE ANT-CNPJ TO WDIF-ANTES
               MOVE WCLIENTE-CNPJ TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "INSCR ESTADUAL" TO WDIF-CAMPO
               MOVE ANT-IE TO WDIF-ANTES
               MOVE WCLIENTE-IE TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "NOME FANTASIA" TO WDIF-CAMPO
               MOVE ANT-FANTASIA TO WDIF-ANTES
               MOVE WCLIENTE-FANTASIA TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               .
      *----------------------------------------------------------------*
      *    IMAGEM ANTES/DEPOIS DE UM CAMPO ALTERADO (AUDDET.DAT)
               END-IF
               .

      *----------------------------------------------------------------*
      *    CONTATOS NOMEADOS DA EMPRESA (CLICONT.DAT)
      *----------------------------------------------------------------*
           MANTEM-CONTATOS.
               DISPLAY "CONTATOS DA EMPRESA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1931
               IF OPCAO = "S" OR OPCAO = "s"
                   CALL "CADASTRO-CONTATO" USING WCODIGO, WOPERADOR
               END-IF
               .
           MANTEM-ENDERECOS.
               DISPLAY "ENDERECOS DE ENTREGA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1932
               IF OPCAO = "S" OR OPCAO = "s"
                   CALL "CADASTRO-ENDERECO-ENTREGA" USING WCODIGO,
                       WOPERADOR
               END-IF
               .

           TRAVA-REGISTRO-ATUAL.
               MOVE "T" TO WLCK-ACAO
               CALL "TRAVA-REGISTRO" USING WLCK-ACAO, WLCK-ARQUIVO,
