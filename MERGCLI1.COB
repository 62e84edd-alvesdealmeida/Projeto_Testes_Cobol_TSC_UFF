      *     COMPLETA NO SOBREVIVENTE OS CAMPOS QUE ESTIVEREM VAZIOS
      *     (EMAIL E TELEFONE), MARCA O DUPLICADO COMO INATIVO COM O
      *     PONTEIRO CLIENTE-DESTINO PARA O SOBREVIVENTE E REGISTRA
      *     TODA A OPERACAO EM AUDITORIA. A MESCLA SO RODA DEPOIS DE
      *     APROVADA POR OUTRO OPERADOR (APROVA01).
      *
      ******************************************************************

           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
       FILE                                SECTION.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               88 CLIENTE-INATIVO VALUE "I" "i".
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
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

       FD  ORCAMENTOS.
       01  REGISTRO-ORCAMENTO.
           02 ORC-CODIGO       PIC 9(06).
           02 ORC-CLIENTE      PIC 9(06).
           02 ORC-VENDEDOR     PIC 9(04).
           02 ORC-DATA         PIC 9(08).
           02 ORC-VALIDADE     PIC 9(08).
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
       77  OPCAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WSOBREVIVENTE  PIC 9(06) VALUE ZERO.
       77  WDUPLICADO     PIC 9(06) VALUE ZERO.
       77  WEMAIL-DUP     PIC X(50) VALUE SPACES.
       77  WFONE-DUP      PIC X(30) VALUE SPACES.
       77  QT-PEDIDOS     PIC 9(05) VALUE ZEROS.
       77  QT-ORCAMENTOS  PIC 9(05) VALUE ZEROS.
       77  QT-PARCELAS    PIC 9(05) VALUE ZEROS.
      *    A MESCLA PASSA PELA DUPLA APROVACAO (SOLICITA-APROVACAO)
       77  WAPR-RESULTADO PIC X     VALUE SPACE.
       77  WAPR-NUMERO    PIC 9(06) VALUE ZERO.
       77  WAPR-ANTES     PIC X(30) VALUE SPACES.
       77  WAPR-DEPOIS    PIC X(30) VALUE SPACES.

      *================================================================*
       LINKAGE                             SECTION.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                       IF OPCAO = "S" OR "s" THEN
                           PERFORM SOLICITA-APROVACAO-MESCLA
                           IF WAPR-RESULTADO = "S"
                               PERFORM EXECUTA-MESCLA
                           ELSE
                               DISPLAY "MESCLA AGUARDA APROVACAO -"
                                   " SOLICITACAO" AT 0905
                               DISPLAY WAPR-NUMERO AT 0944
                           END-IF
                           DISPLAY "TECLE ENTER PARA CONTINUAR"
                               AT 2205
                           ACCEPT OPCAO AT 2235
               DISPLAY "CODIGO SOBREVIVENTE        " AT 0605
               DISPLAY "CODIGO DUPLICADO           " AT 0705
               ACCEPT WSOBREVIVENTE                  AT 0635
               IF WSOBREVIVENTE = 999999 THEN
                   CLOSE CLIENTES PEDIDOS ORCAMENTOS CONTASREC
                   EXIT PROGRAM
               END-IF
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    A MESCLA SO RODA APROVADA POR OUTRO OPERADOR; A PRIMEIRA
      *    CONFIRMACAO GERA A SOLICITACAO E, APROVADA, A MESMA MESCLA
      *    CONFIRMADA DE NOVO E EXECUTADA.
      *----------------------------------------------------------------*
           SOLICITA-APROVACAO-MESCLA.
               MOVE SPACES TO WCHAVE-AUD WAPR-ANTES WAPR-DEPOIS
               STRING WDUPLICADO ">" WSOBREVIVENTE
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               MOVE WDUPLICADO TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE NOME TO WAPR-ANTES
               STRING "MESCLADO EM " WSOBREVIVENTE
                   DELIMITED BY SIZE INTO WAPR-DEPOIS
               CALL "SOLICITA-APROVACAO" USING WOPERADOR,
                   "MERGCLI1    ", "MESCLA    ", WCHAVE-AUD, WAPR-ANTES,
                   WAPR-DEPOIS, WAPR-RESULTADO, WAPR-NUMERO
               .
           EXECUTA-MESCLA.
               PERFORM REAPONTA-PEDIDOS
               PERFORM REAPONTA-ORCAMENTOS
