      ******************************************************************
      *
      *     RELTIT01 - RELATORIO DO TITULAR DE DADOS PESSOAIS
      *     REUNE TUDO O QUE O SISTEMA GUARDA SOBRE UMA PESSOA, PARA
      *     ATENDER O PEDIDO DO TITULAR: CADASTRO DE CLIENTES (PELO
      *     CPF), ENDERECOS DE ENTREGA, CONTATOS, CREDITO A
      *     DEVOLVER, PEDIDOS, CONTAS A RECEBER, ESTUDANTES EM QUE A
      *     PESSOA E O ALUNO OU O RESPONSAVEL, FUNCIONARIOS, CAIXA
      *     DE SAIDA DE EMAILS E TRILHA DE AUDITORIA (COM AS
      *     IMAGENS ANTES/DEPOIS DO CADASTRO DE CLIENTES).
      *     ESTUDANTES E FUNCIONARIOS NAO TEM CPF: SAO LOCALIZADOS
      *     PELO NOME E PELO EMAIL DO TITULAR (OS DO CADASTRO DE
      *     CLIENTES OU, SEM CLIENTE, OS INFORMADOS NA TELA).
      *     IMPRESSO PELO PIPELINE GRAVA-SPOOL / VISREL.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELTIT01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ENDENTR ASSIGN TO "ENDENTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EE-CHAVE
           FILE STATUS IS FS-ENDENTR.

           SELECT CLICONT ASSIGN TO "CLICONT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTT-CHAVE
           FILE STATUS IS FS-CLICONT.

           SELECT CREDCLI ASSIGN TO "CREDCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CLIENTE
           FILE STATUS IS FS-CREDCLI.

           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PED-CODIGO
           FILE STATUS IS FS-PEDIDOS.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT ESTUDANTES ASSIGN TO "ESTUDANTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO-ALUNO
           ALTERNATE KEY IS NOME-ALUNO WITH DUPLICATES
           FILE STATUS IS FS-ESTUDANTES.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT NOTIFIC ASSIGN TO "NOTIFIC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTIFIC.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT AUDDET ASSIGN TO "AUDDET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDDET.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

       FD  CLICONT.
       01  REGISTRO-CONTATO.
           02 CTT-CHAVE.
               03 CTT-CLIENTE PIC 9(06).
               03 CTT-SEQ     PIC 9(02).
           02 CTT-NOME        PIC X(40).
           02 CTT-CARGO       PIC X(20).
           02 CTT-TELEFONE    PIC X(30).
           02 CTT-EMAIL       PIC X(50).

       FD  CREDCLI.
       01  REGISTRO-CREDCLI.
           02 CC-CLIENTE PIC 9(06).
           02 CC-SALDO   PIC 9(8)V99.

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
               88 PED-CANCELADO VALUE "C".
           02 PED-DATA-FATUR   PIC 9(08).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

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

       FD  ESTUDANTES.
       01  REGISTRO-ESTUDANTES.
           02 CODIGO-ALUNO PIC 9999.
           02 NOME-ALUNO   PIC X(50).
           02 NOTA1 PIC 9999.
           02 NOTA2 PIC 9999.
           02 NOTA3 PIC 9999.
           02 NOTA4 PIC 9999.
           02 MEDIA PIC 9(04)V99.
           02 SITUACAO-ALUNO PIC X(09).
           02 ATIVO PIC X.
           02 ANO-LETIVO PIC 9(04).
           02 TURMA      PIC X(10).
           02 RESP-NOME  PIC X(50).
           02 RESP-FONE  PIC X(30).
           02 RESP-EMAIL PIC X(50).

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  NOTIFIC.
       01  REGISTRO-NOTIFIC.
           02 NOT-ID         PIC 9(04).
           02 FILLER         PIC X.
           02 NOT-DATA       PIC 9(08).
           02 FILLER         PIC X.
           02 NOT-HORA       PIC 9(06).
           02 FILLER         PIC X.
           02 NOT-STATUS     PIC X(08).
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

       FD  AUDITORIA.
       01  LINHA-AUDITORIA.
           02 AUD-DATA      PIC 9(8).
           02 FILLER        PIC X.
           02 AUD-HORA      PIC 9(6).
           02 FILLER        PIC X.
           02 AUD-OPERADOR  PIC X(10).
           02 FILLER        PIC X.
           02 AUD-PROGRAMA  PIC X(12).
           02 FILLER        PIC X.
           02 AUD-ACAO      PIC X(10).
           02 FILLER        PIC X.
           02 AUD-CHAVE     PIC X(20).

       FD  AUDDET.
       01  LINHA-AUDDET.
           02 AD-DATA      PIC 9(8).
           02 FILLER       PIC X.
           02 AD-HORA      PIC 9(6).
           02 FILLER       PIC X.
           02 AD-OPERADOR  PIC X(10).
           02 FILLER       PIC X.
           02 AD-PROGRAMA  PIC X(12).
           02 FILLER       PIC X.
           02 AD-CHAVE     PIC X(20).
           02 FILLER       PIC X.
           02 AD-CAMPO     PIC X(15).
           02 FILLER       PIC X.
           02 AD-ANTES     PIC X(30).
           02 FILLER       PIC X.
           02 AD-DEPOIS    PIC X(30).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       01  SEQ-REG.
           02 WREL-LINHA PIC X(200).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTES-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-ENDENTR.
           02 FS-ENDENTR-1 PIC 9.
           02 FS-ENDENTR-2 PIC 9.
           02 FS-ENDENTR-R REDEFINES FS-ENDENTR-2 PIC 99 COMP-X.
       01  FS-CLICONT.
           02 FS-CLICONT-1 PIC 9.
           02 FS-CLICONT-2 PIC 9.
           02 FS-CLICONT-R REDEFINES FS-CLICONT-2 PIC 99 COMP-X.
       01  FS-CREDCLI.
           02 FS-CREDCLI-1 PIC 9.
           02 FS-CREDCLI-2 PIC 9.
           02 FS-CREDCLI-R REDEFINES FS-CREDCLI-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDOS-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-ESTUDANTES.
           02 FS-ESTUDANTES-1 PIC 9.
           02 FS-ESTUDANTES-2 PIC 9.
           02 FS-ESTUDANTES-R REDEFINES FS-ESTUDANTES-2 PIC 99
               COMP-X.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       77  FS-NOTIFIC    PIC XX VALUE SPACES.
       77  FS-AUDITORIA  PIC XX VALUE SPACES.
       77  FS-AUDDET     PIC XX VALUE SPACES.
       77  FS-SEQ        PIC XX VALUE SPACES.
       77  WSEQ-SIZE     PIC 9(06) VALUE ZEROS.

       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WCPF          PIC 9(11) VALUE ZERO.
       77  WNOME         PIC X(50) VALUE SPACES.
       77  WEMAIL        PIC X(50) VALUE SPACES.
       77  WDATA-HOJE    PIC 9(08) VALUE ZERO.
       77  WHA-CLIENTES  PIC X VALUE "N".
       77  WHA-ENDENTR   PIC X VALUE "N".
       77  WHA-CLICONT   PIC X VALUE "N".
       77  WHA-CREDCLI   PIC X VALUE "N".
       77  WACHOU        PIC X VALUE "N".
       77  WCONFERE      PIC X VALUE "N".
       77  WPAPEL        PIC X(12) VALUE SPACES.
       77  QT-SECAO      PIC 9(06) VALUE ZERO.
       77  QT-TOTAL      PIC 9(06) VALUE ZERO.
       77  WTITULO-SECAO PIC X(120) VALUE SPACES.

      *    CODIGOS DO TITULAR NOS CADASTROS, PARA CASAR PEDIDOS,
      *    TITULOS E A TRILHA DE AUDITORIA
       01  TAB-CODCLI.
           02 TCC-CODIGO OCCURS 20 TIMES PIC 9(06).
       77  QT-CODCLI     PIC 9(02) VALUE ZERO.
       77  IND-CLI       PIC 9(02) VALUE ZERO.
       01  TAB-PED.
           02 TP-PEDIDO OCCURS 500 TIMES PIC 9(06).
       77  QT-PED        PIC 9(04) VALUE ZERO.
       77  IND-PED       PIC 9(04) VALUE ZERO.
       01  TAB-ALU.
           02 TA-CODIGO OCCURS 50 TIMES PIC 9(04).
       77  QT-ALU        PIC 9(02) VALUE ZERO.
       77  IND-ALU       PIC 9(02) VALUE ZERO.
       01  TAB-FUN.
           02 TF-CODIGO OCCURS 20 TIMES PIC 9(04).
       77  QT-FUN        PIC 9(02) VALUE ZERO.
       77  IND-FUN       PIC 9(02) VALUE ZERO.
       77  WCOD-6        PIC 9(06) VALUE ZERO.
       77  WCOD-4        PIC 9(04) VALUE ZERO.

       01  WED-DATA.
           02 WED-DIA PIC 99.
           02 FILLER  PIC X VALUE "/".
           02 WED-MES PIC 99.
           02 FILLER  PIC X VALUE "/".
           02 WED-ANO PIC 9999.
       01  WED-DATA-2.
           02 WED2-DIA PIC 99.
           02 FILLER   PIC X VALUE "/".
           02 WED2-MES PIC 99.
           02 FILLER   PIC X VALUE "/".
           02 WED2-ANO PIC 9999.
       01  WED-CPF.
           02 WED-CPF-1 PIC 999.
           02 FILLER    PIC X VALUE ".".
           02 WED-CPF-2 PIC 999.
           02 FILLER    PIC X VALUE ".".
           02 WED-CPF-3 PIC 999.
           02 FILLER    PIC X VALUE "-".
           02 WED-CPF-4 PIC 99.
       77  WED-VALOR     PIC Z(8)9.99.
       77  WED-VALOR-2   PIC Z(8)9.99.
       01  WED-HORA.
           02 WED-HH  PIC 99.
           02 FILLER  PIC X VALUE ":".
           02 WED-MM  PIC 99.
           02 FILLER  PIC X VALUE ":".
           02 WED-SS  PIC 99.
       77  WDATA-AUX     PIC 9(08) VALUE ZERO.

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "RELTIT01".
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.

      *    MONTAGEM DA LINHA "T" DO VISREL
       77  WREL-TEXTO   PIC X(120) VALUE SPACES.
       01  WREL-T.
           02 FILLER    PIC X(26) VALUE SPACES.
           02 WREL-T-B  PIC X(120) VALUE SPACES.
       77  FUNCAO-35    PIC X COMP-X VALUE 35.
       77  CODERRO-2    PIC X COMP-X VALUE 0.
       01  COMANDO      PIC X(250) VALUE SPACES.
       01  COMMAND-LIN.
           02 COMMAND-LIN-LEN PIC X COMP-X VALUE 0.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF WCPF NOT = ZERO OR WNOME NOT = SPACES OR
              WEMAIL NOT = SPACES
               PERFORM 2000-EMITE-RELATORIO
           END-IF
           PERFORM 9999-ENCERRA
           .
      *================================================================*
      *    IDENTIFICACAO DO TITULAR: CPF NO CADASTRO DE CLIENTES;
      *    SEM CLIENTE, NOME E EMAIL DIGITADOS
      *================================================================*
       1000-INICIALIZA.
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "RELATORIO DO TITULAR DE DADOS PESSOAIS"
           DISPLAY "OPERADOR:"
           ACCEPT WOPERADOR
           DISPLAY "CPF DO TITULAR (ZERO = SEM CPF):"
           ACCEPT WCPF
           OPEN INPUT CLIENTES
           IF FS-CLIENTES = "00"
               MOVE "S" TO WHA-CLIENTES
           END-IF
           IF WCPF NOT = ZERO AND WHA-CLIENTES = "S"
               MOVE WCPF TO CPF
               START CLIENTES KEY IS EQUAL CPF
                   INVALID KEY
                       MOVE "10" TO FS-CLIENTES
                   NOT INVALID KEY
                       PERFORM 1110-LE-CLIENTE-CPF
               END-START
               PERFORM 1120-GUARDA-CLIENTE
                   UNTIL FS-CLIENTES NOT = "00" OR CPF NOT = WCPF
           END-IF
           IF QT-CODCLI > ZERO
               DISPLAY "CLIENTE(S) COM O CPF: " QT-CODCLI
               DISPLAY "NOME : " WNOME
               DISPLAY "EMAIL: " WEMAIL
               GO TO 1000-EXIT
           END-IF
           IF WCPF NOT = ZERO
               DISPLAY "CPF NAO CONSTA NO CADASTRO DE CLIENTES"
           END-IF
           DISPLAY "NOME DO TITULAR (BRANCO = NAO PESQUISA):"
           ACCEPT WNOME
           DISPLAY "EMAIL DO TITULAR (BRANCO = NAO PESQUISA):"
           ACCEPT WEMAIL
       1000-EXIT.
           EXIT.
       1110-LE-CLIENTE-CPF.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLIENTES
           END-READ
           .
       1120-GUARDA-CLIENTE.
           IF QT-CODCLI < 20
               ADD 1 TO QT-CODCLI
               MOVE CODIGO TO TCC-CODIGO (QT-CODCLI)
               IF WNOME = SPACES
                   MOVE NOME TO WNOME
               END-IF
               IF WEMAIL = SPACES
                   MOVE EMAIL TO WEMAIL
               END-IF
           END-IF
           PERFORM 1110-LE-CLIENTE-CPF
           .
      *================================================================*
      *    EMISSAO: UM BLOCO POR ARQUIVO, NA ORDEM DO CADASTRO PARA
      *    O MOVIMENTO E POR FIM A AUDITORIA
      *================================================================*
       2000-EMITE-RELATORIO.
           CALL "GRAVA-SPOOL" USING WSPOOL-REL, WOPERADOR,
               WNOME-SPOOL
           OPEN OUTPUT SEQ-ARQ
           MOVE SPACES TO WREL-LINHA
           MOVE "QJ 92" TO WREL-LINHA
           MOVE 5 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "F 101000Arial" TO WREL-LINHA
           MOVE 13 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE "Relatorio do titular de dados pessoais" TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WDATA-HOJE TO WDATA-AUX
           PERFORM 8100-EDITA-DATA
           MOVE SPACES TO WREL-TEXTO
           STRING "Emitido em " WED-DATA " por " WOPERADOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           IF WCPF NOT = ZERO
               MOVE WCPF (1:3)  TO WED-CPF-1
               MOVE WCPF (4:3)  TO WED-CPF-2
               MOVE WCPF (7:3)  TO WED-CPF-3
               MOVE WCPF (10:2) TO WED-CPF-4
               MOVE SPACES TO WREL-TEXTO
               STRING "CPF   " WED-CPF DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           MOVE SPACES TO WREL-TEXTO
           STRING "Nome  " WNOME DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Email " WEMAIL DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           PERFORM 3000-CLIENTES
           PERFORM 3500-PEDIDOS
           PERFORM 4000-ESTUDANTES
           PERFORM 4500-FUNCIONARIOS
           PERFORM 5000-CONTAS-RECEBER
           PERFORM 5500-NOTIFICACOES
           PERFORM 6000-AUDITORIA
           PERFORM 6500-IMAGENS-AUDITORIA
           MOVE " " TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Total de registros encontrados: " QT-TOTAL
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           CLOSE SEQ-ARQ
           PERFORM 7000-DISPARA-VISREL
           IF WCPF NOT = ZERO
               MOVE WCPF TO WCHAVE-AUD
           ELSE
               MOVE WNOME TO WCHAVE-AUD
           END-IF
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "RELTIT01",
               "RELTITULAR", WCHAVE-AUD
           DISPLAY "RELATORIO DO TITULAR EMITIDO - REGISTROS: "
               QT-TOTAL
           .
      *----------------------------------------------------------------*
      *    CADASTRO DE CLIENTES, ENDERECOS DE ENTREGA, CONTATOS E
      *    CREDITO A DEVOLVER
      *----------------------------------------------------------------*
       3000-CLIENTES.
           MOVE "Cadastro de clientes" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           OPEN INPUT ENDENTR
           IF FS-ENDENTR = "00"
               MOVE "S" TO WHA-ENDENTR
           END-IF
           OPEN INPUT CLICONT
           IF FS-CLICONT = "00"
               MOVE "S" TO WHA-CLICONT
           END-IF
           OPEN INPUT CREDCLI
           IF FS-CREDCLI = "00"
               MOVE "S" TO WHA-CREDCLI
           END-IF
           PERFORM 3100-IMPRIME-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > QT-CODCLI
           PERFORM 8300-FIM-SECAO
           IF WHA-ENDENTR = "S"
               CLOSE ENDENTR
           END-IF
           IF WHA-CLICONT = "S"
               CLOSE CLICONT
           END-IF
           IF WHA-CREDCLI = "S"
               CLOSE CREDCLI
           END-IF
           .
       3100-IMPRIME-CLIENTE.
           MOVE TCC-CODIGO (IND-CLI) TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME
           END-READ
           ADD 1 TO QT-SECAO
           MOVE SPACES TO WREL-TEXTO
           STRING "Cliente " CODIGO " - " NOME " Situacao " SITUACAO
               " Tipo " CLIENTE-TIPO DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE DIA-NAS TO WED-DIA
           MOVE MES-NAS TO WED-MES
           MOVE ANO-NAS TO WED-ANO
           MOVE SPACES TO WREL-TEXTO
           STRING "   Nascimento " WED-DATA "  Genero " GENERO
               "  Telefone " TELEFONE DELIMITED BY SIZE
               INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "   Endereco " ENDERECO " " NUMERO " " COMPLEMENTO
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "   " BAIRRO " " CIDADE " " ESTADO " CEP " CEP
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "   Email " EMAIL DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE LIMITE-CREDITO TO WED-VALOR
           MOVE SPACES TO WREL-TEXTO
           STRING "   Autoriza marketing " CLIENTE-OPT-MKT
               " cobranca " CLIENTE-OPT-COB " institucional "
               CLIENTE-OPT-INST "  Limite de credito " WED-VALOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           IF WHA-CREDCLI = "S"
               MOVE CODIGO TO CC-CLIENTE
               READ CREDCLI
                   NOT INVALID KEY
                       ADD 1 TO QT-SECAO
                       MOVE CC-SALDO TO WED-VALOR
                       MOVE SPACES TO WREL-TEXTO
                       STRING "   Credito a devolver " WED-VALOR
                           DELIMITED BY SIZE INTO WREL-TEXTO
                       PERFORM 8000-GRAVA-LINHA-T
               END-READ
           END-IF
           IF WHA-ENDENTR = "S"
               MOVE CODIGO TO EE-CLIENTE
               MOVE ZERO TO EE-SEQ
               START ENDENTR KEY IS NOT LESS THAN EE-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-ENDENTR
                   NOT INVALID KEY
                       PERFORM 3110-LE-ENDERECO
               END-START
               PERFORM 3120-IMPRIME-ENDERECO
                   UNTIL FS-ENDENTR NOT = "00"
                   OR EE-CLIENTE NOT = CODIGO
           END-IF
           IF WHA-CLICONT = "S"
               MOVE CODIGO TO CTT-CLIENTE
               MOVE ZERO TO CTT-SEQ
               START CLICONT KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CLICONT
                   NOT INVALID KEY
                       PERFORM 3130-LE-CONTATO
               END-START
               PERFORM 3140-IMPRIME-CONTATO
                   UNTIL FS-CLICONT NOT = "00"
                   OR CTT-CLIENTE NOT = CODIGO
           END-IF
           .
       3110-LE-ENDERECO.
           READ ENDENTR NEXT RECORD
               AT END
                   MOVE "10" TO FS-ENDENTR
           END-READ
           .
       3120-IMPRIME-ENDERECO.
           ADD 1 TO QT-SECAO
           MOVE SPACES TO WREL-TEXTO
           STRING "   Entrega " EE-SEQ " " EE-DESCRICAO " "
               EE-ENDERECO " " EE-NUMERO DELIMITED BY SIZE
               INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "      " EE-COMPLEMENTO " " EE-BAIRRO " "
               EE-CIDADE " " EE-ESTADO " CEP " EE-CEP
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           PERFORM 3110-LE-ENDERECO
           .
       3130-LE-CONTATO.
           READ CLICONT NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLICONT
           END-READ
           .
       3140-IMPRIME-CONTATO.
           ADD 1 TO QT-SECAO
           MOVE SPACES TO WREL-TEXTO
           STRING "   Contato " CTT-SEQ " " CTT-NOME " " CTT-CARGO
               " " CTT-TELEFONE DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "      Email " CTT-EMAIL DELIMITED BY SIZE
               INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           PERFORM 3130-LE-CONTATO
           .
      *----------------------------------------------------------------*
      *    PEDIDOS DOS CODIGOS DE CLIENTE DO TITULAR
      *----------------------------------------------------------------*
       3500-PEDIDOS.
           MOVE "Pedidos" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           IF QT-CODCLI > ZERO
               OPEN INPUT PEDIDOS
               IF FS-PEDIDOS = "00"
                   PERFORM 3510-LE-PEDIDO
                   PERFORM 3520-TRATA-PEDIDO
                       UNTIL FS-PEDIDOS NOT = "00"
                   CLOSE PEDIDOS
               END-IF
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       3510-LE-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
       3520-TRATA-PEDIDO.
           MOVE PED-CLIENTE TO WCOD-6
           PERFORM 8410-ACHA-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > QT-CODCLI
               OR TCC-CODIGO (IND-CLI) = WCOD-6
           IF IND-CLI NOT > QT-CODCLI
               ADD 1 TO QT-SECAO
               IF QT-PED < 500
                   ADD 1 TO QT-PED
                   MOVE PED-CODIGO TO TP-PEDIDO (QT-PED)
               END-IF
               MOVE PED-DATA TO WDATA-AUX
               PERFORM 8100-EDITA-DATA
               MOVE PED-VALOR-TOTAL TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "Pedido " PED-CODIGO " de " WED-DATA
                   " cliente " PED-CLIENTE " valor " WED-VALOR
                   " status " PED-STATUS DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 3510-LE-PEDIDO
           .
      *----------------------------------------------------------------*
      *    ESTUDANTES: O TITULAR COMO ALUNO (NOME) OU COMO
      *    RESPONSAVEL (NOME OU EMAIL DO RESPONSAVEL)
      *----------------------------------------------------------------*
       4000-ESTUDANTES.
           MOVE "Estudantes (aluno ou responsavel)" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           OPEN INPUT ESTUDANTES
           IF FS-ESTUDANTES = "00"
               PERFORM 4010-LE-ALUNO
               PERFORM 4020-TRATA-ALUNO
                   UNTIL FS-ESTUDANTES NOT = "00"
               CLOSE ESTUDANTES
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       4010-LE-ALUNO.
           READ ESTUDANTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-ESTUDANTES
           END-READ
           .
       4020-TRATA-ALUNO.
           MOVE SPACES TO WPAPEL
           IF WNOME NOT = SPACES AND NOME-ALUNO = WNOME
               MOVE "ALUNO" TO WPAPEL
           END-IF
           IF (WNOME NOT = SPACES AND RESP-NOME = WNOME) OR
              (WEMAIL NOT = SPACES AND RESP-EMAIL = WEMAIL)
               MOVE "RESPONSAVEL" TO WPAPEL
           END-IF
           IF WPAPEL NOT = SPACES
               ADD 1 TO QT-SECAO
               IF QT-ALU < 50
                   ADD 1 TO QT-ALU
                   MOVE CODIGO-ALUNO TO TA-CODIGO (QT-ALU)
               END-IF
               MOVE SPACES TO WREL-TEXTO
               STRING "Aluno " CODIGO-ALUNO " - " NOME-ALUNO " "
                   WPAPEL " ano " ANO-LETIVO " turma " TURMA
                   " situacao " ATIVO DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
               MOVE SPACES TO WREL-TEXTO
               STRING "   Responsavel " RESP-NOME " " RESP-FONE
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
               MOVE SPACES TO WREL-TEXTO
               STRING "   Email do responsavel " RESP-EMAIL
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 4010-LE-ALUNO
           .
      *----------------------------------------------------------------*
      *    FUNCIONARIOS COM O NOME DO TITULAR
      *----------------------------------------------------------------*
       4500-FUNCIONARIOS.
           MOVE "Funcionarios" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           IF WNOME NOT = SPACES
               OPEN INPUT FUNCIONARIOS
               IF FS-FUNCIONARIOS = "00"
                   PERFORM 4510-LE-FUNCIONARIO
                   PERFORM 4520-TRATA-FUNCIONARIO
                       UNTIL FS-FUNCIONARIOS NOT = "00"
                   CLOSE FUNCIONARIOS
               END-IF
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       4510-LE-FUNCIONARIO.
           READ FUNCIONARIOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-FUNCIONARIOS
           END-READ
           .
       4520-TRATA-FUNCIONARIO.
           IF FUNC-NOME = WNOME
               ADD 1 TO QT-SECAO
               IF QT-FUN < 20
                   ADD 1 TO QT-FUN
                   MOVE FUNC-CODIGO TO TF-CODIGO (QT-FUN)
               END-IF
               MOVE FUNC-ADMISSAO TO WDATA-AUX
               PERFORM 8100-EDITA-DATA
               MOVE FUNC-DEMISSAO (7:2) TO WED2-DIA
               MOVE FUNC-DEMISSAO (5:2) TO WED2-MES
               MOVE FUNC-DEMISSAO (1:4) TO WED2-ANO
               MOVE SPACES TO WREL-TEXTO
               STRING "Funcionario " FUNC-CODIGO " - " FUNC-NOME
                   " situacao " FUNC-SITUACAO DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
               MOVE FUNC-SALARIO TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "   Admissao " WED-DATA "  Demissao " WED-DATA-2
                   "  Salario " WED-VALOR "  Dependentes "
                   FUNC-DEPENDENTES DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
               MOVE SPACES TO WREL-TEXTO
               STRING "   Banco " FUNC-BANCO " agencia " FUNC-AGENCIA
                   " conta " FUNC-CONTA DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 4510-LE-FUNCIONARIO
           .
      *----------------------------------------------------------------*
      *    CONTAS A RECEBER DO CLIENTE E MENSALIDADES DO ALUNO
      *    (PEDIDO = CLIENTE = MATRICULA)
      *----------------------------------------------------------------*
       5000-CONTAS-RECEBER.
           MOVE "Contas a receber" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           IF QT-CODCLI > ZERO OR QT-ALU > ZERO
               OPEN INPUT CONTASREC
               IF FS-CONTASREC = "00"
                   PERFORM 5010-LE-TITULO
                   PERFORM 5020-TRATA-TITULO
                       UNTIL FS-CONTASREC NOT = "00"
                   CLOSE CONTASREC
               END-IF
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       5010-LE-TITULO.
           READ CONTASREC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTASREC
           END-READ
           .
       5020-TRATA-TITULO.
           MOVE "N" TO WCONFERE
           MOVE CR-CLIENTE TO WCOD-6
           PERFORM 8410-ACHA-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > QT-CODCLI
               OR TCC-CODIGO (IND-CLI) = WCOD-6
           IF IND-CLI NOT > QT-CODCLI
               MOVE "S" TO WCONFERE
           END-IF
           IF CR-PEDIDO = CR-CLIENTE AND CR-CLIENTE < 10000
               MOVE CR-CLIENTE TO WCOD-4
               PERFORM 8420-ACHA-ALUNO
                   VARYING IND-ALU FROM 1 BY 1
                   UNTIL IND-ALU > QT-ALU
                   OR TA-CODIGO (IND-ALU) = WCOD-4
               IF IND-ALU NOT > QT-ALU
                   MOVE "S" TO WCONFERE
               END-IF
           END-IF
           IF WCONFERE = "S"
               ADD 1 TO QT-SECAO
               MOVE CR-VENCIMENTO TO WDATA-AUX
               PERFORM 8100-EDITA-DATA
               MOVE CR-DATA-PGTO (7:2) TO WED2-DIA
               MOVE CR-DATA-PGTO (5:2) TO WED2-MES
               MOVE CR-DATA-PGTO (1:4) TO WED2-ANO
               MOVE CR-VALOR TO WED-VALOR
               MOVE CR-VALOR-PAGO TO WED-VALOR-2
               MOVE SPACES TO WREL-TEXTO
               STRING "Titulo " CR-PEDIDO "/" CR-PARCELA
                   " venc " WED-DATA " valor " WED-VALOR
                   " pago " WED-VALOR-2 " em " WED-DATA-2
                   " status " CR-STATUS DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 5010-LE-TITULO
           .
      *----------------------------------------------------------------*
      *    CAIXA DE SAIDA DE EMAILS (NOTIFIC.DAT)
      *----------------------------------------------------------------*
       5500-NOTIFICACOES.
           MOVE "Mensagens enviadas ou a enviar" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           IF WEMAIL NOT = SPACES
               OPEN INPUT NOTIFIC
               IF FS-NOTIFIC = "00"
                   PERFORM 5510-LE-NOTIFICACAO
                   PERFORM 5520-TRATA-NOTIFICACAO
                       UNTIL FS-NOTIFIC NOT = "00"
                   CLOSE NOTIFIC
               END-IF
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       5510-LE-NOTIFICACAO.
           READ NOTIFIC
               AT END
                   MOVE "10" TO FS-NOTIFIC
           END-READ
           .
       5520-TRATA-NOTIFICACAO.
           IF NOT-EMAIL = WEMAIL
               ADD 1 TO QT-SECAO
               MOVE NOT-DATA TO WDATA-AUX
               PERFORM 8100-EDITA-DATA
               MOVE SPACES TO WREL-TEXTO
               STRING "Mensagem " NOT-ID " de " WED-DATA " "
                   NOT-STATUS " - " NOT-ASSUNTO DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 5510-LE-NOTIFICACAO
           .
      *----------------------------------------------------------------*
      *    TRILHA DE AUDITORIA: CADASTROS PELO CODIGO DO TITULAR,
      *    PEDIDOS E RECEBIMENTOS PELO NUMERO DO PEDIDO
      *----------------------------------------------------------------*
       6000-AUDITORIA.
           MOVE "Trilha de auditoria" TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           OPEN INPUT AUDITORIA
           IF FS-AUDITORIA = "00"
               PERFORM 6010-LE-AUDITORIA
               PERFORM 6020-TRATA-AUDITORIA
                   UNTIL FS-AUDITORIA NOT = "00"
               CLOSE AUDITORIA
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       6010-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE "10" TO FS-AUDITORIA
           END-READ
           .
       6020-TRATA-AUDITORIA.
           MOVE "N" TO WCONFERE
           IF (AUD-PROGRAMA = "CADASTR01" OR "CADEND01" OR
               "CADCTT01" OR "PREFCON1") AND
               AUD-CHAVE (1:6) IS NUMERIC
               MOVE AUD-CHAVE (1:6) TO WCOD-6
               PERFORM 6100-CONFERE-CLIENTE
           END-IF
           IF AUD-PROGRAMA = "ANONIM01" AND AUD-CHAVE (1:1) = "C"
               AND AUD-CHAVE (2:6) IS NUMERIC
               MOVE AUD-CHAVE (2:6) TO WCOD-6
               PERFORM 6100-CONFERE-CLIENTE
           END-IF
           IF (AUD-PROGRAMA = "CADPED01" OR "FATPED01" OR
               "DEVPED01" OR "RECEB001") AND
               AUD-CHAVE (1:6) IS NUMERIC AND QT-PED > ZERO
               MOVE AUD-CHAVE (1:6) TO WCOD-6
               PERFORM 8430-ACHA-PEDIDO
                   VARYING IND-PED FROM 1 BY 1
                   UNTIL IND-PED > QT-PED
                   OR TP-PEDIDO (IND-PED) = WCOD-6
               IF IND-PED NOT > QT-PED
                   MOVE "S" TO WCONFERE
               END-IF
           END-IF
           IF AUD-PROGRAMA = "ESTUD001" AND
               AUD-CHAVE (1:4) IS NUMERIC AND AUD-CHAVE (5:1) = SPACE
               MOVE AUD-CHAVE (1:4) TO WCOD-4
               PERFORM 6200-CONFERE-ALUNO
           END-IF
           IF AUD-PROGRAMA = "ANONIM01" AND AUD-CHAVE (1:1) = "A"
               AND AUD-CHAVE (2:4) IS NUMERIC
               MOVE AUD-CHAVE (2:4) TO WCOD-4
               PERFORM 6200-CONFERE-ALUNO
           END-IF
           IF (AUD-PROGRAMA = "CADFUN01" OR "RESCIS01") AND
               AUD-CHAVE (1:4) IS NUMERIC AND AUD-CHAVE (5:1) = SPACE
               MOVE AUD-CHAVE (1:4) TO WCOD-4
               PERFORM 6300-CONFERE-FUNCIONARIO
           END-IF
           IF AUD-PROGRAMA = "ANONIM01" AND AUD-CHAVE (1:1) = "F"
               AND AUD-CHAVE (2:4) IS NUMERIC
               MOVE AUD-CHAVE (2:4) TO WCOD-4
               PERFORM 6300-CONFERE-FUNCIONARIO
           END-IF
           IF WCONFERE = "S"
               ADD 1 TO QT-SECAO
               MOVE AUD-DATA TO WDATA-AUX
               PERFORM 8100-EDITA-DATA
               MOVE AUD-HORA (1:2) TO WED-HH
               MOVE AUD-HORA (3:2) TO WED-MM
               MOVE AUD-HORA (5:2) TO WED-SS
               MOVE SPACES TO WREL-TEXTO
               STRING WED-DATA " " WED-HORA " " AUD-OPERADOR " "
                   AUD-PROGRAMA " " AUD-ACAO " " AUD-CHAVE
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 6010-LE-AUDITORIA
           .
       6100-CONFERE-CLIENTE.
           PERFORM 8410-ACHA-CLIENTE
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > QT-CODCLI
               OR TCC-CODIGO (IND-CLI) = WCOD-6
           IF IND-CLI NOT > QT-CODCLI
               MOVE "S" TO WCONFERE
           END-IF
           .
       6200-CONFERE-ALUNO.
           PERFORM 8420-ACHA-ALUNO
               VARYING IND-ALU FROM 1 BY 1
               UNTIL IND-ALU > QT-ALU
               OR TA-CODIGO (IND-ALU) = WCOD-4
           IF IND-ALU NOT > QT-ALU
               MOVE "S" TO WCONFERE
           END-IF
           .
       6300-CONFERE-FUNCIONARIO.
           PERFORM 8440-ACHA-FUNCIONARIO
               VARYING IND-FUN FROM 1 BY 1
               UNTIL IND-FUN > QT-FUN
               OR TF-CODIGO (IND-FUN) = WCOD-4
           IF IND-FUN NOT > QT-FUN
               MOVE "S" TO WCONFERE
           END-IF
           .
      *    VALORES ANTES/DEPOIS DAS ALTERACOES NO CADASTRO DE CLIENTES
       6500-IMAGENS-AUDITORIA.
           MOVE "Alteracoes no cadastro (antes / depois)"
               TO WREL-TEXTO
           PERFORM 8200-TITULO-SECAO
           IF QT-CODCLI > ZERO
               OPEN INPUT AUDDET
               IF FS-AUDDET = "00"
                   PERFORM 6510-LE-AUDDET
                   PERFORM 6520-TRATA-AUDDET
                       UNTIL FS-AUDDET NOT = "00"
                   CLOSE AUDDET
               END-IF
           END-IF
           PERFORM 8300-FIM-SECAO
           .
       6510-LE-AUDDET.
           READ AUDDET
               AT END
                   MOVE "10" TO FS-AUDDET
           END-READ
           .
       6520-TRATA-AUDDET.
           MOVE "N" TO WCONFERE
           IF AD-PROGRAMA = "CADASTR01" AND AD-CHAVE (1:6) IS NUMERIC
               MOVE AD-CHAVE (1:6) TO WCOD-6
               PERFORM 6100-CONFERE-CLIENTE
           END-IF
           IF WCONFERE = "S"
               ADD 1 TO QT-SECAO
               MOVE AD-DATA TO WDATA-AUX
               PERFORM 8100-EDITA-DATA
               MOVE SPACES TO WREL-TEXTO
               STRING WED-DATA " " AD-CHAVE (1:6) " " AD-CAMPO " "
                   AD-ANTES " / " AD-DEPOIS DELIMITED BY SIZE
                   INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           PERFORM 6510-LE-AUDDET
           .
       7000-DISPARA-VISREL.
           MOVE SPACES TO COMANDO
           STRING "C:\Windows\VisRel.exe /g "
               FUNCTION TRIM(WNOME-SPOOL)
               " /t Relatorio do Titular"
               DELIMITED BY SIZE INTO COMANDO
           DISPLAY COMANDO UPON COMMAND-LINE
           CALL X"91" USING CODERRO-2, FUNCAO-35, COMMAND-LIN
           IF CODERRO-2 NOT = 0
               DISPLAY "VISREL INDISPONIVEL"
           END-IF
           .
       8000-GRAVA-LINHA-T.
           MOVE SPACES TO WREL-T-B
           MOVE WREL-TEXTO TO WREL-T-B
           MOVE WREL-T TO WREL-LINHA
           MOVE "T 009900002009600000100010" TO WREL-LINHA (1:26)
           MOVE 146 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "RH" TO WREL-LINHA
           MOVE "00018" TO WREL-LINHA (4:5)
           MOVE 8 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "QL" TO WREL-LINHA
           MOVE 2 TO WSEQ-SIZE
           WRITE SEQ-REG
           .
       8100-EDITA-DATA.
           MOVE WDATA-AUX (7:2) TO WED-DIA
           MOVE WDATA-AUX (5:2) TO WED-MES
           MOVE WDATA-AUX (1:4) TO WED-ANO
           .
      *    TITULO DA SECAO EM WREL-TEXTO; O RODAPE MOSTRA QUANDO
      *    O ARQUIVO NAO TEM NADA DO TITULAR
       8200-TITULO-SECAO.
           MOVE ZERO TO QT-SECAO
           MOVE WREL-TEXTO TO WTITULO-SECAO
           MOVE " " TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WTITULO-SECAO TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           .
       8300-FIM-SECAO.
           IF QT-SECAO = ZERO
               MOVE "   Nenhum registro" TO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           END-IF
           ADD QT-SECAO TO QT-TOTAL
           .
       8410-ACHA-CLIENTE.
           CONTINUE
           .
       8420-ACHA-ALUNO.
           CONTINUE
           .
       8430-ACHA-PEDIDO.
           CONTINUE
           .
       8440-ACHA-FUNCIONARIO.
           CONTINUE
           .
       9999-ENCERRA.
           IF WHA-CLIENTES = "S"
               CLOSE CLIENTES
           END-IF
           STOP RUN
           .
       END PROGRAM RELTIT01.
