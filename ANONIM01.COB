      ******************************************************************
      *
      *     ANONIM01 - ANONIMIZACAO DE DADOS PESSOAIS DE CADASTROS
      *     INATIVOS (CLIENTES, ESTUDANTES E FUNCIONARIOS)
      *     PASSADO O PRAZO DE RETENCAO (EM ANOS, CONTADO DO ULTIMO
      *     MOVIMENTO), SOBRESCREVE OS DADOS PESSOAIS E MANTEM OS
      *     CODIGOS E VALORES QUE A CONTABILIDADE USA:
      *       CLIENTE PESSOA FISICA - NOME, CPF, NASCIMENTO, GENERO,
      *         TELEFONE, ENDERECO, CEP E EMAIL (CIDADE E UF FICAM
      *         PARA OS RELATORIOS FISCAIS); ENDERECOS DE ENTREGA E
      *         CONTATOS SAO EXCLUIDOS. PESSOA JURIDICA SO PERDE OS
      *         CONTATOS (PESSOAS), A EMPRESA FICA;
      *       ESTUDANTE - DADOS DO RESPONSAVEL. NOME E NOTAS DO
      *         ALUNO FICAM, POIS A ESCOLA EMITE O HISTORICO SEMPRE;
      *       FUNCIONARIO - NOME E DADOS BANCARIOS.
      *     ULTIMO MOVIMENTO: PEDIDOS E BAIXAS DO CONTAS A RECEBER
      *     DO CLIENTE, ANO LETIVO DO ALUNO, DEMISSAO DO FUNCIONARIO
      *     E A ULTIMA ENTRADA DA TRILHA DE AUDITORIA NO CADASTRO.
      *     SEM DATA NENHUMA O REGISTRO NAO E TOCADO.
      *     FICAM DE FORA: TITULO EM ABERTO NO CONTAS A RECEBER,
      *     CREDITO A DEVOLVER AO CLIENTE (CREDCLI.DAT), EMPRESTIMO
      *     CONSIGNADO EM ABERTO E RETENCAO LEGAL (RETLEGAL.DAT,
      *     MANTIDA PELO MODO R DESTE PROGRAMA).
      *     NO MODO E-EFETIVAR TAMBEM LIMPA AS MENSAGENS DA CAIXA DE
      *     SAIDA (NOTIFIC.DAT) PARA OS EMAILS APAGADOS E AS IMAGENS
      *     ANTES/DEPOIS DO CADASTRO DE CLIENTES (AUDDET.DAT), E
      *     GRAVA CADA ANONIMIZACAO NA TRILHA DE AUDITORIA COM A
      *     CHAVE C, A OU F + CODIGO. S-SIMULAR SO LISTA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. ANONIM01.
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

           SELECT EMPCONS ASSIGN TO "EMPCONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EC-CHAVE
           FILE STATUS IS FS-EMPCONS.

           SELECT RETLEGAL ASSIGN TO "RETLEGAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-CHAVE
           FILE STATUS IS FS-RETLEGAL.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT AUDDET ASSIGN TO "AUDDET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDDET.

           SELECT DETTMP ASSIGN TO "AUDDET.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DETTMP.

           SELECT NOTIFIC ASSIGN TO "NOTIFIC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTIFIC.

           SELECT NOTTMP ASSIGN TO "NOTIFIC.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTTMP.
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
               88 CR-ABERTA    VALUE "A".
               88 CR-PAGA      VALUE "P".
               88 CR-CANCELADA VALUE "C".

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
               88 ESTUDANTE-ATIVO   VALUE "A" "a".
               88 ESTUDANTE-INATIVO VALUE "I" "i".
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
               88 FUNCIONARIO-ATIVO   VALUE "A" "a".
               88 FUNCIONARIO-INATIVO VALUE "I" "i".
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  EMPCONS.
       01  REGISTRO-EMPCONS.
           02 EC-CHAVE.
               03 EC-FUNC       PIC 9(04).
               03 EC-NUMERO     PIC 9(02).
           02 EC-TIPO           PIC X.
           02 EC-EVENTO         PIC 9(03).
           02 EC-DATA-CONCESSAO PIC 9(08).
           02 EC-PRINCIPAL      PIC 9(07)V99.
           02 EC-QTD-PARCELAS   PIC 9(03).
           02 EC-VALOR-PARCELA  PIC 9(07)V99.
           02 EC-COMPET-INI     PIC 9(06).
           02 EC-PARCELAS-PAGAS PIC 9(03).
           02 EC-SALDO          PIC 9(07)V99.
           02 EC-ULT-COMPET     PIC 9(06).
           02 EC-ULT-VALOR      PIC 9(07)V99.
           02 EC-SITUACAO       PIC X.
               88 EC-EM-ABERTO  VALUE "A".

      *    RETENCAO LEGAL: C-CLIENTE A-ALUNO F-FUNCIONARIO + CODIGO
       FD  RETLEGAL.
       01  REGISTRO-RETLEGAL.
           02 RL-CHAVE.
               03 RL-TIPO     PIC X.
               03 RL-CODIGO   PIC 9(06).
           02 RL-MOTIVO       PIC X(40).
           02 RL-DATA         PIC 9(08).
           02 RL-OPERADOR     PIC X(10).

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

       FD  DETTMP.
       01  LINHA-DETTMP    PIC X(138).

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

       FD  NOTTMP.
       01  LINHA-NOTTMP      PIC X(361).

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
       01  FS-EMPCONS.
           02 FS-EMPCONS-1 PIC 9.
           02 FS-EMPCONS-2 PIC 9.
           02 FS-EMPCONS-R REDEFINES FS-EMPCONS-2 PIC 99 COMP-X.
       01  FS-RETLEGAL.
           02 FS-RETLEGAL-1 PIC 9.
           02 FS-RETLEGAL-2 PIC 9.
           02 FS-RETLEGAL-R REDEFINES FS-RETLEGAL-2 PIC 99 COMP-X.
       77  FS-AUDITORIA PIC XX VALUE SPACES.
       77  FS-AUDDET    PIC XX VALUE SPACES.
       77  FS-DETTMP    PIC XX VALUE SPACES.
       77  FS-NOTIFIC   PIC XX VALUE SPACES.
       77  FS-NOTTMP    PIC XX VALUE SPACES.

       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WMODO         PIC X VALUE "S".
           88 MODO-EFETIVAR VALUE "E" "e".
           88 MODO-RETENCAO VALUE "R" "r".
       77  WANOS         PIC 9(02) VALUE ZERO.
       77  WDATA-HOJE    PIC 9(08) VALUE ZERO.
       77  WDATA-LIMITE  PIC 9(08) VALUE ZERO.
       77  WANONIMO      PIC X(50) VALUE "ANONIMIZADO".
       77  WHA-CLIENTES  PIC X VALUE "N".
       77  WHA-ENDENTR   PIC X VALUE "N".
       77  WHA-CLICONT   PIC X VALUE "N".
       77  WHA-CREDCLI   PIC X VALUE "N".
       77  WHA-ESTUDANTES PIC X VALUE "N".
       77  WHA-FUNC      PIC X VALUE "N".
       77  WACHOU        PIC X VALUE "N".
       77  WPARAR        PIC X VALUE "N".

      *    CANDIDATOS: CADASTROS INATIVOS AINDA NAO ANONIMIZADOS, EM
      *    ORDEM DE CODIGO (LEITURA SEQUENCIAL) PARA A BUSCA BINARIA
       01  TAB-CLI.
           02 TC-ITEM OCCURS 5000 TIMES.
               03 TC-CODIGO    PIC 9(06).
               03 TC-TIPO      PIC X.
               03 TC-ULTIMA    PIC 9(08).
               03 TC-PENDENTE  PIC X.
               03 TC-RETIDO    PIC X.
               03 TC-ANONIMO   PIC X.
       77  QT-CLI        PIC 9(04) VALUE ZERO.
       77  IND-CLI       PIC 9(04) VALUE ZERO.
       01  TAB-ALU.
           02 TA-ITEM OCCURS 3000 TIMES.
               03 TA-CODIGO    PIC 9(04).
               03 TA-ULTIMA    PIC 9(08).
               03 TA-PENDENTE  PIC X.
               03 TA-RETIDO    PIC X.
       77  QT-ALU        PIC 9(04) VALUE ZERO.
       77  IND-ALU       PIC 9(04) VALUE ZERO.
       01  TAB-FUN.
           02 TF-ITEM OCCURS 2000 TIMES.
               03 TF-CODIGO    PIC 9(04).
               03 TF-ULTIMA    PIC 9(08).
               03 TF-PENDENTE  PIC X.
               03 TF-RETIDO    PIC X.
       77  QT-FUN        PIC 9(04) VALUE ZERO.
       77  IND-FUN       PIC 9(04) VALUE ZERO.
       77  QT-FORA-TABELA PIC 9(06) VALUE ZERO.

      *    EMAILS APAGADOS - LIMPEZA DA CAIXA DE SAIDA
       01  TAB-EMAIL.
           02 TE-EMAIL OCCURS 3000 TIMES PIC X(50).
       77  QT-EMAILS     PIC 9(04) VALUE ZERO.
       77  IND-EMAIL     PIC 9(04) VALUE ZERO.
       77  WEMAIL        PIC X(50) VALUE SPACES.

      *    BUSCA BINARIA
       77  WBUSCA        PIC 9(06) VALUE ZERO.
       77  WINICIO       PIC 9(04) VALUE ZERO.
       77  WFIM          PIC 9(04) VALUE ZERO.
       77  WMEIO         PIC 9(04) VALUE ZERO.
       77  IND-ACHOU     PIC 9(04) VALUE ZERO.
       77  WDATA-MOV     PIC 9(08) VALUE ZERO.

      *    CONTADORES DO RESUMO (CLIENTE / ALUNO / FUNCIONARIO)
       01  TAB-RESUMO.
           02 TR-ITEM OCCURS 3 TIMES.
               03 TR-CANDIDATOS  PIC 9(06).
               03 TR-NO-PRAZO    PIC 9(06).
               03 TR-SEM-DATA    PIC 9(06).
               03 TR-PENDENTES   PIC 9(06).
               03 TR-RETIDOS     PIC 9(06).
               03 TR-ANONIMIZADOS PIC 9(06).
       77  IND-RES       PIC 9 VALUE ZERO.
       77  QT-CONTATOS   PIC 9(06) VALUE ZERO.
       77  QT-ENDERECOS  PIC 9(06) VALUE ZERO.
       77  QT-NOTIFIC    PIC 9(06) VALUE ZERO.
       77  QT-AUDDET     PIC 9(06) VALUE ZERO.
       77  WQT-CONT-CLI  PIC 9(04) VALUE ZERO.
       77  WSITUACAO-CAND PIC X(20) VALUE SPACES.

      *    MANUTENCAO DA RETENCAO LEGAL
       77  WRL-TIPO      PIC X VALUE SPACE.
       77  WRL-CODIGO    PIC 9(06) VALUE ZERO.
       77  WRL-MOTIVO    PIC X(40) VALUE SPACES.
       77  WRL-OPCAO     PIC X VALUE SPACE.

       01  WED-DATA.
           02 WED-DIA PIC 99.
           02 FILLER  PIC X VALUE "/".
           02 WED-MES PIC 99.
           02 FILLER  PIC X VALUE "/".
           02 WED-ANO PIC 9999.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF MODO-RETENCAO
               PERFORM 7000-RETENCAO THRU 7000-EXIT
           ELSE
               PERFORM 1100-ABRE-ARQUIVOS
               PERFORM 2000-CARREGA-CANDIDATOS
               PERFORM 3000-APURA-MOVIMENTO
               PERFORM 4000-TRATA-CLIENTES
               PERFORM 4500-TRATA-ALUNOS
               PERFORM 4800-TRATA-FUNCIONARIOS
               IF MODO-EFETIVAR AND QT-EMAILS > ZERO
                   PERFORM 5000-LIMPA-NOTIFICACOES THRU 5000-EXIT
               END-IF
               IF MODO-EFETIVAR AND TR-ANONIMIZADOS (1) > ZERO
                   PERFORM 5500-LIMPA-AUDDET THRU 5500-EXIT
               END-IF
               PERFORM 6000-RESUMO
               PERFORM 1200-FECHA-ARQUIVOS
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "ANONIMIZACAO DE DADOS PESSOAIS DE CADASTROS"
               " INATIVOS"
           DISPLAY "OPERADOR:"
           ACCEPT WOPERADOR
           DISPLAY "MODO S-SIMULAR E-EFETIVAR R-RETENCAO LEGAL:"
           ACCEPT WMODO
           INITIALIZE TAB-RESUMO
           OPEN I-O RETLEGAL
           IF FS-RETLEGAL = "35"
               OPEN OUTPUT RETLEGAL
               CLOSE RETLEGAL
               OPEN I-O RETLEGAL
           END-IF
           IF NOT MODO-RETENCAO
               DISPLAY "PRAZO DE RETENCAO EM ANOS (0 = 5):"
               ACCEPT WANOS
               IF WANOS = ZERO
                   MOVE 5 TO WANOS
               END-IF
               COMPUTE WDATA-LIMITE = WDATA-HOJE - WANOS * 10000
               MOVE WDATA-LIMITE (7:2) TO WED-DIA
               MOVE WDATA-LIMITE (5:2) TO WED-MES
               MOVE WDATA-LIMITE (1:4) TO WED-ANO
               DISPLAY "SEM MOVIMENTO DESDE " WED-DATA
           END-IF
           .
       1100-ABRE-ARQUIVOS.
           IF MODO-EFETIVAR
               OPEN I-O CLIENTES
               OPEN I-O ENDENTR
               OPEN I-O CLICONT
               OPEN I-O ESTUDANTES
               OPEN I-O FUNCIONARIOS
           ELSE
               OPEN INPUT CLIENTES
               OPEN INPUT ENDENTR
               OPEN INPUT CLICONT
               OPEN INPUT ESTUDANTES
               OPEN INPUT FUNCIONARIOS
           END-IF
           IF FS-CLIENTES = "00"
               MOVE "S" TO WHA-CLIENTES
           END-IF
           IF FS-ENDENTR = "00"
               MOVE "S" TO WHA-ENDENTR
           END-IF
           IF FS-CLICONT = "00"
               MOVE "S" TO WHA-CLICONT
           END-IF
           IF FS-ESTUDANTES = "00"
               MOVE "S" TO WHA-ESTUDANTES
           END-IF
           IF FS-FUNCIONARIOS = "00"
               MOVE "S" TO WHA-FUNC
           END-IF
           OPEN INPUT CREDCLI
           IF FS-CREDCLI = "00"
               MOVE "S" TO WHA-CREDCLI
           END-IF
           .
       1200-FECHA-ARQUIVOS.
           IF WHA-CLIENTES = "S"
               CLOSE CLIENTES
           END-IF
           IF WHA-ENDENTR = "S"
               CLOSE ENDENTR
           END-IF
           IF WHA-CLICONT = "S"
               CLOSE CLICONT
           END-IF
           IF WHA-ESTUDANTES = "S"
               CLOSE ESTUDANTES
           END-IF
           IF WHA-FUNC = "S"
               CLOSE FUNCIONARIOS
           END-IF
           IF WHA-CREDCLI = "S"
               CLOSE CREDCLI
           END-IF
           .
      *================================================================*
      *    CANDIDATOS: INATIVOS AINDA NAO ANONIMIZADOS. O ULTIMO
      *    MOVIMENTO COMECA PELO ANO LETIVO DO ALUNO E PELA
      *    DEMISSAO DO FUNCIONARIO; O CLIENTE COMECA SEM DATA
      *================================================================*
       2000-CARREGA-CANDIDATOS.
           IF WHA-CLIENTES = "S"
               PERFORM 2110-LE-CLIENTE
               PERFORM 2120-GUARDA-CLIENTE
                   UNTIL FS-CLIENTES NOT = "00"
           END-IF
           IF WHA-ESTUDANTES = "S"
               PERFORM 2210-LE-ALUNO
               PERFORM 2220-GUARDA-ALUNO
                   UNTIL FS-ESTUDANTES NOT = "00"
           END-IF
           IF WHA-FUNC = "S"
               PERFORM 2310-LE-FUNCIONARIO
               PERFORM 2320-GUARDA-FUNCIONARIO
                   UNTIL FS-FUNCIONARIOS NOT = "00"
           END-IF
           .
       2110-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLIENTES
           END-READ
           .
       2120-GUARDA-CLIENTE.
           IF CLIENTE-INATIVO AND NOME NOT = WANONIMO
               IF QT-CLI < 5000
                   ADD 1 TO QT-CLI
                   MOVE CODIGO TO TC-CODIGO (QT-CLI)
                   IF CLIENTE-PJ
                       MOVE "J" TO TC-TIPO (QT-CLI)
                   ELSE
                       MOVE "F" TO TC-TIPO (QT-CLI)
                   END-IF
                   MOVE ZERO TO TC-ULTIMA (QT-CLI)
                   MOVE "N"  TO TC-PENDENTE (QT-CLI)
                   MOVE "N"  TO TC-RETIDO (QT-CLI)
                   MOVE "N"  TO TC-ANONIMO (QT-CLI)
               ELSE
                   ADD 1 TO QT-FORA-TABELA
               END-IF
           END-IF
           PERFORM 2110-LE-CLIENTE
           .
       2210-LE-ALUNO.
           READ ESTUDANTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-ESTUDANTES
           END-READ
           .
       2220-GUARDA-ALUNO.
           IF ESTUDANTE-INATIVO AND RESP-NOME NOT = WANONIMO
               IF QT-ALU < 3000
                   ADD 1 TO QT-ALU
                   MOVE CODIGO-ALUNO TO TA-CODIGO (QT-ALU)
                   IF ANO-LETIVO > ZERO
                       COMPUTE TA-ULTIMA (QT-ALU) =
                           ANO-LETIVO * 10000 + 1231
                   ELSE
                       MOVE ZERO TO TA-ULTIMA (QT-ALU)
                   END-IF
                   MOVE "N" TO TA-PENDENTE (QT-ALU)
                   MOVE "N" TO TA-RETIDO (QT-ALU)
               ELSE
                   ADD 1 TO QT-FORA-TABELA
               END-IF
           END-IF
           PERFORM 2210-LE-ALUNO
           .
       2310-LE-FUNCIONARIO.
           READ FUNCIONARIOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-FUNCIONARIOS
           END-READ
           .
       2320-GUARDA-FUNCIONARIO.
           IF FUNCIONARIO-INATIVO AND FUNC-NOME NOT = WANONIMO
               IF QT-FUN < 2000
                   ADD 1 TO QT-FUN
                   MOVE FUNC-CODIGO   TO TF-CODIGO (QT-FUN)
                   MOVE FUNC-DEMISSAO TO TF-ULTIMA (QT-FUN)
                   MOVE "N" TO TF-PENDENTE (QT-FUN)
                   MOVE "N" TO TF-RETIDO (QT-FUN)
               ELSE
                   ADD 1 TO QT-FORA-TABELA
               END-IF
           END-IF
           PERFORM 2310-LE-FUNCIONARIO
           .
      *================================================================*
      *    MOVIMENTO E PENDENCIAS: UMA PASSADA EM CADA ARQUIVO,
      *    LOCALIZANDO O CANDIDATO PELA BUSCA BINARIA
      *================================================================*
       3000-APURA-MOVIMENTO.
           OPEN INPUT PEDIDOS
           IF FS-PEDIDOS = "00"
               PERFORM 3110-LE-PEDIDO
               PERFORM 3120-TRATA-PEDIDO
                   UNTIL FS-PEDIDOS NOT = "00"
               CLOSE PEDIDOS
           END-IF
           OPEN INPUT CONTASREC
           IF FS-CONTASREC = "00"
               PERFORM 3210-LE-TITULO
               PERFORM 3220-TRATA-TITULO
                   UNTIL FS-CONTASREC NOT = "00"
               CLOSE CONTASREC
           END-IF
           IF WHA-CREDCLI = "S"
               PERFORM 3300-CONFERE-CREDITO
                   VARYING IND-CLI FROM 1 BY 1
                   UNTIL IND-CLI > QT-CLI
           END-IF
           OPEN INPUT EMPCONS
           IF FS-EMPCONS = "00"
               PERFORM 3410-LE-EMPRESTIMO
               PERFORM 3420-TRATA-EMPRESTIMO
                   UNTIL FS-EMPCONS NOT = "00"
               CLOSE EMPCONS
           END-IF
           OPEN INPUT AUDITORIA
           IF FS-AUDITORIA = "00"
               PERFORM 3510-LE-AUDITORIA
               PERFORM 3520-TRATA-AUDITORIA
                   UNTIL FS-AUDITORIA NOT = "00"
               CLOSE AUDITORIA
           END-IF
           MOVE LOW-VALUES TO RL-CHAVE
           START RETLEGAL KEY IS NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-RETLEGAL
               NOT INVALID KEY
                   PERFORM 3610-LE-RETENCAO
           END-START
           PERFORM 3620-TRATA-RETENCAO
               UNTIL FS-RETLEGAL NOT = "00"
           .
       3110-LE-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
       3120-TRATA-PEDIDO.
           MOVE PED-CLIENTE TO WBUSCA
           PERFORM 8100-BUSCA-CLIENTE
           IF IND-ACHOU > ZERO
               MOVE PED-DATA TO WDATA-MOV
               IF PED-DATA-FATUR > WDATA-MOV
                   MOVE PED-DATA-FATUR TO WDATA-MOV
               END-IF
               IF WDATA-MOV > TC-ULTIMA (IND-ACHOU)
                   MOVE WDATA-MOV TO TC-ULTIMA (IND-ACHOU)
               END-IF
           END-IF
           PERFORM 3110-LE-PEDIDO
           .
       3210-LE-TITULO.
           READ CONTASREC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTASREC
           END-READ
           .
      *    TITULO DO CLIENTE; MENSALIDADE DO ALUNO TEM PEDIDO E
      *    CLIENTE IGUAIS A MATRICULA (MENSAL01)
       3220-TRATA-TITULO.
           MOVE CR-CLIENTE TO WBUSCA
           PERFORM 8100-BUSCA-CLIENTE
           IF IND-ACHOU > ZERO
               IF CR-ABERTA
                   MOVE "S" TO TC-PENDENTE (IND-ACHOU)
               END-IF
               IF CR-DATA-PGTO > TC-ULTIMA (IND-ACHOU)
                   MOVE CR-DATA-PGTO TO TC-ULTIMA (IND-ACHOU)
               END-IF
           END-IF
           IF CR-PEDIDO = CR-CLIENTE
               PERFORM 8200-BUSCA-ALUNO
               IF IND-ACHOU > ZERO
                   IF CR-ABERTA
                       MOVE "S" TO TA-PENDENTE (IND-ACHOU)
                   END-IF
                   IF CR-DATA-PGTO > TA-ULTIMA (IND-ACHOU)
                       MOVE CR-DATA-PGTO TO TA-ULTIMA (IND-ACHOU)
                   END-IF
               END-IF
           END-IF
           PERFORM 3210-LE-TITULO
           .
       3300-CONFERE-CREDITO.
           MOVE TC-CODIGO (IND-CLI) TO CC-CLIENTE
           READ CREDCLI
               NOT INVALID KEY
                   IF CC-SALDO > ZERO
                       MOVE "S" TO TC-PENDENTE (IND-CLI)
                   END-IF
           END-READ
           .
       3410-LE-EMPRESTIMO.
           READ EMPCONS NEXT RECORD
               AT END
                   MOVE "10" TO FS-EMPCONS
           END-READ
           .
       3420-TRATA-EMPRESTIMO.
           IF EC-EM-ABERTO
               MOVE EC-FUNC TO WBUSCA
               PERFORM 8300-BUSCA-FUNCIONARIO
               IF IND-ACHOU > ZERO
                   MOVE "S" TO TF-PENDENTE (IND-ACHOU)
               END-IF
           END-IF
           PERFORM 3410-LE-EMPRESTIMO
           .
       3510-LE-AUDITORIA.
           READ AUDITORIA
               AT END
                   MOVE "10" TO FS-AUDITORIA
           END-READ
           .
      *    ENTRADAS DOS CADASTROS: A CHAVE COMECA PELO CODIGO (6
      *    DIGITOS NO CLIENTE, 4 NO ALUNO E NO FUNCIONARIO)
       3520-TRATA-AUDITORIA.
           IF (AUD-PROGRAMA = "CADASTR01" OR "CADEND01" OR
               "CADCTT01" OR "PREFCON1") AND
               AUD-CHAVE (1:6) IS NUMERIC
               MOVE AUD-CHAVE (1:6) TO WBUSCA
               PERFORM 8100-BUSCA-CLIENTE
               IF IND-ACHOU > ZERO
                   IF AUD-DATA > TC-ULTIMA (IND-ACHOU)
                       MOVE AUD-DATA TO TC-ULTIMA (IND-ACHOU)
                   END-IF
               END-IF
           END-IF
           IF AUD-PROGRAMA = "ESTUD001" AND
               AUD-CHAVE (1:4) IS NUMERIC AND AUD-CHAVE (5:1) = SPACE
               MOVE AUD-CHAVE (1:4) TO WBUSCA
               PERFORM 8200-BUSCA-ALUNO
               IF IND-ACHOU > ZERO
                   IF AUD-DATA > TA-ULTIMA (IND-ACHOU)
                       MOVE AUD-DATA TO TA-ULTIMA (IND-ACHOU)
                   END-IF
               END-IF
           END-IF
           IF (AUD-PROGRAMA = "CADFUN01" OR "RESCIS01") AND
               AUD-CHAVE (1:4) IS NUMERIC AND AUD-CHAVE (5:1) = SPACE
               MOVE AUD-CHAVE (1:4) TO WBUSCA
               PERFORM 8300-BUSCA-FUNCIONARIO
               IF IND-ACHOU > ZERO
                   IF AUD-DATA > TF-ULTIMA (IND-ACHOU)
                       MOVE AUD-DATA TO TF-ULTIMA (IND-ACHOU)
                   END-IF
               END-IF
           END-IF
           PERFORM 3510-LE-AUDITORIA
           .
       3610-LE-RETENCAO.
           READ RETLEGAL NEXT RECORD
               AT END
                   MOVE "10" TO FS-RETLEGAL
           END-READ
           .
       3620-TRATA-RETENCAO.
           MOVE RL-CODIGO TO WBUSCA
           EVALUATE RL-TIPO
               WHEN "C"
                   PERFORM 8100-BUSCA-CLIENTE
                   IF IND-ACHOU > ZERO
                       MOVE "S" TO TC-RETIDO (IND-ACHOU)
                   END-IF
               WHEN "A"
                   PERFORM 8200-BUSCA-ALUNO
                   IF IND-ACHOU > ZERO
                       MOVE "S" TO TA-RETIDO (IND-ACHOU)
                   END-IF
               WHEN "F"
                   PERFORM 8300-BUSCA-FUNCIONARIO
                   IF IND-ACHOU > ZERO
                       MOVE "S" TO TF-RETIDO (IND-ACHOU)
                   END-IF
           END-EVALUATE
           PERFORM 3610-LE-RETENCAO
           .
      *================================================================*
      *    DECISAO POR CANDIDATO: RETENCAO LEGAL, PENDENCIA, SEM
      *    DATA, DENTRO DO PRAZO OU ANONIMIZA
      *================================================================*
       4000-TRATA-CLIENTES.
           DISPLAY " "
           DISPLAY "CLIENTES INATIVOS"
           MOVE 1 TO IND-RES
           PERFORM 4100-AVALIA-CLIENTE THRU 4100-EXIT
               VARYING IND-CLI FROM 1 BY 1
               UNTIL IND-CLI > QT-CLI
           .
       4100-AVALIA-CLIENTE.
      *    PESSOA JURIDICA SO ENTRA SE AINDA TEM CONTATOS
           IF TC-TIPO (IND-CLI) = "J"
               PERFORM 4150-CONTA-CONTATOS
               IF WQT-CONT-CLI = ZERO
                   GO TO 4100-EXIT
               END-IF
           END-IF
           ADD 1 TO TR-CANDIDATOS (1)
           MOVE TC-ULTIMA (IND-CLI) TO WDATA-MOV
           PERFORM 8500-CLASSIFICA THRU 8500-EXIT
           IF WSITUACAO-CAND NOT = "ANONIMIZAR"
               IF WSITUACAO-CAND NOT = "DENTRO DO PRAZO"
                   DISPLAY "CLIENTE " TC-CODIGO (IND-CLI) " "
                       WSITUACAO-CAND
               END-IF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO TR-ANONIMIZADOS (1)
           MOVE WDATA-MOV (7:2) TO WED-DIA
           MOVE WDATA-MOV (5:2) TO WED-MES
           MOVE WDATA-MOV (1:4) TO WED-ANO
           IF TC-TIPO (IND-CLI) = "J"
               DISPLAY "CLIENTE " TC-CODIGO (IND-CLI)
                   " ULTIMO MOVIMENTO " WED-DATA
                   " - EXCLUIR CONTATOS (PJ): " WQT-CONT-CLI
           ELSE
               DISPLAY "CLIENTE " TC-CODIGO (IND-CLI)
                   " ULTIMO MOVIMENTO " WED-DATA " - ANONIMIZAR"
           END-IF
           IF MODO-EFETIVAR
               PERFORM 4200-EFETIVA-CLIENTE THRU 4200-EXIT
           END-IF
       4100-EXIT.
           EXIT.
       4150-CONTA-CONTATOS.
           MOVE ZERO TO WQT-CONT-CLI
           IF WHA-CLICONT = "S"
               MOVE TC-CODIGO (IND-CLI) TO CTT-CLIENTE
               MOVE ZERO TO CTT-SEQ
               START CLICONT KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CLICONT
                   NOT INVALID KEY
                       PERFORM 4410-LE-CONTATO
               END-START
               PERFORM 4160-SOMA-CONTATO
                   UNTIL FS-CLICONT NOT = "00"
                   OR CTT-CLIENTE NOT = TC-CODIGO (IND-CLI)
           END-IF
           .
       4160-SOMA-CONTATO.
           ADD 1 TO WQT-CONT-CLI
           PERFORM 4410-LE-CONTATO
           .
       4200-EFETIVA-CLIENTE.
           MOVE TC-CODIGO (IND-CLI) TO CODIGO
           MOVE "S" TO WACHOU
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WACHOU
           END-READ
           IF WACHOU = "N"
               GO TO 4200-EXIT
           END-IF
           IF CLIENTE-PF
               MOVE EMAIL TO WEMAIL
               PERFORM 5900-GUARDA-EMAIL
               MOVE WANONIMO TO NOME
               MOVE ZERO     TO CPF
               MOVE ZERO     TO DATA-NAS
               MOVE SPACES   TO TELEFONE ENDERECO COMPLEMENTO BAIRRO
               MOVE ZERO     TO NUMERO
               MOVE SPACES   TO CEP EMAIL GENERO
               REWRITE REGISTRO-CLIENTES
               MOVE "S" TO TC-ANONIMO (IND-CLI)
               PERFORM 4300-EXCLUI-ENDERECOS
           END-IF
           PERFORM 4400-EXCLUI-CONTATOS
           MOVE SPACES TO WCHAVE-AUD
           STRING "C" TC-CODIGO (IND-CLI) DELIMITED BY SIZE
               INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ANONIM01",
               "ANONIMIZOU", WCHAVE-AUD
       4200-EXIT.
           EXIT.
       4300-EXCLUI-ENDERECOS.
           IF WHA-ENDENTR = "S"
               MOVE TC-CODIGO (IND-CLI) TO EE-CLIENTE
               MOVE ZERO TO EE-SEQ
               START ENDENTR KEY IS NOT LESS THAN EE-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-ENDENTR
                   NOT INVALID KEY
                       PERFORM 4310-LE-ENDERECO
               END-START
               PERFORM 4320-EXCLUI-ENDERECO
                   UNTIL FS-ENDENTR NOT = "00"
                   OR EE-CLIENTE NOT = TC-CODIGO (IND-CLI)
           END-IF
           .
       4310-LE-ENDERECO.
           READ ENDENTR NEXT RECORD
               AT END
                   MOVE "10" TO FS-ENDENTR
           END-READ
           .
       4320-EXCLUI-ENDERECO.
           DELETE ENDENTR RECORD
           ADD 1 TO QT-ENDERECOS
           PERFORM 4310-LE-ENDERECO
           .
       4400-EXCLUI-CONTATOS.
           IF WHA-CLICONT = "S"
               MOVE TC-CODIGO (IND-CLI) TO CTT-CLIENTE
               MOVE ZERO TO CTT-SEQ
               START CLICONT KEY IS NOT LESS THAN CTT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CLICONT
                   NOT INVALID KEY
                       PERFORM 4410-LE-CONTATO
               END-START
               PERFORM 4420-EXCLUI-CONTATO
                   UNTIL FS-CLICONT NOT = "00"
                   OR CTT-CLIENTE NOT = TC-CODIGO (IND-CLI)
           END-IF
           .
       4410-LE-CONTATO.
           READ CLICONT NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLICONT
           END-READ
           .
       4420-EXCLUI-CONTATO.
           MOVE CTT-EMAIL TO WEMAIL
           PERFORM 5900-GUARDA-EMAIL
           DELETE CLICONT RECORD
           ADD 1 TO QT-CONTATOS
           PERFORM 4410-LE-CONTATO
           .
       4500-TRATA-ALUNOS.
           DISPLAY " "
           DISPLAY "ESTUDANTES INATIVOS (DADOS DO RESPONSAVEL)"
           MOVE 2 TO IND-RES
           PERFORM 4510-AVALIA-ALUNO THRU 4510-EXIT
               VARYING IND-ALU FROM 1 BY 1
               UNTIL IND-ALU > QT-ALU
           .
       4510-AVALIA-ALUNO.
           ADD 1 TO TR-CANDIDATOS (2)
           MOVE TA-ULTIMA (IND-ALU) TO WDATA-MOV
           IF TA-PENDENTE (IND-ALU) = "S"
               MOVE "S" TO WACHOU
           ELSE
               MOVE "N" TO WACHOU
           END-IF
           PERFORM 8500-CLASSIFICA THRU 8500-EXIT
           IF WSITUACAO-CAND NOT = "ANONIMIZAR"
               IF WSITUACAO-CAND NOT = "DENTRO DO PRAZO"
                   DISPLAY "ALUNO " TA-CODIGO (IND-ALU) " "
                       WSITUACAO-CAND
               END-IF
               GO TO 4510-EXIT
           END-IF
           ADD 1 TO TR-ANONIMIZADOS (2)
           MOVE WDATA-MOV (7:2) TO WED-DIA
           MOVE WDATA-MOV (5:2) TO WED-MES
           MOVE WDATA-MOV (1:4) TO WED-ANO
           DISPLAY "ALUNO " TA-CODIGO (IND-ALU) " ULTIMO MOVIMENTO "
               WED-DATA " - ANONIMIZAR RESPONSAVEL"
           IF MODO-EFETIVAR
               MOVE TA-CODIGO (IND-ALU) TO CODIGO-ALUNO
               READ ESTUDANTES
                   NOT INVALID KEY
                       MOVE RESP-EMAIL TO WEMAIL
                       PERFORM 5900-GUARDA-EMAIL
                       MOVE WANONIMO TO RESP-NOME
                       MOVE SPACES   TO RESP-FONE RESP-EMAIL
                       REWRITE REGISTRO-ESTUDANTES
                       MOVE SPACES TO WCHAVE-AUD
                       STRING "A" TA-CODIGO (IND-ALU)
                           DELIMITED BY SIZE INTO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "ANONIM01", "ANONIMIZOU", WCHAVE-AUD
               END-READ
           END-IF
       4510-EXIT.
           EXIT.
       4800-TRATA-FUNCIONARIOS.
           DISPLAY " "
           DISPLAY "FUNCIONARIOS DESLIGADOS"
           MOVE 3 TO IND-RES
           PERFORM 4810-AVALIA-FUNCIONARIO THRU 4810-EXIT
               VARYING IND-FUN FROM 1 BY 1
               UNTIL IND-FUN > QT-FUN
           .
       4810-AVALIA-FUNCIONARIO.
           ADD 1 TO TR-CANDIDATOS (3)
           MOVE TF-ULTIMA (IND-FUN) TO WDATA-MOV
           IF TF-PENDENTE (IND-FUN) = "S"
               MOVE "S" TO WACHOU
           ELSE
               MOVE "N" TO WACHOU
           END-IF
           PERFORM 8500-CLASSIFICA THRU 8500-EXIT
           IF WSITUACAO-CAND NOT = "ANONIMIZAR"
               IF WSITUACAO-CAND NOT = "DENTRO DO PRAZO"
                   DISPLAY "FUNCIONARIO " TF-CODIGO (IND-FUN) " "
                       WSITUACAO-CAND
               END-IF
               GO TO 4810-EXIT
           END-IF
           ADD 1 TO TR-ANONIMIZADOS (3)
           MOVE WDATA-MOV (7:2) TO WED-DIA
           MOVE WDATA-MOV (5:2) TO WED-MES
           MOVE WDATA-MOV (1:4) TO WED-ANO
           DISPLAY "FUNCIONARIO " TF-CODIGO (IND-FUN)
               " ULTIMO MOVIMENTO " WED-DATA " - ANONIMIZAR"
           IF MODO-EFETIVAR
               MOVE TF-CODIGO (IND-FUN) TO FUNC-CODIGO
               READ FUNCIONARIOS
                   NOT INVALID KEY
                       MOVE WANONIMO TO FUNC-NOME
                       MOVE ZERO TO FUNC-BANCO FUNC-AGENCIA
                           FUNC-CONTA
                       REWRITE REGISTRO-FUNCIONARIO
                       MOVE SPACES TO WCHAVE-AUD
                       STRING "F" TF-CODIGO (IND-FUN)
                           DELIMITED BY SIZE INTO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "ANONIM01", "ANONIMIZOU", WCHAVE-AUD
               END-READ
           END-IF
       4810-EXIT.
           EXIT.
      *================================================================*
      *    CAIXA DE SAIDA: MENSAGEM PARA EMAIL APAGADO PERDE O
      *    DESTINATARIO, O ASSUNTO E O TEXTO (REESCRITA POR COPIA,
      *    COMO NO NOTDISP1)
      *================================================================*
       5000-LIMPA-NOTIFICACOES.
           OPEN INPUT NOTIFIC
           IF FS-NOTIFIC NOT = "00"
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT NOTTMP
           PERFORM 5010-LE-NOTIFICACAO
           PERFORM 5020-COPIA-NOTIFICACAO
               UNTIL FS-NOTIFIC NOT = "00"
           CLOSE NOTIFIC NOTTMP
           OPEN INPUT NOTTMP
           OPEN OUTPUT NOTIFIC
           PERFORM 5030-LE-NOTTMP
           PERFORM 5040-DEVOLVE-NOTIFICACAO
               UNTIL FS-NOTTMP NOT = "00"
           CLOSE NOTIFIC NOTTMP
       5000-EXIT.
           EXIT.
       5010-LE-NOTIFICACAO.
           READ NOTIFIC
               AT END
                   MOVE "10" TO FS-NOTIFIC
           END-READ
           .
       5020-COPIA-NOTIFICACAO.
           IF NOT-EMAIL NOT = SPACES
               PERFORM 5910-ACHA-EMAIL
                   VARYING IND-EMAIL FROM 1 BY 1
                   UNTIL IND-EMAIL > QT-EMAILS
                   OR TE-EMAIL (IND-EMAIL) = NOT-EMAIL
               IF IND-EMAIL NOT > QT-EMAILS
                   MOVE SPACES TO NOT-EMAIL NOT-CORPO
                   MOVE "DADOS ANONIMIZADOS" TO NOT-ASSUNTO
                   ADD 1 TO QT-NOTIFIC
               END-IF
           END-IF
           MOVE REGISTRO-NOTIFIC TO LINHA-NOTTMP
           WRITE LINHA-NOTTMP
           PERFORM 5010-LE-NOTIFICACAO
           .
       5030-LE-NOTTMP.
           READ NOTTMP
               AT END
                   MOVE "10" TO FS-NOTTMP
           END-READ
           .
       5040-DEVOLVE-NOTIFICACAO.
           MOVE LINHA-NOTTMP TO REGISTRO-NOTIFIC
           WRITE REGISTRO-NOTIFIC
           PERFORM 5030-LE-NOTTMP
           .
      *    IMAGENS ANTES/DEPOIS DO CADASTRO DE CLIENTES (CHAVE =
      *    CODIGO) DOS CLIENTES ANONIMIZADOS
       5500-LIMPA-AUDDET.
           OPEN INPUT AUDDET
           IF FS-AUDDET NOT = "00"
               GO TO 5500-EXIT
           END-IF
           OPEN OUTPUT DETTMP
           PERFORM 5510-LE-AUDDET
           PERFORM 5520-COPIA-AUDDET
               UNTIL FS-AUDDET NOT = "00"
           CLOSE AUDDET DETTMP
           OPEN INPUT DETTMP
           OPEN OUTPUT AUDDET
           PERFORM 5530-LE-DETTMP
           PERFORM 5540-DEVOLVE-AUDDET
               UNTIL FS-DETTMP NOT = "00"
           CLOSE AUDDET DETTMP
       5500-EXIT.
           EXIT.
       5510-LE-AUDDET.
           READ AUDDET
               AT END
                   MOVE "10" TO FS-AUDDET
           END-READ
           .
       5520-COPIA-AUDDET.
           IF AD-PROGRAMA = "CADASTR01" AND AD-CHAVE (1:6) IS NUMERIC
               MOVE AD-CHAVE (1:6) TO WBUSCA
               PERFORM 8100-BUSCA-CLIENTE
               IF IND-ACHOU > ZERO
                   IF TC-ANONIMO (IND-ACHOU) = "S"
                       MOVE SPACES TO AD-ANTES AD-DEPOIS
                       ADD 1 TO QT-AUDDET
                   END-IF
               END-IF
           END-IF
           MOVE LINHA-AUDDET TO LINHA-DETTMP
           WRITE LINHA-DETTMP
           PERFORM 5510-LE-AUDDET
           .
       5530-LE-DETTMP.
           READ DETTMP
               AT END
                   MOVE "10" TO FS-DETTMP
           END-READ
           .
       5540-DEVOLVE-AUDDET.
           MOVE LINHA-DETTMP TO LINHA-AUDDET
           WRITE LINHA-AUDDET
           PERFORM 5530-LE-DETTMP
           .
       5900-GUARDA-EMAIL.
           IF WEMAIL NOT = SPACES AND QT-EMAILS < 3000
               ADD 1 TO QT-EMAILS
               MOVE WEMAIL TO TE-EMAIL (QT-EMAILS)
           END-IF
           .
       5910-ACHA-EMAIL.
           CONTINUE
           .
       6000-RESUMO.
           DISPLAY " "
           IF MODO-EFETIVAR
               DISPLAY "RESUMO DA ANONIMIZACAO - PRAZO DE " WANOS
                   " ANO(S)"
           ELSE
               DISPLAY "SIMULACAO DA ANONIMIZACAO - PRAZO DE " WANOS
                   " ANO(S) - NADA FOI GRAVADO"
           END-IF
           DISPLAY "              INATIVOS NO PRAZO SEM DATA"
               " PENDENCIA RETENCAO ANONIMIZ."
           DISPLAY "CLIENTES      " TR-CANDIDATOS (1) "   "
               TR-NO-PRAZO (1) "   " TR-SEM-DATA (1) "   "
               TR-PENDENTES (1) "    " TR-RETIDOS (1) "   "
               TR-ANONIMIZADOS (1)
           DISPLAY "ESTUDANTES    " TR-CANDIDATOS (2) "   "
               TR-NO-PRAZO (2) "   " TR-SEM-DATA (2) "   "
               TR-PENDENTES (2) "    " TR-RETIDOS (2) "   "
               TR-ANONIMIZADOS (2)
           DISPLAY "FUNCIONARIOS  " TR-CANDIDATOS (3) "   "
               TR-NO-PRAZO (3) "   " TR-SEM-DATA (3) "   "
               TR-PENDENTES (3) "    " TR-RETIDOS (3) "   "
               TR-ANONIMIZADOS (3)
           IF MODO-EFETIVAR
               DISPLAY "ENDERECOS DE ENTREGA EXCLUIDOS: " QT-ENDERECOS
               DISPLAY "CONTATOS EXCLUIDOS:             " QT-CONTATOS
               DISPLAY "MENSAGENS LIMPAS NA CAIXA:      " QT-NOTIFIC
               DISPLAY "IMAGENS DE AUDITORIA LIMPAS:    " QT-AUDDET
           END-IF
           IF QT-FORA-TABELA > ZERO
               DISPLAY "ATENCAO: " QT-FORA-TABELA " INATIVO(S) ALEM"
                   " DA CAPACIDADE DAS TABELAS - RODAR DE NOVO"
           END-IF
           .
      *================================================================*
      *    RETENCAO LEGAL: INCLUI, EXCLUI E LISTA AS RETENCOES
      *    (PROCESSO JUDICIAL, FISCALIZACAO ...) QUE IMPEDEM A
      *    ANONIMIZACAO DO CADASTRO
      *================================================================*
       7000-RETENCAO.
           DISPLAY " "
           DISPLAY "TIPO C-CLIENTE A-ALUNO F-FUNCIONARIO L-LISTAR"
               " (BRANCO = SAIR):"
           MOVE SPACE TO WRL-TIPO
           ACCEPT WRL-TIPO
           IF WRL-TIPO = SPACE
               GO TO 7000-EXIT
           END-IF
           IF WRL-TIPO = "L" OR WRL-TIPO = "l"
               PERFORM 7500-LISTA-RETENCOES
               GO TO 7000-RETENCAO
           END-IF
           IF WRL-TIPO NOT = "C" AND WRL-TIPO NOT = "A" AND
              WRL-TIPO NOT = "F"
               DISPLAY "TIPO INVALIDO"
               GO TO 7000-RETENCAO
           END-IF
           DISPLAY "CODIGO:"
           MOVE ZERO TO WRL-CODIGO
           ACCEPT WRL-CODIGO
           MOVE WRL-TIPO   TO RL-TIPO
           MOVE WRL-CODIGO TO RL-CODIGO
           MOVE SPACES TO WCHAVE-AUD
           STRING WRL-TIPO WRL-CODIGO DELIMITED BY SIZE
               INTO WCHAVE-AUD
           READ RETLEGAL
               INVALID KEY
                   PERFORM 7100-INCLUI-RETENCAO
               NOT INVALID KEY
                   PERFORM 7200-EXCLUI-RETENCAO
           END-READ
           GO TO 7000-RETENCAO
           .
       7000-EXIT.
           EXIT.
       7100-INCLUI-RETENCAO.
           DISPLAY "MOTIVO DA RETENCAO (BRANCO = DESISTIR):"
           MOVE SPACES TO WRL-MOTIVO
           ACCEPT WRL-MOTIVO
           IF WRL-MOTIVO NOT = SPACES
               MOVE WRL-MOTIVO TO RL-MOTIVO
               MOVE WDATA-HOJE TO RL-DATA
               MOVE WOPERADOR  TO RL-OPERADOR
               WRITE REGISTRO-RETLEGAL
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A RETENCAO"
                   NOT INVALID KEY
                       DISPLAY "RETENCAO GRAVADA"
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "ANONIM01", "RETEVE", WCHAVE-AUD
               END-WRITE
           END-IF
           .
       7200-EXCLUI-RETENCAO.
           MOVE RL-DATA (7:2) TO WED-DIA
           MOVE RL-DATA (5:2) TO WED-MES
           MOVE RL-DATA (1:4) TO WED-ANO
           DISPLAY "RETIDO DESDE " WED-DATA " POR " RL-OPERADOR
               ": " RL-MOTIVO
           DISPLAY "E-EXCLUIR A RETENCAO (OUTRA TECLA MANTEM):"
           MOVE SPACE TO WRL-OPCAO
           ACCEPT WRL-OPCAO
           IF WRL-OPCAO = "E" OR WRL-OPCAO = "e"
               DELETE RETLEGAL RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR A RETENCAO"
                   NOT INVALID KEY
                       DISPLAY "RETENCAO EXCLUIDA"
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "ANONIM01", "LIBEROU", WCHAVE-AUD
               END-DELETE
           END-IF
           .
       7500-LISTA-RETENCOES.
           MOVE "N" TO WPARAR
           MOVE LOW-VALUES TO RL-CHAVE
           START RETLEGAL KEY IS NOT LESS THAN RL-CHAVE
               INVALID KEY
                   MOVE "S" TO WPARAR
           END-START
           IF WPARAR = "N"
               PERFORM 3610-LE-RETENCAO
               PERFORM 7510-MOSTRA-RETENCAO
                   UNTIL FS-RETLEGAL NOT = "00"
           END-IF
           .
       7510-MOSTRA-RETENCAO.
           MOVE RL-DATA (7:2) TO WED-DIA
           MOVE RL-DATA (5:2) TO WED-MES
           MOVE RL-DATA (1:4) TO WED-ANO
           DISPLAY RL-TIPO " " RL-CODIGO " " WED-DATA " " RL-MOTIVO
           PERFORM 3610-LE-RETENCAO
           .
      *================================================================*
      *    BUSCA BINARIA NAS TABELAS DE CANDIDATOS (WBUSCA ->
      *    IND-ACHOU, ZERO QUANDO NAO ACHA)
      *================================================================*
       8100-BUSCA-CLIENTE.
           MOVE ZERO TO IND-ACHOU
           MOVE 1 TO WINICIO
           MOVE QT-CLI TO WFIM
           PERFORM 8110-PASSO-CLIENTE
               UNTIL WINICIO > WFIM OR IND-ACHOU > ZERO
           .
       8110-PASSO-CLIENTE.
           COMPUTE WMEIO = (WINICIO + WFIM) / 2
           IF TC-CODIGO (WMEIO) = WBUSCA
               MOVE WMEIO TO IND-ACHOU
           ELSE
               IF TC-CODIGO (WMEIO) < WBUSCA
                   COMPUTE WINICIO = WMEIO + 1
               ELSE
                   COMPUTE WFIM = WMEIO - 1
               END-IF
           END-IF
           .
       8200-BUSCA-ALUNO.
           MOVE ZERO TO IND-ACHOU
           MOVE 1 TO WINICIO
           MOVE QT-ALU TO WFIM
           PERFORM 8210-PASSO-ALUNO
               UNTIL WINICIO > WFIM OR IND-ACHOU > ZERO
           .
       8210-PASSO-ALUNO.
           COMPUTE WMEIO = (WINICIO + WFIM) / 2
           IF TA-CODIGO (WMEIO) = WBUSCA
               MOVE WMEIO TO IND-ACHOU
           ELSE
               IF TA-CODIGO (WMEIO) < WBUSCA
                   COMPUTE WINICIO = WMEIO + 1
               ELSE
                   COMPUTE WFIM = WMEIO - 1
               END-IF
           END-IF
           .
       8300-BUSCA-FUNCIONARIO.
           MOVE ZERO TO IND-ACHOU
           MOVE 1 TO WINICIO
           MOVE QT-FUN TO WFIM
           PERFORM 8310-PASSO-FUNCIONARIO
               UNTIL WINICIO > WFIM OR IND-ACHOU > ZERO
           .
       8310-PASSO-FUNCIONARIO.
           COMPUTE WMEIO = (WINICIO + WFIM) / 2
           IF TF-CODIGO (WMEIO) = WBUSCA
               MOVE WMEIO TO IND-ACHOU
           ELSE
               IF TF-CODIGO (WMEIO) < WBUSCA
                   COMPUTE WINICIO = WMEIO + 1
               ELSE
                   COMPUTE WFIM = WMEIO - 1
               END-IF
           END-IF
           .
      *    SITUACAO DO CANDIDATO: WDATA-MOV = ULTIMO MOVIMENTO,
      *    WACHOU = PENDENCIA (ALUNO/FUNCIONARIO), IND-RES = TIPO
       8500-CLASSIFICA.
           IF IND-RES = 1
               MOVE TC-PENDENTE (IND-CLI) TO WACHOU
               IF TC-RETIDO (IND-CLI) = "S"
                   MOVE "RETENCAO LEGAL" TO WSITUACAO-CAND
                   ADD 1 TO TR-RETIDOS (1)
                   GO TO 8500-EXIT
               END-IF
           END-IF
           IF IND-RES = 2 AND TA-RETIDO (IND-ALU) = "S"
               MOVE "RETENCAO LEGAL" TO WSITUACAO-CAND
               ADD 1 TO TR-RETIDOS (2)
               GO TO 8500-EXIT
           END-IF
           IF IND-RES = 3 AND TF-RETIDO (IND-FUN) = "S"
               MOVE "RETENCAO LEGAL" TO WSITUACAO-CAND
               ADD 1 TO TR-RETIDOS (3)
               GO TO 8500-EXIT
           END-IF
           IF WACHOU = "S"
               MOVE "PENDENCIA FINANCEIRA" TO WSITUACAO-CAND
               ADD 1 TO TR-PENDENTES (IND-RES)
               GO TO 8500-EXIT
           END-IF
           IF WDATA-MOV = ZERO
               MOVE "SEM DATA DE MOVIM." TO WSITUACAO-CAND
               ADD 1 TO TR-SEM-DATA (IND-RES)
               GO TO 8500-EXIT
           END-IF
           IF WDATA-MOV > WDATA-LIMITE
               MOVE "DENTRO DO PRAZO" TO WSITUACAO-CAND
               ADD 1 TO TR-NO-PRAZO (IND-RES)
               GO TO 8500-EXIT
           END-IF
           MOVE "ANONIMIZAR" TO WSITUACAO-CAND
           .
       8500-EXIT.
           EXIT.
       9999-ENCERRA.
           CLOSE RETLEGAL
           STOP RUN
           .
       END PROGRAM ANONIM01.
