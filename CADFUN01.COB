      *
      *               CADASTRO DE FUNCIONARIOS (FUNCION.DAT)
      *     MANTEM O MESTRE DE FUNCIONARIOS (CODIGO, NOME, DATA DE
      *     ADMISSAO, SALARIO, DEPENDENTES, SITUACAO, CENTRO DE
      *     CUSTO) USADO PELA
      *     FOLHA DE PAGAMENTO EM LOTE (FOLHA001), PARA QUE NINGUEM
      *     PRECISE MAIS DIGITAR SALARIO E DEPENDENTES TODO MES NO
      *     IR000001.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

      *    CENTROS DE CUSTO (CADCCU01)
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.
               88 CC-ATIVO        VALUE "A".

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.
       77  OPCAO PIC X VALUE SPACES.
       77  WMODO PIC X VALUE SPACES.
       77  WOPERADOR PIC X(10) VALUE SPACES.
           02 WFUNC-BANCO       PIC 9(03) VALUE ZERO.
           02 WFUNC-AGENCIA     PIC 9(04) VALUE ZERO.
           02 WFUNC-CONTA       PIC 9(08) VALUE ZERO.
           02 WFUNC-CENTRO      PIC 9(03) VALUE ZERO.

      *================================================================*
       PROCEDURE                                           DIVISION.
               CLOSE FUNCIONARIOS
               OPEN I-O FUNCIONARIOS
           END-IF.
           OPEN INPUT CENTRO.
           DISPLAY "OPERADOR            :" AT 0430.
           ACCEPT WOPERADOR AT 0453.
       INICIO.
           DISPLAY "SALARIO                    " AT 0905
           DISPLAY "DEPENDENTES                " AT 1005
           DISPLAY "BANCO [...] AG [....] CONTA [........]" AT 1105
           DISPLAY "CENTRO DE CUSTO            " AT 1205
           ACCEPT WFUNC-CODIGO                   AT 0635
           IF WFUNC-CODIGO = 9999 THEN
               CLOSE FUNCIONARIOS CENTRO
               STOP RUN
           END-IF
           IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
           ACCEPT WFUNC-BANCO   AT 1112
           ACCEPT WFUNC-AGENCIA AT 1121
           ACCEPT WFUNC-CONTA   AT 1134
           ACCEPT WFUNC-CENTRO  AT 1235
           PERFORM BUSCA-CENTRO
           DISPLAY "OS DADOS ESTAO CORRETOS  S-N" AT 1525
           ACCEPT OPCAO AT 1555
           .
           MOVE FUNC-BANCO   TO WFUNC-BANCO
           MOVE FUNC-AGENCIA TO WFUNC-AGENCIA
           MOVE FUNC-CONTA   TO WFUNC-CONTA
           MOVE FUNC-CENTRO  TO WFUNC-CENTRO
           DISPLAY WFUNC-NOME        AT 0735
           DISPLAY WFUNC-ADMISSAO    AT 0835
           DISPLAY WFUNC-SALARIO     AT 0935
           DISPLAY WFUNC-BANCO   AT 1112
           DISPLAY WFUNC-AGENCIA AT 1121
           DISPLAY WFUNC-CONTA   AT 1134
           DISPLAY WFUNC-CENTRO  AT 1235
           DISPLAY FUNC-SITUACAO     AT 0650
           .
      *    CENTRO ZERO = FUNCIONARIO SEM CENTRO DE CUSTO (A FOLHA
      *    LANCA SEM CENTRO). SEM CENTRO.DAT NAO HA VALIDACAO.
       BUSCA-CENTRO.
           IF WFUNC-CENTRO NOT = ZERO AND FS-CENTRO = "00"
               MOVE WFUNC-CENTRO TO CC-CODIGO
               READ CENTRO
                   INVALID KEY
                       DISPLAY "CENTRO DE CUSTO NAO CADASTRADO" AT 1525
                       MOVE "N" TO OPCAO
                       GO TO TELA-EXIT
               END-READ
               IF NOT CC-ATIVO
                   DISPLAY "CENTRO DE CUSTO INATIVO" AT 1525
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY CC-DESCRICAO AT 1245
           END-IF
           .
       LIMPA-CAMPOS.
           MOVE SPACES TO REG-FUNC.
       GRAVA-DADOS.
           MOVE WFUNC-BANCO   TO FUNC-BANCO
           MOVE WFUNC-AGENCIA TO FUNC-AGENCIA
           MOVE WFUNC-CONTA   TO FUNC-CONTA
           MOVE WFUNC-CENTRO  TO FUNC-CENTRO
           MOVE "A"               TO FUNC-SITUACAO
           MOVE ZERO TO FUNC-DEMISSAO
           MOVE SPACE TO FUNC-TIPO-DESLIG
           MOVE WFUNC-BANCO   TO FUNC-BANCO
           MOVE WFUNC-AGENCIA TO FUNC-AGENCIA
           MOVE WFUNC-CONTA   TO FUNC-CONTA
           MOVE WFUNC-CENTRO  TO FUNC-CENTRO
           REWRITE REGISTRO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO" AT 1525
