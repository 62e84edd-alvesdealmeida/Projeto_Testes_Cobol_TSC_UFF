      *
      *          MANUTENCAO DE OPERADORES (RESTRITA A ADMINISTRADOR)
      *     INCLUI, ALTERA, DESATIVA E REATIVA OPERADORES E FAZ O
      *     RESET DE SENHA. O PERFIL ("A" ADMINISTRADOR / "G"
      *     APROVADOR DA DUPLA APROVACAO / "U" USUARIO) E A MASCARA
      *     OP-OPCOES (UM "S" NA POSICAO DE CADA OPCAO LIBERADA DO
      *     MENU) SAO MANTIDOS AQUI. QUEM NAO E ADMINISTRADOR TEM
      *     O ACESSO NEGADO E AUDITADO.
      *     A FILIAL DO OPERADOR (OP-FILIAL) E A FILIAL EM QUE ELE
      *     VENDE, RECEBE E EMITE NOTA; O MODO F ABRE O CADASTRO DE
      *     FILIAIS E DEPOSITOS (CADFIL01).
      *
      ******************************************************************

           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 WOP-NOME   PIC X(30) VALUE SPACES.
           02 WOP-PERFIL PIC X     VALUE "U".
           02 WOP-OPCOES PIC X(99) VALUE SPACES.
           02 WOP-FILIAL PIC 9(02) VALUE 01.
       77  WSENHA-NOVA   PIC X(10) VALUE SPACES.
       77  WHASH         PIC X(10) VALUE SPACES.
      *    FILIAL DO OPERADOR (BUSCA-FILIAL)
       77  WTIPO-FIL     PIC X     VALUE "F".
       77  WCHAVE-FIL    PIC X(10) VALUE SPACES.
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.

      *================================================================*
       LINKAGE                             SECTION.
           TELA.
               DISPLAY "MANUTENCAO DE OPERADORES    " AT 0430
               DISPLAY "MODO I-INCLUIR A-ALTERAR D-DESATIVAR"
                   " R-RESET SENHA F-FILIAIS X-SAIR" AT 0505
               ACCEPT WMODO                          AT 0573
               IF WMODO = "X" OR WMODO = "x"
                   CLOSE OPERADORES
                   EXIT PROGRAM
               END-IF
               IF WMODO = "F" OR WMODO = "f"
                   CALL "CADASTRO-FILIAL" USING LK-OPCAO, WOPERADOR
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY "CODIGO DO OPERADOR         " AT 0605
               DISPLAY "NOME                       " AT 0705
               DISPLAY "PERFIL A-ADM G-APROV U-USU " AT 0805
               DISPLAY "FILIAL [..]" AT 0840
               DISPLAY "OPCOES LIBERADAS (S NA POSICAO DA OPCAO,"
                   " 1-50 E 51-99)" AT 0905
               ACCEPT WOP-CODIGO                     AT 0635
               END-IF
               ACCEPT WOP-NOME   AT 0735
               ACCEPT WOP-PERFIL AT 0835
               ACCEPT WOP-FILIAL AT 0848
               CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
                   WOP-FILIAL, WDADOS-FILIAL
               IF WFIL-RESULTADO NOT = "S"
                   DISPLAY "FILIAL NAO CADASTRADA OU INATIVA" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               DISPLAY WFIL-NOME AT 0852
               ACCEPT WOP-OPCOES (1:50) AT 1005
               ACCEPT WOP-OPCOES (51:49) AT 1105
               IF WMODO NOT = "A" AND WMODO NOT = "a"
               MOVE OP-NOME   TO WOP-NOME
               MOVE OP-PERFIL TO WOP-PERFIL
               MOVE OP-OPCOES TO WOP-OPCOES
               IF OP-FILIAL NUMERIC AND OP-FILIAL NOT = ZERO
                   MOVE OP-FILIAL TO WOP-FILIAL
               ELSE
                   MOVE 01 TO WOP-FILIAL
               END-IF
               DISPLAY WOP-NOME   AT 0735
               DISPLAY WOP-PERFIL AT 0835
               DISPLAY WOP-FILIAL AT 0848
               DISPLAY WOP-OPCOES (1:50) AT 1005
               DISPLAY WOP-OPCOES (51:49) AT 1105
               DISPLAY OP-ATIVO   AT 0650
               MOVE ZEROS       TO OP-DATA-SENHA
               MOVE ZERO        TO OP-FALHAS
               MOVE "S"         TO OP-TROCAR
               MOVE WOP-FILIAL  TO OP-FILIAL
               WRITE REGISTRO-OPERADOR
                   INVALID KEY
                       DISPLAY "CODIGO JA CADASTRADO" AT 1905
               MOVE WOP-NOME   TO OP-NOME
               MOVE WOP-PERFIL TO OP-PERFIL
               MOVE WOP-OPCOES TO OP-OPCOES
               MOVE WOP-FILIAL TO OP-FILIAL
               REWRITE REGISTRO-OPERADOR
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO" AT 1905
