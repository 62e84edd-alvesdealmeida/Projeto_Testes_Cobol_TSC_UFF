      ******************************************************************
      *
      *               PROFESSORES - CADASTRO, ATRIBUICAO E DIARIO
      *     P-PROFESSORES CADASTRO DE PROFESSORES (PROFESSOR.DAT),
      *                   COM O FUNCIONARIO DA FOLHA E O VALOR DA
      *                   HORA-AULA DO NIVEL DO PROFESSOR;
      *     A-ATRIBUICAO  QUEM ENSINA O QUE: PROFESSOR POR
      *                   DISCIPLINA X TURMA NO ANO LETIVO
      *                   (PROFDISC.DAT) - E O QUE O LANCAMENTO DE
      *                   DISCIPLINA (FREQDISC.DAT), E AS
      *                   ATRIBUICOES SEM LANCAMENTO NO MES - PARA
      *                   A COORDENACAO CONFERIR CARGA E LACUNAS
      *                   ANTES DE FECHAR O MES;
      *     S-SUBSTITUTO  AULAS DADAS POR PROFESSOR SUBSTITUTO NO
      *                   LUGAR DO TITULAR DA ATRIBUICAO, NO MES
      *                   (AULASUB.DAT);
      *     V-VALOR       VALOR DA HORA-AULA DO PROFESSOR POR
      *                   DISCIPLINA (PROFVAL.DAT), QUANDO DIFERE DO
      *                   VALOR DO NIVEL.
      *     O PAGAMENTO DAS AULAS DO MES E GERADO PELO AULAPG01.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           FILE STATUS IS FS-ESTUDANTES.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT AULASUB ASSIGN TO "AULASUB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CHAVE
           FILE STATUS IS FS-AULASUB.

           SELECT PROFVAL ASSIGN TO "PROFVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS FS-PROFVAL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
           02 PROF-ATIVO  PIC X.
               88 PROFESSOR-ATIVO   VALUE "A".
               88 PROFESSOR-INATIVO VALUE "I".
      *        FUNCIONARIO DA FOLHA E HORA-AULA DO NIVEL (AULAPG01)
           02 PROF-FUNCIONARIO PIC 9(04).
           02 PROF-VALOR-HORA  PIC 9(05)V99.

      *    ATRIBUICAO DO ANO LETIVO: DISCIPLINA X TURMA -> PROFESSOR
       FD  PROFDISC.
           02 NOME   PIC X(50).
           02 FILLER PIC X(176).

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

      *    AULAS DADAS PELO SUBSTITUTO NO MES - O AULAPG01 PAGA AO
      *    SUBSTITUTO E TIRA DO TITULAR DA ATRIBUICAO
       FD  AULASUB.
       01  REGISTRO-AULASUB.
           02 AS-CHAVE.
               03 AS-ANO         PIC 9(04).
               03 AS-MES         PIC 9(02).
               03 AS-DISCIPLINA  PIC 9(02).
               03 AS-TURMA       PIC X(10).
               03 AS-SUBSTITUTO  PIC 9(04).
           02 AS-TITULAR         PIC 9(04).
           02 AS-AULAS           PIC 9(03).

      *    HORA-AULA DO PROFESSOR NA DISCIPLINA (SEM REGISTRO VALE A
      *    HORA-AULA DO NIVEL, PROF-VALOR-HORA)
       FD  PROFVAL.
       01  REGISTRO-PROFVAL.
           02 PV-CHAVE.
               03 PV-PROFESSOR   PIC 9(04).
               03 PV-DISCIPLINA  PIC 9(02).
           02 PV-VALOR-HORA      PIC 9(05)V99.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-PROFESSORES.
       77  QT-FALTAS-PROF PIC 9(05) VALUE ZERO.
       77  QT-SEM-LANCTO  PIC 9(03) VALUE ZERO.
       77  WTEM-LANCTO    PIC X VALUE "N".
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       01  FS-AULASUB.
           02 FS-AULASUB-1 PIC 9.
           02 FS-AULASUB-2 PIC 9.
           02 FS-AULASUB-R REDEFINES FS-AULASUB-2 PIC 99 COMP-X.
       01  FS-PROFVAL.
           02 FS-PROFVAL-1 PIC 9.
           02 FS-PROFVAL-2 PIC 9.
           02 FS-PROFVAL-R REDEFINES FS-PROFVAL-2 PIC 99 COMP-X.
       77  WFUNCIONARIO   PIC 9(04) VALUE ZERO.
       77  WVALOR-HORA    PIC 9(05)V99 VALUE ZERO.
       77  WSUBSTITUTO    PIC 9(04) VALUE ZERO.
       77  WAULAS         PIC 9(03) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
           END-IF.
           OPEN INPUT DISCIPLINAS.
           OPEN INPUT ESTUDANTES.
           OPEN INPUT FUNCIONARIOS.
           OPEN I-O AULASUB.
           IF FS-AULASUB = "35"
               OPEN OUTPUT AULASUB
               CLOSE AULASUB
               OPEN I-O AULASUB
           END-IF.
           OPEN I-O PROFVAL.
           IF FS-PROFVAL = "35"
               OPEN OUTPUT PROFVAL
               CLOSE PROFVAL
               OPEN I-O PROFVAL
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
           TELA.
               DISPLAY "PROFESSORES                 " AT 0430
               DISPLAY "ACAO P-PROFESSORES A-ATRIBUICAO D-DIARIO"
                   " S-SUBSTITUTO V-VALOR X-SAIR" AT 0505
               ACCEPT WACAO AT 0574
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE PROFESSORES PROFDISC DISCIPLINAS
                           ESTUDANTES
                       CLOSE FUNCIONARIOS AULASUB PROFVAL
                       EXIT PROGRAM
                   WHEN WACAO = "P" OR WACAO = "p"
                       PERFORM MANTEM-PROFESSOR THRU PROF-FIM
                       PERFORM MANTEM-ATRIBUICAO THRU ATRIB-FIM
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM DIARIO-DE-CLASSE THRU DIARIO-FIM
                   WHEN WACAO = "S" OR WACAO = "s"
                       PERFORM MANTEM-SUBSTITUICAO THRU SUBST-FIM
                   WHEN WACAO = "V" OR WACAO = "v"
                       PERFORM MANTEM-VALOR-HORA THRU VALOR-FIM
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
                   INVALID KEY
                       MOVE SPACES TO WNOME WFONE
                       MOVE "A" TO WATIVO
                       MOVE ZERO TO WFUNCIONARIO WVALOR-HORA
                       MOVE "N" TO WJA-EXISTE
                   NOT INVALID KEY
                       MOVE PROF-NOME  TO WNOME
                       MOVE PROF-FONE  TO WFONE
                       MOVE PROF-ATIVO TO WATIVO
                       MOVE PROF-FUNCIONARIO TO WFUNCIONARIO
                       MOVE PROF-VALOR-HORA  TO WVALOR-HORA
                       MOVE "S" TO WJA-EXISTE
               END-READ
               DISPLAY "NOME          " AT 0805
               DISPLAY "ATIVO [A-I]   " AT 1005
               DISPLAY WATIVO AT 1020
               ACCEPT WATIVO AT 1020
               DISPLAY "FUNCIONARIO   " AT 1105
               DISPLAY WFUNCIONARIO AT 1120
               ACCEPT WFUNCIONARIO AT 1120
               IF WFUNCIONARIO NOT = ZERO
                   MOVE WFUNCIONARIO TO FUNC-CODIGO
                   READ FUNCIONARIOS
                       INVALID KEY
                           DISPLAY "FUNCIONARIO NAO CADASTRADO" AT 1905
                           GO TO PROF-FIM
                   END-READ
                   DISPLAY FUNC-NOME (1:30) AT 1126
               END-IF
               DISPLAY "HORA-AULA     " AT 1205
               DISPLAY WVALOR-HORA AT 1220
               ACCEPT WVALOR-HORA AT 1220
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1923
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
               MOVE WNOME  TO PROF-NOME
               MOVE WFONE  TO PROF-FONE
               MOVE WATIVO TO PROF-ATIVO
               MOVE WFUNCIONARIO TO PROF-FUNCIONARIO
               MOVE WVALOR-HORA  TO PROF-VALOR-HORA
               MOVE WPROFESSOR TO WCHAVE-AUD
               IF WJA-EXISTE = "S"
                   REWRITE REGISTRO-PROFESSOR
                       PD-DISCIPLINA " TURMA " PD-TURMA
               END-IF
               .
      *----------------------------------------------------------------*
      *    AULAS DADAS PELO SUBSTITUTO: O TITULAR E O DA ATRIBUICAO
      *    DISCIPLINA X TURMA DO ANO; AULAS ZERO RETIRA O REGISTRO
      *----------------------------------------------------------------*
           MANTEM-SUBSTITUICAO.
               DISPLAY "ANO LETIVO [....] MES [..] " AT 0705
               ACCEPT WANO AT 0717
               ACCEPT WMES AT 0728
               IF WANO = ZERO
                   GO TO SUBST-FIM
               END-IF
               IF WMES < 1 OR WMES > 12
                   DISPLAY "MES INVALIDO" AT 1905
                   GO TO SUBST-FIM
               END-IF
               DISPLAY "DISCIPLINA [..]            " AT 0805
               ACCEPT WDISCIPLINA AT 0817
               MOVE WDISCIPLINA TO DIS-CODIGO
               READ DISCIPLINAS
                   INVALID KEY
                       DISPLAY "DISCIPLINA NAO CADASTRADA" AT 1905
                       GO TO SUBST-FIM
               END-READ
               DISPLAY DIS-NOME AT 0822
               DISPLAY "TURMA                      " AT 0905
               ACCEPT WTURMA AT 0920
               MOVE WANO        TO PD-ANO
               MOVE WDISCIPLINA TO PD-DISCIPLINA
               MOVE WTURMA      TO PD-TURMA
               READ PROFDISC
                   INVALID KEY
                       DISPLAY "DISCIPLINA SEM ATRIBUICAO NA TURMA"
                           AT 1905
                       GO TO SUBST-FIM
               END-READ
               MOVE PD-PROFESSOR TO PROF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       MOVE SPACES TO PROF-NOME
               END-READ
               DISPLAY "TITULAR   " AT 1005
               DISPLAY PD-PROFESSOR AT 1017
               DISPLAY PROF-NOME (1:30) AT 1024
               DISPLAY "SUBSTITUTO [....]          " AT 1105
               ACCEPT WSUBSTITUTO AT 1117
               IF WSUBSTITUTO = PD-PROFESSOR
                   DISPLAY "SUBSTITUTO E O PROPRIO TITULAR" AT 1905
                   GO TO SUBST-FIM
               END-IF
               MOVE WSUBSTITUTO TO PROF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       DISPLAY "PROFESSOR NAO CADASTRADO" AT 1905
                       GO TO SUBST-FIM
               END-READ
               IF PROFESSOR-INATIVO
                   DISPLAY "PROFESSOR DESATIVADO" AT 1905
                   GO TO SUBST-FIM
               END-IF
               DISPLAY PROF-NOME (1:30) AT 1124
               MOVE WANO         TO AS-ANO
               MOVE WMES         TO AS-MES
               MOVE WDISCIPLINA  TO AS-DISCIPLINA
               MOVE WTURMA       TO AS-TURMA
               MOVE WSUBSTITUTO  TO AS-SUBSTITUTO
               MOVE "N" TO WJA-EXISTE
               MOVE ZERO TO WAULAS
               READ AULASUB
                   NOT INVALID KEY
                       MOVE "S" TO WJA-EXISTE
                       MOVE AS-AULAS TO WAULAS
               END-READ
               DISPLAY "AULAS DADAS [...] (0 RETIRA)" AT 1205
               DISPLAY WAULAS AT 1218
               ACCEPT WAULAS AT 1218
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1923
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO SUBST-FIM
               END-IF
               MOVE SPACES TO WCHAVE-AUD
               STRING WANO WMES "/" WSUBSTITUTO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               IF WAULAS = ZERO
                   IF WJA-EXISTE = "S"
                       DELETE AULASUB
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "PROFESS1", "EXCLUIU", WCHAVE-AUD
                   END-IF
                   GO TO SUBST-FIM
               END-IF
               MOVE PD-PROFESSOR TO AS-TITULAR
               MOVE WAULAS       TO AS-AULAS
               IF WJA-EXISTE = "S"
                   REWRITE REGISTRO-AULASUB
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "PROFESS1", "ALTEROU", WCHAVE-AUD
               ELSE
                   WRITE REGISTRO-AULASUB
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "PROFESS1", "GRAVOU", WCHAVE-AUD
               END-IF
               DISPLAY "SUBSTITUICAO GRAVADA        " AT 2005
               .
           SUBST-FIM.
               EXIT.
      *    HORA-AULA DO PROFESSOR NA DISCIPLINA; VALOR ZERO RETIRA E
      *    A DISCIPLINA VOLTA A PAGAR A HORA-AULA DO NIVEL
           MANTEM-VALOR-HORA.
               DISPLAY "PROFESSOR [....]           " AT 0705
               ACCEPT WPROFESSOR AT 0717
               MOVE WPROFESSOR TO PROF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       DISPLAY "PROFESSOR NAO CADASTRADO" AT 1905
                       GO TO VALOR-FIM
               END-READ
               DISPLAY PROF-NOME (1:30) AT 0724
               DISPLAY "HORA-AULA DO NIVEL" AT 0805
               DISPLAY PROF-VALOR-HORA AT 0825
               DISPLAY "DISCIPLINA [..]            " AT 0905
               ACCEPT WDISCIPLINA AT 0917
               MOVE WDISCIPLINA TO DIS-CODIGO
               READ DISCIPLINAS
                   INVALID KEY
                       DISPLAY "DISCIPLINA NAO CADASTRADA" AT 1905
                       GO TO VALOR-FIM
               END-READ
               DISPLAY DIS-NOME AT 0922
               MOVE WPROFESSOR  TO PV-PROFESSOR
               MOVE WDISCIPLINA TO PV-DISCIPLINA
               MOVE "N" TO WJA-EXISTE
               MOVE ZERO TO WVALOR-HORA
               READ PROFVAL
                   NOT INVALID KEY
                       MOVE "S" TO WJA-EXISTE
                       MOVE PV-VALOR-HORA TO WVALOR-HORA
               END-READ
               DISPLAY "HORA-AULA NA DISCIPLINA (0 RETIRA)" AT 1005
               DISPLAY WVALOR-HORA AT 1041
               ACCEPT WVALOR-HORA AT 1041
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1923
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO VALOR-FIM
               END-IF
               MOVE SPACES TO WCHAVE-AUD
               STRING WPROFESSOR "/" WDISCIPLINA
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               IF WVALOR-HORA = ZERO
                   IF WJA-EXISTE = "S"
                       DELETE PROFVAL
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "PROFESS1", "EXCLUIU", WCHAVE-AUD
                   END-IF
                   GO TO VALOR-FIM
               END-IF
               MOVE WVALOR-HORA TO PV-VALOR-HORA
               IF WJA-EXISTE = "S"
                   REWRITE REGISTRO-PROFVAL
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "PROFESS1", "ALTEROU", WCHAVE-AUD
               ELSE
                   WRITE REGISTRO-PROFVAL
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "PROFESS1", "GRAVOU", WCHAVE-AUD
               END-IF
               DISPLAY "HORA-AULA GRAVADA           " AT 2005
               .
           VALOR-FIM.
               EXIT.
       END PROGRAM PROFESS1.
