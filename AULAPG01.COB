      ******************************************************************
      *
      *     PAGAMENTO MENSAL DAS AULAS DOS PROFESSORES
      *     (FREQDISC.DAT X PROFDISC.DAT X AULASUB.DAT X
      *     PROFESSOR.DAT -> EVENFOL.DAT)
      *     PARA UM MES DO ANO LETIVO TOTALIZA AS AULAS DADAS PELO
      *     DIARIO DE CLASSE: POR PROFESSOR, DISCIPLINA E TURMA VALE
      *     O MAIOR NUMERO DE AULAS LANCADO PARA UM ALUNO DA TURMA
      *     (FREQUENCIA CARIMBADA COM O PROFESSOR EM FREQ0001). AS
      *     AULAS DADAS POR SUBSTITUTO (AULASUB.DAT, MANTIDO EM
      *     PROFESS1) PASSAM DO TITULAR PARA O SUBSTITUTO.
      *     O VALOR DA HORA-AULA E O DO PROFESSOR NA DISCIPLINA
      *     (PROFVAL.DAT) OU, SEM ELE, O DO NIVEL DO PROFESSOR
      *     (PROF-VALOR-HORA).
      *     NO MODO G-GERAR GRAVA POR PROFESSOR, NO FUNCIONARIO
      *     VINCULADO (PROF-FUNCIONARIO), O EVENTO DE PROVENTO
      *     INFORMADO COM AS HORAS E O VALOR DO MES PARA A FOLHA001
      *     (O REPROCESSAMENTO REGRAVA O EVENTO). NO MODO
      *     C-CONFERIR SO IMPRIME A CONFERENCIA.
      *     A CONFERENCIA MOSTRA POR PROFESSOR AS HORAS E O VALOR DO
      *     DIARIO CONTRA O QUE ESTAVA LANCADO NO EVENTO DA
      *     COMPETENCIA ANTES DO PROCESSAMENTO, E A DIFERENCA.
      *     PROFESSOR SEM FUNCIONARIO OU SEM HORA-AULA E APONTADO E
      *     NAO GERA EVENTO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. AULAPG01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FREQUENCIA ASSIGN TO "FREQDISC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FQ-CHAVE
           FILE STATUS IS FS-FREQUENCIA.

           SELECT ESTUDANTES ASSIGN TO "ESTUDANTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CODIGO
           FILE STATUS IS FS-ESTUDANTES.

           SELECT AULASUB ASSIGN TO "AULASUB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CHAVE
           FILE STATUS IS FS-AULASUB.

           SELECT PROFESSORES ASSIGN TO "PROFESSOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PROF-CODIGO
           FILE STATUS IS FS-PROFESSORES.

           SELECT PROFVAL ASSIGN TO "PROFVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS FS-PROFVAL.

           SELECT EVENTAB ASSIGN TO "EVENTAB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EV-CODIGO
           FILE STATUS IS FS-EVENTAB.

           SELECT EVENFOL ASSIGN TO "EVENFOL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EF-CHAVE
           FILE STATUS IS FS-EVENFOL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  FREQUENCIA.
       01  REGISTRO-FREQUENCIA.
           02 FQ-CHAVE.
               03 FQ-ALUNO      PIC 9(04).
               03 FQ-DISCIPLINA PIC 9(02).
               03 FQ-MES        PIC 9(02).
           02 FQ-AULAS          PIC 9(03).
           02 FQ-FALTAS         PIC 9(03).
           02 FQ-PROFESSOR      PIC 9(04).

       FD  ESTUDANTES.
       01  REGISTRO-ESTUDANTES.
           02 CODIGO     PIC 9999.
           02 NOME       PIC X(50).
           02 FILLER     PIC X(32).
           02 ANO-LETIVO PIC 9(04).
           02 TURMA      PIC X(10).
           02 FILLER     PIC X(130).

      *    MESMO LAYOUT DO PROFESS1
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

       FD  PROFESSORES.
       01  REGISTRO-PROFESSOR.
           02 PROF-CODIGO      PIC 9(04).
           02 PROF-NOME        PIC X(50).
           02 PROF-FONE        PIC X(30).
           02 PROF-ATIVO       PIC X.
           02 PROF-FUNCIONARIO PIC 9(04).
           02 PROF-VALOR-HORA  PIC 9(05)V99.

       FD  PROFVAL.
       01  REGISTRO-PROFVAL.
           02 PV-CHAVE.
               03 PV-PROFESSOR   PIC 9(04).
               03 PV-DISCIPLINA  PIC 9(02).
           02 PV-VALOR-HORA      PIC 9(05)V99.

       FD  EVENTAB.
       01  REGISTRO-EVENTAB.
           02 EV-CODIGO      PIC 9(03).
           02 EV-DESCRICAO   PIC X(20).
           02 EV-TIPO        PIC X.
               88 EV-PROVENTO VALUE "P".
               88 EV-DESCONTO VALUE "D".
           02 EV-INCIDE-INSS PIC X.
           02 EV-INCIDE-IRRF PIC X.
           02 EV-INCIDE-FGTS PIC X.

       FD  EVENFOL.
       01  REGISTRO-EVENFOL.
           02 EF-CHAVE.
               03 EF-FUNC   PIC 9(04).
               03 EF-ANO    PIC 9(04).
               03 EF-MES    PIC 9(02).
               03 EF-EVENTO PIC 9(03).
           02 EF-QTDE       PIC 9(03)V99.
           02 EF-VALOR      PIC 9(07)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-FREQUENCIA.
           02 FS-FREQUENCIA-1 PIC 9.
           02 FS-FREQUENCIA-2 PIC 9.
           02 FS-FREQUENC-R REDEFINES FS-FREQUENCIA-2 PIC 99 COMP-X.
       01  FS-ESTUDANTES.
           02 FS-ESTUDANTES-1 PIC 9.
           02 FS-ESTUDANTES-2 PIC 9.
           02 FS-ESTUDANTES-R REDEFINES FS-ESTUDANTES-2
               PIC 99 COMP-X.
       01  FS-AULASUB.
           02 FS-AULASUB-1 PIC 9.
           02 FS-AULASUB-2 PIC 9.
           02 FS-AULASUB-R REDEFINES FS-AULASUB-2 PIC 99 COMP-X.
       01  FS-PROFESSORES.
           02 FS-PROFESSORES-1 PIC 9.
           02 FS-PROFESSORES-2 PIC 9.
           02 FS-PROFESSOR-R REDEFINES FS-PROFESSORES-2
               PIC 99 COMP-X.
       01  FS-PROFVAL.
           02 FS-PROFVAL-1 PIC 9.
           02 FS-PROFVAL-2 PIC 9.
           02 FS-PROFVAL-R REDEFINES FS-PROFVAL-2 PIC 99 COMP-X.
       01  FS-EVENTAB.
           02 FS-EVENTAB-1 PIC 9.
           02 FS-EVENTAB-2 PIC 9.
           02 FS-EVENTAB-R REDEFINES FS-EVENTAB-2 PIC 99 COMP-X.
       01  FS-EVENFOL.
           02 FS-EVENFOL-1 PIC 9.
           02 FS-EVENFOL-2 PIC 9.
           02 FS-EVENFOL-R REDEFINES FS-EVENFOL-2 PIC 99 COMP-X.

       77  WANO          PIC 9(04) VALUE ZERO.
       77  WMES          PIC 9(02) VALUE ZERO.
       77  WEVENTO       PIC 9(03) VALUE ZERO.
       77  WMODO         PIC X VALUE SPACE.
           88 MODO-GERAR     VALUE "G" "g".
           88 MODO-CONFERIR  VALUE "C" "c".
       77  WHA-PROFVAL   PIC X VALUE "N".
       77  WHA-EVENFOL   PIC X VALUE "N".
       77  WPROF-BUSCA   PIC 9(04) VALUE ZERO.
       77  WDISC-BUSCA   PIC 9(02) VALUE ZERO.
       77  WTURMA-BUSCA  PIC X(10) VALUE SPACES.
       77  WVALOR-HORA   PIC 9(05)V99 VALUE ZERO.
       77  WVALOR-AULAS  PIC 9(07)V99 VALUE ZERO.
       77  WPAGO-HORAS   PIC 9(03)V99 VALUE ZERO.
       77  WPAGO-VALOR   PIC 9(07)V99 VALUE ZERO.
       77  WDIF-HORAS    PIC S9(04)V99 VALUE ZERO.
       77  WDIF-VALOR    PIC S9(08)V99 VALUE ZERO.
       77  WSITUACAO     PIC X(15) VALUE SPACES.

       77  IND-AU        PIC 9(03) VALUE ZERO.
       77  QT-AU         PIC 9(03) VALUE ZERO.
       77  IND-PR        PIC 9(03) VALUE ZERO.
       77  QT-PR         PIC 9(03) VALUE ZERO.
       77  QT-LANCTOS    PIC 9(05) VALUE ZEROS.
       77  QT-SUBST      PIC 9(05) VALUE ZEROS.
       77  QT-GERADOS    PIC 9(05) VALUE ZEROS.
       77  QT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77  QT-EXCEDIDOS  PIC 9(05) VALUE ZEROS.
       77  WTOT-HORAS    PIC 9(05)V99 VALUE ZEROS.
       77  WTOT-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-PAGO     PIC 9(09)V99 VALUE ZEROS.
       77  WED-HORAS     PIC ZZ9.99.
       77  WED-PAGO-H    PIC ZZ9.99.
       77  WED-DIF-H     PIC ----9.99.
       77  WED-VALOR     PIC Z(8)9.99.

      *    AULAS DO MES POR PROFESSOR, DISCIPLINA E TURMA
       01  TABELA-AULAS.
           02 TAB-AULA OCCURS 300 TIMES.
               03 TA-PROFESSOR  PIC 9(04).
               03 TA-DISCIPLINA PIC 9(02).
               03 TA-TURMA      PIC X(10).
               03 TA-AULAS      PIC 9(03).
      *    TOTAL DO MES POR PROFESSOR
       01  TABELA-PROFESSORES.
           02 TAB-PROF OCCURS 100 TIMES.
               03 TP-PROFESSOR  PIC 9(04).
               03 TP-HORAS      PIC 9(03)V99.
               03 TP-VALOR      PIC 9(07)V99.
               03 TP-SEM-VALOR  PIC X.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           PERFORM 2000-TOTALIZA-DIARIO THRU 2000-EXIT
           PERFORM 3000-APLICA-SUBSTITUICOES THRU 3000-EXIT
           PERFORM 4000-VALORIZA-AULAS
               VARYING IND-AU FROM 1 BY 1 UNTIL IND-AU > QT-AU
           PERFORM 4500-CONFERENCIA
           PERFORM 5000-SUMARIO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "PAGAMENTO DAS AULAS DOS PROFESSORES"
           DISPLAY "ANO LETIVO:"
           ACCEPT WANO
           DISPLAY "MES:"
           ACCEPT WMES
           DISPLAY "EVENTO DE PROVENTO DAS AULAS:"
           ACCEPT WEVENTO
           DISPLAY "MODO (G-GERAR EVENTOS  C-CONFERIR):"
           ACCEPT WMODO
           OPEN INPUT FREQUENCIA
           OPEN INPUT ESTUDANTES
           OPEN INPUT AULASUB
           OPEN INPUT PROFESSORES
           OPEN INPUT PROFVAL
           OPEN INPUT EVENTAB
           OPEN I-O EVENFOL
           IF FS-EVENFOL = "35"
               OPEN OUTPUT EVENFOL
               CLOSE EVENFOL
               OPEN I-O EVENFOL
           END-IF
           IF FS-PROFVAL = "00"
               MOVE "S" TO WHA-PROFVAL
           END-IF
           IF FS-EVENFOL = "00"
               MOVE "S" TO WHA-EVENFOL
           END-IF
           IF WMES < 1 OR WMES > 12
               DISPLAY "MES INVALIDO"
               PERFORM 9999-ENCERRA
           END-IF
           IF NOT MODO-GERAR AND NOT MODO-CONFERIR
               DISPLAY "MODO INVALIDO"
               PERFORM 9999-ENCERRA
           END-IF
           IF FS-PROFESSORES NOT = "00"
               DISPLAY "CADASTRO DE PROFESSORES NAO ENCONTRADO"
               PERFORM 9999-ENCERRA
           END-IF
           IF MODO-CONFERIR
               GO TO 1000-EXIT
           END-IF
           MOVE WEVENTO TO EV-CODIGO
           READ EVENTAB
               INVALID KEY
                   DISPLAY "EVENTO NAO CADASTRADO"
                   PERFORM 9999-ENCERRA
           END-READ
           IF NOT EV-PROVENTO
               DISPLAY "O EVENTO DAS AULAS DEVE SER DE PROVENTO"
               PERFORM 9999-ENCERRA
           END-IF
           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    DIARIO DO MES: CADA LANCAMENTO COM PROFESSOR DE ALUNO DO
      *    ANO LETIVO CONTA PARA A DISCIPLINA X TURMA DO ALUNO; AS
      *    AULAS DA TURMA SAO O MAIOR LANCAMENTO ENTRE OS ALUNOS
      *----------------------------------------------------------------*
       2000-TOTALIZA-DIARIO.
           MOVE ZERO TO QT-AU
           IF FS-FREQUENCIA NOT = "00"
               DISPLAY "SEM LANCAMENTOS DE FREQUENCIA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-FREQUENCIA
           PERFORM 2200-CONTA-LANCAMENTO THRU 2200-EXIT
               UNTIL FS-FREQUENCIA NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-FREQUENCIA.
           READ FREQUENCIA NEXT RECORD
               AT END
                   MOVE "10" TO FS-FREQUENCIA
           END-READ
           .
       2200-CONTA-LANCAMENTO.
           IF FQ-MES NOT = WMES OR FQ-PROFESSOR = ZERO
               GO TO 2200-PROXIMO
           END-IF
           MOVE FQ-ALUNO TO CODIGO
           READ ESTUDANTES
               INVALID KEY
                   GO TO 2200-PROXIMO
           END-READ
           IF ANO-LETIVO NOT = ZERO AND ANO-LETIVO NOT = WANO
               GO TO 2200-PROXIMO
           END-IF
           ADD 1 TO QT-LANCTOS
           MOVE FQ-PROFESSOR  TO WPROF-BUSCA
           MOVE FQ-DISCIPLINA TO WDISC-BUSCA
           MOVE TURMA         TO WTURMA-BUSCA
           PERFORM 2300-LOCALIZA-AULA THRU 2300-EXIT
           IF IND-AU > ZERO
               IF FQ-AULAS > TA-AULAS (IND-AU)
                   MOVE FQ-AULAS TO TA-AULAS (IND-AU)
               END-IF
           END-IF
           .
       2200-PROXIMO.
           PERFORM 2100-LE-FREQUENCIA
           .
       2200-EXIT.
           EXIT.
      *    POSICAO DE PROFESSOR X DISCIPLINA X TURMA NA TABELA;
      *    INCLUI SE NAO HA (IND-AU ZERO QUANDO A TABELA ESTA CHEIA)
       2300-LOCALIZA-AULA.
           PERFORM 2310-COMPARA-AULA
               VARYING IND-AU FROM 1 BY 1
               UNTIL IND-AU > QT-AU
               OR (TA-PROFESSOR (IND-AU) = WPROF-BUSCA AND
                   TA-DISCIPLINA (IND-AU) = WDISC-BUSCA AND
                   TA-TURMA (IND-AU) = WTURMA-BUSCA)
           IF IND-AU NOT > QT-AU
               GO TO 2300-EXIT
           END-IF
           IF QT-AU NOT < 300
               ADD 1 TO QT-EXCEDIDOS
               MOVE ZERO TO IND-AU
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO QT-AU
           MOVE QT-AU        TO IND-AU
           MOVE WPROF-BUSCA  TO TA-PROFESSOR (IND-AU)
           MOVE WDISC-BUSCA  TO TA-DISCIPLINA (IND-AU)
           MOVE WTURMA-BUSCA TO TA-TURMA (IND-AU)
           MOVE ZERO         TO TA-AULAS (IND-AU)
           .
       2300-EXIT.
           EXIT.
       2310-COMPARA-AULA.
           CONTINUE
           .
      *----------------------------------------------------------------*
      *    SUBSTITUICOES DO MES: AS AULAS SAEM DO TITULAR (NUNCA
      *    ABAIXO DE ZERO) E ENTRAM PARA O SUBSTITUTO
      *----------------------------------------------------------------*
       3000-APLICA-SUBSTITUICOES.
           IF FS-AULASUB NOT = "00"
               GO TO 3000-EXIT
           END-IF
           MOVE WANO       TO AS-ANO
           MOVE WMES       TO AS-MES
           MOVE ZEROS      TO AS-DISCIPLINA AS-SUBSTITUTO
           MOVE LOW-VALUES TO AS-TURMA
           START AULASUB KEY NOT LESS THAN AS-CHAVE
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-SUBSTITUICAO
           PERFORM 3200-TRANSFERE-AULAS
               UNTIL FS-AULASUB NOT = "00"
           .
       3000-EXIT.
           EXIT.
       3100-LE-SUBSTITUICAO.
           READ AULASUB NEXT RECORD
               AT END
                   MOVE "10" TO FS-AULASUB
           END-READ
           IF FS-AULASUB = "00"
               IF AS-ANO NOT = WANO OR AS-MES NOT = WMES
                   MOVE "10" TO FS-AULASUB
               END-IF
           END-IF
           .
       3200-TRANSFERE-AULAS.
           ADD 1 TO QT-SUBST
           MOVE AS-TITULAR    TO WPROF-BUSCA
           MOVE AS-DISCIPLINA TO WDISC-BUSCA
           MOVE AS-TURMA      TO WTURMA-BUSCA
           PERFORM 2300-LOCALIZA-AULA THRU 2300-EXIT
           IF IND-AU > ZERO
               IF TA-AULAS (IND-AU) > AS-AULAS
                   SUBTRACT AS-AULAS FROM TA-AULAS (IND-AU)
               ELSE
                   MOVE ZERO TO TA-AULAS (IND-AU)
               END-IF
           END-IF
           MOVE AS-SUBSTITUTO TO WPROF-BUSCA
           PERFORM 2300-LOCALIZA-AULA THRU 2300-EXIT
           IF IND-AU > ZERO
               ADD AS-AULAS TO TA-AULAS (IND-AU)
           END-IF
           PERFORM 3100-LE-SUBSTITUICAO
           .
      *    HORA-AULA DA DISCIPLINA OU DO NIVEL E ACUMULO NO PROFESSOR
       4000-VALORIZA-AULAS.
           MOVE TA-PROFESSOR (IND-AU) TO WPROF-BUSCA
           PERFORM 4100-LOCALIZA-PROFESSOR
               VARYING IND-PR FROM 1 BY 1
               UNTIL IND-PR > QT-PR
               OR TP-PROFESSOR (IND-PR) = WPROF-BUSCA
           IF IND-PR > QT-PR
               IF QT-PR NOT < 100
                   ADD 1 TO QT-EXCEDIDOS
               ELSE
                   ADD 1 TO QT-PR
                   MOVE WPROF-BUSCA TO TP-PROFESSOR (IND-PR)
                   MOVE ZERO TO TP-HORAS (IND-PR) TP-VALOR (IND-PR)
                   MOVE "N" TO TP-SEM-VALOR (IND-PR)
               END-IF
           END-IF
           IF IND-PR NOT > QT-PR
               MOVE ZERO TO WVALOR-HORA
               MOVE WPROF-BUSCA TO PV-PROFESSOR
               MOVE TA-DISCIPLINA (IND-AU) TO PV-DISCIPLINA
               IF WHA-PROFVAL = "S"
                   READ PROFVAL
                       NOT INVALID KEY
                           MOVE PV-VALOR-HORA TO WVALOR-HORA
                   END-READ
               END-IF
               IF WVALOR-HORA = ZERO
                   MOVE WPROF-BUSCA TO PROF-CODIGO
                   READ PROFESSORES
                       NOT INVALID KEY
                           MOVE PROF-VALOR-HORA TO WVALOR-HORA
                   END-READ
               END-IF
               IF WVALOR-HORA = ZERO AND TA-AULAS (IND-AU) > ZERO
                   MOVE "S" TO TP-SEM-VALOR (IND-PR)
               END-IF
               COMPUTE WVALOR-AULAS = TA-AULAS (IND-AU) * WVALOR-HORA
               ADD TA-AULAS (IND-AU) TO TP-HORAS (IND-PR)
               ADD WVALOR-AULAS      TO TP-VALOR (IND-PR)
           END-IF
           .
       4100-LOCALIZA-PROFESSOR.
           CONTINUE
           .
      *----------------------------------------------------------------*
      *    CONFERENCIA DIARIO X LANCADO NO EVENTO, POR PROFESSOR; NO
      *    MODO GERAR O EVENTO DO FUNCIONARIO E GRAVADO EM SEGUIDA
      *----------------------------------------------------------------*
       4500-CONFERENCIA.
           DISPLAY " "
           DISPLAY "CONFERENCIA DAS AULAS " WMES "/" WANO
               " - EVENTO " WEVENTO
           DISPLAY "PROF NOME                 FUNC DIARIO   PAGO"
               "      DIF VALOR DIARIO SITUACAO"
           PERFORM 4600-CONFERE-PROFESSOR THRU 4600-EXIT
               VARYING IND-PR FROM 1 BY 1 UNTIL IND-PR > QT-PR
           .
       4600-CONFERE-PROFESSOR.
           MOVE TP-PROFESSOR (IND-PR) TO PROF-CODIGO
           READ PROFESSORES
               INVALID KEY
                   MOVE "PROFESSOR NAO CADASTRADO" TO PROF-NOME
                   MOVE ZERO TO PROF-FUNCIONARIO
           END-READ
           MOVE ZERO TO WPAGO-HORAS WPAGO-VALOR
           IF PROF-FUNCIONARIO NOT = ZERO AND WHA-EVENFOL = "S"
               MOVE PROF-FUNCIONARIO TO EF-FUNC
               MOVE WANO             TO EF-ANO
               MOVE WMES             TO EF-MES
               MOVE WEVENTO          TO EF-EVENTO
               READ EVENFOL
                   NOT INVALID KEY
                       MOVE EF-QTDE  TO WPAGO-HORAS
                       MOVE EF-VALOR TO WPAGO-VALOR
               END-READ
           END-IF
           COMPUTE WDIF-HORAS = TP-HORAS (IND-PR) - WPAGO-HORAS
           COMPUTE WDIF-VALOR = TP-VALOR (IND-PR) - WPAGO-VALOR
           ADD TP-HORAS (IND-PR) TO WTOT-HORAS
           ADD TP-VALOR (IND-PR) TO WTOT-VALOR
           ADD WPAGO-VALOR       TO WTOT-PAGO
           MOVE SPACES TO WSITUACAO
           EVALUATE TRUE
               WHEN PROF-FUNCIONARIO = ZERO
                   MOVE "SEM FUNCIONARIO" TO WSITUACAO
               WHEN TP-SEM-VALOR (IND-PR) = "S"
                   MOVE "SEM HORA-AULA" TO WSITUACAO
               WHEN WDIF-HORAS = ZERO AND WDIF-VALOR = ZERO
                   MOVE "CONFERE" TO WSITUACAO
               WHEN MODO-GERAR
                   MOVE "GERADO" TO WSITUACAO
               WHEN OTHER
                   MOVE "DIVERGE" TO WSITUACAO
           END-EVALUATE
           MOVE TP-HORAS (IND-PR) TO WED-HORAS
           MOVE WPAGO-HORAS       TO WED-PAGO-H
           MOVE WDIF-HORAS        TO WED-DIF-H
           MOVE TP-VALOR (IND-PR) TO WED-VALOR
           DISPLAY TP-PROFESSOR (IND-PR) " " PROF-NOME (1:20) " "
               PROF-FUNCIONARIO " " WED-HORAS " " WED-PAGO-H " "
               WED-DIF-H " " WED-VALOR " " WSITUACAO
           IF WSITUACAO = "SEM FUNCIONARIO" OR
              WSITUACAO = "SEM HORA-AULA"
               ADD 1 TO QT-PENDENTES
               GO TO 4600-EXIT
           END-IF
           IF WSITUACAO NOT = "GERADO"
               GO TO 4600-EXIT
           END-IF
           MOVE PROF-FUNCIONARIO  TO EF-FUNC
           MOVE WANO              TO EF-ANO
           MOVE WMES              TO EF-MES
           MOVE WEVENTO           TO EF-EVENTO
           MOVE TP-HORAS (IND-PR) TO EF-QTDE
           MOVE TP-VALOR (IND-PR) TO EF-VALOR
           WRITE REGISTRO-EVENFOL
               INVALID KEY
                   REWRITE REGISTRO-EVENFOL
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O EVENTO DO "
                               "FUNCIONARIO " EF-FUNC
                           GO TO 4600-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO QT-GERADOS
           .
       4600-EXIT.
           EXIT.
       5000-SUMARIO.
           DISPLAY " "
           DISPLAY "SUMARIO DAS AULAS " WMES "/" WANO
           DISPLAY "LANCAMENTOS DO DIARIO:  " QT-LANCTOS
           DISPLAY "SUBSTITUICOES:          " QT-SUBST
           DISPLAY "PROFESSORES:            " QT-PR
           MOVE WTOT-HORAS TO WED-VALOR
           DISPLAY "HORAS DO DIARIO:        " WED-VALOR
           MOVE WTOT-VALOR TO WED-VALOR
           DISPLAY "VALOR DO DIARIO:        " WED-VALOR
           MOVE WTOT-PAGO TO WED-VALOR
           DISPLAY "JA LANCADO NO EVENTO:   " WED-VALOR
           IF MODO-GERAR
               DISPLAY "EVENTOS GRAVADOS:       " QT-GERADOS
           END-IF
           IF QT-PENDENTES > ZERO
               DISPLAY "PROFESSORES PENDENTES:  " QT-PENDENTES
                   " (SEM FUNCIONARIO OU SEM HORA-AULA)"
           END-IF
           IF QT-EXCEDIDOS > ZERO
               DISPLAY "LANCAMENTOS FORA DA TABELA: " QT-EXCEDIDOS
           END-IF
           .
       9999-ENCERRA.
           CLOSE FREQUENCIA ESTUDANTES AULASUB PROFESSORES PROFVAL
               EVENTAB EVENFOL
           STOP RUN
           .
       END PROGRAM AULAPG01.
