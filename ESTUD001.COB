       IDENTIFICATION                                  DIVISION.
       PROGRAM-ID.     ESTUD001.

      ******************************************************************
      *     CADASTRO DE ESTUDANTES (ESTUDANTES.DAT)
      *     A MATRICULA NA TURMA RESPEITA A CAPACIDADE DO CADASTRO
      *     DE TURMAS (TURMAS.DAT, MANTIDO EM CADTUR01): TURMA
      *     LOTADA NAO RECEBE O ALUNO, QUE PODE IR PARA A LISTA DE
      *     ESPERA (FILAESP.DAT). A INATIVACAO E A TROCA DE TURMA
      *     LIBERAM A VAGA, OFERECIDA AO PRIMEIRO DA FILA COM AVISO
      *     AO RESPONSAVEL (GRAVA-NOTIFICA).
      ******************************************************************

      *================================================================*
       ENVIRONMENT                                     DIVISION.
       CONFIGURATION               SECTION.
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FQ-CHAVE
       FILE STATUS IS FS-FREQUENCIA.

       SELECT TURMAS ASSIGN TO "TURMAS.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS TU-CHAVE
       FILE STATUS IS FS-TURMAS.

       SELECT FILAESP ASSIGN TO "FILAESP.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FE-CHAVE
       FILE STATUS IS FS-FILAESP.
      *================================================================*
       DATA                                            DIVISION.
       FILE                        SECTION.
      *        PROFESSOR QUE LANCOU A AULA (PROFESS1 / PROFDISC)
               02 FQ-PROFESSOR      PIC 9(04).

      *    TURMAS E LISTA DE ESPERA - MESMO LAYOUT DO CADTUR01
       FD TURMAS.
           01 REGISTRO-TURMA.
               02 TU-CHAVE.
                   03 TU-ANO        PIC 9(04).
                   03 TU-TURMA      PIC X(10).
               02 TU-TURNO          PIC X.
               02 TU-SALA           PIC X(10).
               02 TU-CAPACIDADE     PIC 9(03).
               02 TU-OCUPADAS       PIC 9(03).
               02 TU-RESERVADAS     PIC 9(03).

       FD FILAESP.
           01 REGISTRO-FILAESP.
               02 FE-CHAVE.
                   03 FE-ANO         PIC 9(04).
                   03 FE-TURMA       PIC X(10).
                   03 FE-DATA-PEDIDO PIC 9(08).
                   03 FE-ALUNO       PIC 9(04).
               02 FE-NOME            PIC X(50).
               02 FE-RESP-NOME       PIC X(50).
               02 FE-RESP-EMAIL      PIC X(50).
               02 FE-SITUACAO        PIC X.
                   88 FE-AGUARDANDO  VALUE "A".
                   88 FE-OFERECIDA   VALUE "O".
                   88 FE-MATRICULADO VALUE "M".
                   88 FE-CANCELADO   VALUE "C".
               02 FE-DATA-OFERTA     PIC 9(08).

       FD ESTUDANTES.
           01 REGISTRO-ESTUDANTES.
               02 CODIGO PIC 9999 VALUES ZEROS.
           77 CW-ARQUIVO   PIC X(255) VALUE "ESTUDANTES.DAT".
           77 CW-REGLEN    PIC 9(003) VALUE 230.
           77 CW-QTDE      PIC 9(002) VALUE ZERO.
           01 FS-TURMAS.
               02 FS-TURMAS-1 PIC 9.
               02 FS-TURMAS-2 PIC 9.
               02 FS-TURMAS-R REDEFINES FS-TURMAS-2 PIC 99 COMP-X.
           01 FS-FILAESP.
               02 FS-FILAESP-1 PIC 9.
               02 FS-FILAESP-2 PIC 9.
               02 FS-FILAESP-R REDEFINES FS-FILAESP-2 PIC 99 COMP-X.
      *    TURMA ANTES DA ALTERACAO/EXCLUSAO (A VAGA QUE SE LIBERA)
           77 WANO-ANTERIOR   PIC 9(04) VALUE ZERO.
           77 WTURMA-ANTERIOR PIC X(10) VALUE SPACES.
           77 WATIVO-ANTERIOR PIC X VALUE SPACES.
      *    TURMA E ALUNO DAS ROTINAS DE VAGA E LISTA DE ESPERA
           77 WTU-ANO        PIC 9(04) VALUE ZERO.
           77 WTU-TURMA      PIC X(10) VALUE SPACES.
           77 WTU-ALUNO      PIC 9(04) VALUE ZERO.
           77 WVAGA          PIC X VALUE "S".
           77 WFILA          PIC X VALUE "N".
           77 WACHOU-FILA    PIC X VALUE "N".
           77 WOFERECEU      PIC X VALUE "N".
           77 WDATA-HOJE     PIC 9(08) VALUE ZERO.
           01 WASSUNTO       PIC X(060) VALUE SPACES.
           01 WCORPO         PIC X(200) VALUE SPACES.
      *    FINALIDADE DO PORTAO DE PREFERENCIAS (GRAVA-NOTIFICA)
           77 WFINALIDADE    PIC X(01) VALUE "I".

      *================================================================*

           OPEN I-O NOTASDISC
       END-IF.
       OPEN INPUT FREQUENCIA.
       OPEN I-O TURMAS.
       IF FS-TURMAS = "35"
           OPEN OUTPUT TURMAS
           CLOSE TURMAS
           OPEN I-O TURMAS
       END-IF.
       OPEN I-O FILAESP.
       IF FS-FILAESP = "35"
           OPEN OUTPUT FILAESP
           CLOSE FILAESP
           OPEN I-O FILAESP
       END-IF.
       OPEN INPUT PARAMEST.
       IF FS-PARAMEST = "00"
           READ PARAMEST
               ON EXCEPTION
                   IF WS-CRT-STATUS = COB-SCR-F3 OR
                      WS-CRT-STATUS = COB-SCR-ESC
                       CLOSE ESTUDANTES TURMAS FILAESP
                       STOP RUN
                   END-IF
           END-ACCEPT
           MOVE RESP-NOME  TO WRESP-NOME
           MOVE RESP-FONE  TO WRESP-FONE
           MOVE RESP-EMAIL TO WRESP-EMAIL
           MOVE ANO-LETIVO TO WANO-ANTERIOR
           MOVE TURMA      TO WTURMA-ANTERIOR
           MOVE ATIVO      TO WATIVO-ANTERIOR
           DISPLAY WNOME  AT 0725
           DISPLAY WNOTA1 AT 0825
           DISPLAY WNOTA2 AT 0925
               MOVE "REPROVADO" TO WSITUACAO
           END-IF
           MOVE "A" TO WATIVO
           MOVE "N" TO WFILA
           IF WTURMA NOT = SPACES
               MOVE WANO-LETIVO TO WTU-ANO
               MOVE WTURMA      TO WTU-TURMA
               MOVE WCODIGO     TO WTU-ALUNO
               PERFORM CONFERE-VAGA THRU CONFERE-VAGA-EXIT
               IF WVAGA = "N"
                   PERFORM PERGUNTA-ESPERA
                   MOVE SPACES TO WTURMA
               END-IF
           END-IF
           MOVE REG-ESTUDANTES TO REGISTRO-ESTUDANTES
           WRITE REGISTRO-ESTUDANTES
               NOT INVALID KEY
                   MOVE WCODIGO TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ESTUD001",
                       "GRAVOU", WCHAVE-AUD
                   IF WFILA = "S"
                       PERFORM GRAVA-FILA THRU GRAVA-FILA-EXIT
                   END-IF
                   IF WTURMA NOT = SPACES
                       PERFORM OCUPA-VAGA THRU OCUPA-VAGA-EXIT
                   END-IF
           END-WRITE.
      *    FREQUENCIA GERAL DO ALUNO (TODAS AS DISCIPLINAS E MESES);
      *    SEM LANCAMENTO DE AULAS O PERCENTUAL FICA EM 100.
               MOVE 100 TO WFREQ-PCT
           END-IF
           .
      *    TROCA PARA TURMA LOTADA E RECUSADA (O ALUNO FICA NA
      *    TURMA ANTERIOR E PODE IR PARA A FILA DA TURMA PEDIDA)
       ALTERA-DADOS.
           MOVE "N" TO WFILA
           IF ESTUDANTE-ATIVO AND WTURMA NOT = SPACES AND
              (WTURMA NOT = WTURMA-ANTERIOR OR
               WANO-LETIVO NOT = WANO-ANTERIOR)
               MOVE WANO-LETIVO TO WTU-ANO
               MOVE WTURMA      TO WTU-TURMA
               MOVE WCODIGO     TO WTU-ALUNO
               PERFORM CONFERE-VAGA THRU CONFERE-VAGA-EXIT
               IF WVAGA = "N"
                   PERFORM PERGUNTA-ESPERA
                   MOVE WANO-ANTERIOR   TO WANO-LETIVO
                   MOVE WTURMA-ANTERIOR TO WTURMA
               END-IF
           END-IF
           MOVE REG-ESTUDANTES TO REGISTRO-ESTUDANTES
           MOVE WCODIGO TO CODIGO
           REWRITE REGISTRO-ESTUDANTES
                   MOVE WCODIGO TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ESTUD001",
                       "ALTEROU", WCHAVE-AUD
                   PERFORM ACERTA-VAGA-ALTERACAO
                       THRU ACERTA-VAGA-ALTERACAO-EXIT
           END-REWRITE.
       EXCLUI-DADOS.
           MOVE WCODIGO TO CODIGO
                   MOVE WCODIGO TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ESTUD001",
                       "EXCLUIU", WCHAVE-AUD
                   IF WATIVO-ANTERIOR NOT = "I" AND
                      WATIVO-ANTERIOR NOT = "i" AND
                      WTURMA-ANTERIOR NOT = SPACES
                       MOVE WANO-ANTERIOR   TO WTU-ANO
                       MOVE WTURMA-ANTERIOR TO WTU-TURMA
                       PERFORM LIBERA-VAGA THRU LIBERA-VAGA-EXIT
                   END-IF
           END-REWRITE.
      *----------------------------------------------------------------*
      *    VAGAS NA TURMA (TURMAS.DAT) E LISTA DE ESPERA
      *    (FILAESP.DAT) - A TURMA VEM EM WTU-ANO/WTU-TURMA E O ALUNO
      *    EM WTU-ALUNO. TURMA SEM CADASTRO NAO TEM LIMITE.
      *----------------------------------------------------------------*
       PERGUNTA-ESPERA.
           DISPLAY "TURMA LOTADA - INCLUIR NA LISTA DE ESPERA [S-N]"
               AT 1525
           ACCEPT WFILA AT 1573
           IF WFILA = "s"
               MOVE "S" TO WFILA
           END-IF
           .
      *    TEM VAGA QUEM CABE NA CAPACIDADE ALEM DAS OCUPADAS E
      *    RESERVADAS, OU QUEM RECEBEU A OFERTA DA VAGA RESERVADA
       CONFERE-VAGA.
           MOVE "S" TO WVAGA
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   GO TO CONFERE-VAGA-EXIT
           END-READ
           IF TU-OCUPADAS + TU-RESERVADAS < TU-CAPACIDADE
               GO TO CONFERE-VAGA-EXIT
           END-IF
           PERFORM ACHA-FILA-ALUNO THRU ACHA-FILA-ALUNO-EXIT
           IF WACHOU-FILA = "S" AND FE-OFERECIDA
               GO TO CONFERE-VAGA-EXIT
           END-IF
           MOVE "N" TO WVAGA
           .
       CONFERE-VAGA-EXIT.
           EXIT.
      *    ALUNO COLOCADO NA TURMA: CONTA A VAGA E BAIXA O PEDIDO
      *    DELE NA FILA (A RESERVA, SE HAVIA, VIRA VAGA OCUPADA)
       OCUPA-VAGA.
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   GO TO OCUPA-VAGA-EXIT
           END-READ
           ADD 1 TO TU-OCUPADAS
           PERFORM ACHA-FILA-ALUNO THRU ACHA-FILA-ALUNO-EXIT
           IF WACHOU-FILA = "S"
               IF FE-OFERECIDA AND TU-RESERVADAS > ZERO
                   SUBTRACT 1 FROM TU-RESERVADAS
               END-IF
               MOVE "M" TO FE-SITUACAO
               REWRITE REGISTRO-FILAESP
           END-IF
           REWRITE REGISTRO-TURMA
           .
       OCUPA-VAGA-EXIT.
           EXIT.
      *    VAGA LIBERADA NA TURMA VAI PARA A FILA
       LIBERA-VAGA.
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   GO TO LIBERA-VAGA-EXIT
           END-READ
           IF TU-OCUPADAS > ZERO
               SUBTRACT 1 FROM TU-OCUPADAS
               REWRITE REGISTRO-TURMA
           END-IF
           MOVE "S" TO WOFERECEU
           PERFORM OFERECE-VAGA THRU OFERECE-VAGA-EXIT
               UNTIL WOFERECEU = "N"
           .
       LIBERA-VAGA-EXIT.
           EXIT.
      *    TROCA DE TURMA: OCUPA A NOVA E LIBERA A ANTERIOR
       ACERTA-VAGA-ALTERACAO.
           IF WFILA = "S"
               PERFORM GRAVA-FILA THRU GRAVA-FILA-EXIT
           END-IF
           IF NOT ESTUDANTE-ATIVO
               GO TO ACERTA-VAGA-ALTERACAO-EXIT
           END-IF
           IF WTURMA = WTURMA-ANTERIOR AND
              WANO-LETIVO = WANO-ANTERIOR
               GO TO ACERTA-VAGA-ALTERACAO-EXIT
           END-IF
           IF WTURMA NOT = SPACES
               MOVE WANO-LETIVO TO WTU-ANO
               MOVE WTURMA      TO WTU-TURMA
               MOVE WCODIGO     TO WTU-ALUNO
               PERFORM OCUPA-VAGA THRU OCUPA-VAGA-EXIT
           END-IF
           IF WTURMA-ANTERIOR NOT = SPACES
               MOVE WANO-ANTERIOR   TO WTU-ANO
               MOVE WTURMA-ANTERIOR TO WTU-TURMA
               PERFORM LIBERA-VAGA THRU LIBERA-VAGA-EXIT
           END-IF
           .
       ACERTA-VAGA-ALTERACAO-EXIT.
           EXIT.
      *    PEDIDO NA FILA DA TURMA, DATADO DE HOJE (UM SO PEDIDO EM
      *    ABERTO POR ALUNO E TURMA)
       GRAVA-FILA.
           PERFORM ACHA-FILA-ALUNO THRU ACHA-FILA-ALUNO-EXIT
           IF WACHOU-FILA = "S"
               DISPLAY "ALUNO JA ESTA NA LISTA DE ESPERA DA TURMA"
                   AT 1525
               GO TO GRAVA-FILA-EXIT
           END-IF
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES      TO REGISTRO-FILAESP
           MOVE WTU-ANO     TO FE-ANO
           MOVE WTU-TURMA   TO FE-TURMA
           MOVE WDATA-HOJE  TO FE-DATA-PEDIDO
           MOVE WTU-ALUNO   TO FE-ALUNO
           MOVE NOME        TO FE-NOME
           MOVE RESP-NOME   TO FE-RESP-NOME
           MOVE RESP-EMAIL  TO FE-RESP-EMAIL
           MOVE "A"         TO FE-SITUACAO
           MOVE ZEROS       TO FE-DATA-OFERTA
           WRITE REGISTRO-FILAESP
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LISTA DE ESPERA" AT 1525
                   GO TO GRAVA-FILA-EXIT
           END-WRITE
           MOVE WTU-ALUNO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ESTUD001",
               "ESPERA", WCHAVE-AUD
           .
       GRAVA-FILA-EXIT.
           EXIT.
       LE-FILA-ESPERA.
           READ FILAESP NEXT RECORD
               AT END
                   MOVE "10" TO FS-FILAESP
           END-READ
           IF FS-FILAESP = "00"
               IF FE-ANO NOT = WTU-ANO OR FE-TURMA NOT = WTU-TURMA
                   MOVE "10" TO FS-FILAESP
               END-IF
           END-IF
           .
      *    PEDIDO EM ABERTO (AGUARDANDO OU COM OFERTA) DO ALUNO NA
      *    TURMA
       ACHA-FILA-ALUNO.
           MOVE "N" TO WACHOU-FILA
           MOVE WTU-ANO    TO FE-ANO
           MOVE WTU-TURMA  TO FE-TURMA
           MOVE ZEROS      TO FE-DATA-PEDIDO FE-ALUNO
           START FILAESP KEY NOT LESS THAN FE-CHAVE
               INVALID KEY
                   GO TO ACHA-FILA-ALUNO-EXIT
           END-START
           PERFORM LE-FILA-ESPERA
           PERFORM PROCURA-ALUNO-FILA
               UNTIL FS-FILAESP NOT = "00" OR WACHOU-FILA = "S"
           .
       ACHA-FILA-ALUNO-EXIT.
           EXIT.
       PROCURA-ALUNO-FILA.
           IF FE-ALUNO = WTU-ALUNO AND
              (FE-AGUARDANDO OR FE-OFERECIDA)
               MOVE "S" TO WACHOU-FILA
           ELSE
               PERFORM LE-FILA-ESPERA
           END-IF
           .
      *    HAVENDO VAGA LIVRE NA TURMA, OFERECE AO PRIMEIRO QUE
      *    AGUARDA: A VAGA FICA RESERVADA E O RESPONSAVEL E AVISADO
       OFERECE-VAGA.
           MOVE "N" TO WOFERECEU
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   GO TO OFERECE-VAGA-EXIT
           END-READ
           IF TU-OCUPADAS + TU-RESERVADAS NOT < TU-CAPACIDADE
               GO TO OFERECE-VAGA-EXIT
           END-IF
           MOVE "N" TO WACHOU-FILA
           MOVE WTU-ANO    TO FE-ANO
           MOVE WTU-TURMA  TO FE-TURMA
           MOVE ZEROS      TO FE-DATA-PEDIDO FE-ALUNO
           START FILAESP KEY NOT LESS THAN FE-CHAVE
               INVALID KEY
                   GO TO OFERECE-VAGA-EXIT
           END-START
           PERFORM LE-FILA-ESPERA
           PERFORM PROCURA-AGUARDANDO
               UNTIL FS-FILAESP NOT = "00" OR WACHOU-FILA = "S"
           IF WACHOU-FILA NOT = "S"
               GO TO OFERECE-VAGA-EXIT
           END-IF
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           MOVE "O"        TO FE-SITUACAO
           MOVE WDATA-HOJE TO FE-DATA-OFERTA
           REWRITE REGISTRO-FILAESP
           ADD 1 TO TU-RESERVADAS
           REWRITE REGISTRO-TURMA
           MOVE "S" TO WOFERECEU
           MOVE FE-ALUNO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "ESTUD001",
               "OFERECEU", WCHAVE-AUD
           IF FE-RESP-EMAIL = SPACES
               GO TO OFERECE-VAGA-EXIT
           END-IF
           MOVE SPACES TO WASSUNTO
           STRING "VAGA NA TURMA " WTU-TURMA " - " WTU-ANO
               DELIMITED BY SIZE INTO WASSUNTO
           MOVE SPACES TO WCORPO
           STRING "PREZADO(A) " DELIMITED BY SIZE
               FE-RESP-NOME DELIMITED BY "  "
               ", ABRIU VAGA NA TURMA " DELIMITED BY SIZE
               WTU-TURMA DELIMITED BY SPACE
               " DE " WTU-ANO " PARA " DELIMITED BY SIZE
               FE-NOME DELIMITED BY "  "
               ". PROCURE A SECRETARIA PARA CONFIRMAR A MATRICULA."
               DELIMITED BY SIZE INTO WCORPO
           CALL "GRAVA-NOTIFICA" USING FE-RESP-EMAIL, WASSUNTO,
               WCORPO, WFINALIDADE
           .
       OFERECE-VAGA-EXIT.
           EXIT.
       PROCURA-AGUARDANDO.
           IF FE-AGUARDANDO
               MOVE "S" TO WACHOU-FILA
           ELSE
               PERFORM LE-FILA-ESPERA
           END-IF
           .
