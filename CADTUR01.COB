       IDENTIFICATION                                  DIVISION.
       PROGRAM-ID.     CADTUR01.

      ******************************************************************
      *     CADASTRO DE TURMAS (TURMAS.DAT)
      *     TURMA DO ANO LETIVO COM TURNO, SALA E CAPACIDADE. A
      *     MATRICULA (ESTUD001) E A PROMOCAO (PROMOV01) CONTAM AS
      *     VAGAS OCUPADAS NA TURMA E NAO COLOCAM ALUNO EM TURMA
      *     LOTADA - O ALUNO VAI PARA A LISTA DE ESPERA DA TURMA
      *     (FILAESP.DAT), NA ORDEM DA DATA DO PEDIDO. QUANDO ABRE
      *     VAGA (INATIVACAO, TROCA DE TURMA, AUMENTO DA CAPACIDADE
      *     OU DESISTENCIA DE QUEM TINHA A OFERTA) A VAGA E
      *     OFERECIDA AO PRIMEIRO DA FILA, QUE FICA COM ELA
      *     RESERVADA, E O RESPONSAVEL E AVISADO PELA CAIXA DE SAIDA
      *     (GRAVA-NOTIFICA).
      *     TURMA SEM CADASTRO NAO TEM LIMITE DE VAGAS.
      *     F-FILA     LISTA A FILA DE ESPERA DA TURMA E RETIRA UM
      *                ALUNO DELA;
      *     O-OCUPACAO RELATORIO DE OCUPACAO DAS TURMAS DO ANO,
      *                RECONTANDO OS ALUNOS ATIVOS DE ESTUDANTES.DAT
      *                (A CONTAGEM DO CADASTRO E ACERTADA).
      ******************************************************************
      *================================================================*
       ENVIRONMENT                                     DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.

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

       SELECT ESTUDANTES ASSIGN TO "ESTUDANTES.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CODIGO
       ALTERNATE KEY IS NOME WITH DUPLICATES
       FILE STATUS IS FS-ESTUDANTES.
      *================================================================*
       DATA                                            DIVISION.
       FILE                        SECTION.
       FD TURMAS.
           01 REGISTRO-TURMA.
               02 TU-CHAVE.
                   03 TU-ANO        PIC 9(04).
                   03 TU-TURMA      PIC X(10).
               02 TU-TURNO          PIC X.
                   88 TURNO-VALIDO  VALUE "M" "T" "N" "I".
               02 TU-SALA           PIC X(10).
               02 TU-CAPACIDADE     PIC 9(03).
      *        ALUNOS ATIVOS NA TURMA E VAGAS RESERVADAS PARA QUEM
      *        RECEBEU A OFERTA DA LISTA DE ESPERA
               02 TU-OCUPADAS       PIC 9(03).
               02 TU-RESERVADAS     PIC 9(03).

      *    LISTA DE ESPERA POR TURMA, NA ORDEM DA DATA DO PEDIDO
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
               02 CODIGO     PIC 9999.
               02 NOME       PIC X(50).
               02 FILLER     PIC X(31).
               02 ATIVO      PIC X.
                   88 ESTUDANTE-ATIVO VALUE "A" "a".
               02 ANO-LETIVO PIC 9(04).
               02 TURMA      PIC X(10).
               02 FILLER     PIC X(130).

      *================================================================*
       WORKING-STORAGE              SECTION.
           01 FS-TURMAS.
               02 FS-TURMAS-1 PIC 9.
               02 FS-TURMAS-2 PIC 9.
               02 FS-TURMAS-R REDEFINES FS-TURMAS-2 PIC 99 COMP-X.
           01 FS-FILAESP.
               02 FS-FILAESP-1 PIC 9.
               02 FS-FILAESP-2 PIC 9.
               02 FS-FILAESP-R REDEFINES FS-FILAESP-2 PIC 99 COMP-X.
           01 FS-ESTUDANTES.
               02 FS-ESTUDANTES-1 PIC 9.
               02 FS-ESTUDANTES-2 PIC 9.
               02 FS-ESTUDANTES-R REDEFINES FS-ESTUDANTES-2 PIC 99
               COMP-X.
           77 OPCAO  PIC X VALUE SPACES.
           77 WMODO  PIC X VALUE SPACES.
           77 WOPERADOR PIC X(10) VALUE SPACES.
           77 WCHAVE-AUD PIC X(20) VALUE SPACES.
           77 WTU-ANO        PIC 9(04) VALUE ZERO.
           77 WTU-TURMA      PIC X(10) VALUE SPACES.
           77 WTU-ALUNO      PIC 9(04) VALUE ZERO.
           77 WTU-TURNO      PIC X VALUE SPACES.
           77 WTU-SALA       PIC X(10) VALUE SPACES.
           77 WTU-CAPACIDADE PIC 9(03) VALUE ZERO.
           77 WACHOU-FILA    PIC X VALUE "N".
           77 WOFERECEU      PIC X VALUE "N".
           77 WTINHA-OFERTA  PIC X VALUE "N".
           77 WDATA-HOJE     PIC 9(08) VALUE ZERO.
           77 WLIVRES        PIC S9(04) VALUE ZERO.
           77 WED-LIVRES     PIC -ZZ9.
           01 WASSUNTO       PIC X(060) VALUE SPACES.
           01 WCORPO         PIC X(200) VALUE SPACES.
      *    FINALIDADE DO PORTAO DE PREFERENCIAS (GRAVA-NOTIFICA)
           77 WFINALIDADE    PIC X(01) VALUE "I".
      *    OCUPACAO DAS TURMAS DO ANO (RELATORIO O-OCUPACAO)
           01 TAB-OCUPACAO.
               02 TO-ITEM OCCURS 100 TIMES.
                   03 TO-TURMA     PIC X(10).
                   03 TO-ALUNOS    PIC 9(03).
                   03 TO-ESPERA    PIC 9(03).
           77 QT-TURMAS      PIC 9(03) VALUE ZERO.
           77 IND-TU         PIC 9(03) VALUE ZERO.
           77 QT-SEM-CADASTRO PIC 9(04) VALUE ZERO.

      *================================================================*

       PROCEDURE                                       DIVISION.
       ABERTURA.
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
       DISPLAY "OPERADOR            :" AT 0430.
       ACCEPT WOPERADOR AT 0453.
       INICIO.
           DISPLAY SPACE ERASE EOS
           PERFORM TELA THRU TELA-EXIT
           IF OPCAO = "S" OR OPCAO = "s" THEN
               EVALUATE TRUE
                   WHEN WMODO = "A" OR WMODO = "a"
                       PERFORM ALTERA-DADOS THRU ALTERA-DADOS-EXIT
                   WHEN WMODO = "E" OR WMODO = "e"
                       PERFORM EXCLUI-DADOS THRU EXCLUI-DADOS-EXIT
                   WHEN OTHER
                       PERFORM GRAVA-DADOS
               END-EVALUATE
               GO TO INICIO
           ELSE
               GO TO INICIO
           END-IF
           .
       TELA.
           DISPLAY "CADASTRO DE TURMAS" AT 0230
           DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR F-FILA"
               " O-OCUPACAO" AT 0505
           ACCEPT WMODO                          AT 0558
           DISPLAY "ANO LETIVO (0 SAI):" AT 0605
           ACCEPT WTU-ANO AT 0625
           IF WTU-ANO = ZERO THEN
               CLOSE TURMAS FILAESP
               STOP RUN
           END-IF
           IF WMODO = "O" OR WMODO = "o"
               PERFORM RELATORIO-OCUPACAO THRU RELATORIO-OCUPACAO-EXIT
               MOVE "N" TO OPCAO
               GO TO TELA-EXIT
           END-IF
           DISPLAY "TURMA            :" AT 0705
           ACCEPT WTU-TURMA AT 0725
           IF WMODO = "F" OR WMODO = "f"
               PERFORM MANTEM-FILA THRU MANTEM-FILA-EXIT
               MOVE "N" TO OPCAO
               GO TO TELA-EXIT
           END-IF
           DISPLAY "TURNO M/T/N/I    :" AT 0805
           DISPLAY "SALA             :" AT 0905
           DISPLAY "CAPACIDADE       :" AT 1005
           DISPLAY "OCUPADAS/RESERV. :" AT 1105
           IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
              WMODO = "e" THEN
               PERFORM BUSCA-TURMA
           ELSE
               MOVE SPACES TO WTU-TURNO WTU-SALA
               MOVE ZERO   TO WTU-CAPACIDADE
           END-IF
           IF WMODO = "E" OR WMODO = "e" THEN
               DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1525
               ACCEPT OPCAO AT 1547
               GO TO TELA-EXIT
           END-IF
           ACCEPT WTU-TURNO AT 0825
           INSPECT WTU-TURNO CONVERTING "mtni" TO "MTNI"
           MOVE WTU-TURNO TO TU-TURNO
           IF NOT TURNO-VALIDO
               DISPLAY "TURNO INVALIDO" AT 1525
               MOVE "N" TO OPCAO
               GO TO TELA-EXIT
           END-IF
           ACCEPT WTU-SALA AT 0925
           ACCEPT WTU-CAPACIDADE AT 1025
           IF WTU-CAPACIDADE = ZERO
               DISPLAY "CAPACIDADE DEVE SER INFORMADA" AT 1525
               MOVE "N" TO OPCAO
               GO TO TELA-EXIT
           END-IF
           DISPLAY "OS DADOS ESTAO CORRETOS  S-N" AT 1525
           ACCEPT OPCAO AT 1555
           .
       TELA-EXIT.
           EXIT.
       BUSCA-TURMA.
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA" AT 1525
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
           END-READ
           MOVE TU-TURNO      TO WTU-TURNO
           MOVE TU-SALA       TO WTU-SALA
           MOVE TU-CAPACIDADE TO WTU-CAPACIDADE
           DISPLAY WTU-TURNO      AT 0825
           DISPLAY WTU-SALA       AT 0925
           DISPLAY WTU-CAPACIDADE AT 1025
           DISPLAY TU-OCUPADAS    AT 1125
           DISPLAY "/"            AT 1128
           DISPLAY TU-RESERVADAS  AT 1129
           .
       GRAVA-DADOS.
           MOVE WTU-ANO        TO TU-ANO
           MOVE WTU-TURMA      TO TU-TURMA
           MOVE WTU-TURNO      TO TU-TURNO
           MOVE WTU-SALA       TO TU-SALA
           MOVE WTU-CAPACIDADE TO TU-CAPACIDADE
           MOVE ZERO           TO TU-OCUPADAS TU-RESERVADAS
           MOVE SPACES TO WCHAVE-AUD
           STRING WTU-ANO "/" WTU-TURMA DELIMITED BY SIZE
               INTO WCHAVE-AUD
           WRITE REGISTRO-TURMA
               INVALID KEY
                   DISPLAY "TURMA JA CADASTRADA" AT 1525
               NOT INVALID KEY
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR, "CADTUR01",
                       "GRAVOU", WCHAVE-AUD
           END-WRITE.
      *    A CAPACIDADE PODE FICAR ABAIXO DA OCUPACAO (A TURMA SO
      *    NAO RECEBE MAIS ALUNOS); SE SOBROU VAGA, A FILA E CHAMADA
       ALTERA-DADOS.
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA" AT 1525
                   GO TO ALTERA-DADOS-EXIT
           END-READ
           MOVE WTU-TURNO      TO TU-TURNO
           MOVE WTU-SALA       TO TU-SALA
           MOVE WTU-CAPACIDADE TO TU-CAPACIDADE
           MOVE SPACES TO WCHAVE-AUD
           STRING WTU-ANO "/" WTU-TURMA DELIMITED BY SIZE
               INTO WCHAVE-AUD
           REWRITE REGISTRO-TURMA
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA" AT 1525
                   GO TO ALTERA-DADOS-EXIT
           END-REWRITE
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "CADTUR01",
               "ALTEROU", WCHAVE-AUD
           MOVE "S" TO WOFERECEU
           PERFORM OFERECE-VAGA THRU OFERECE-VAGA-EXIT
               UNTIL WOFERECEU = "N"
           .
       ALTERA-DADOS-EXIT.
           EXIT.
      *    TURMA COM ALUNO OU COM FILA EM ABERTO NAO E EXCLUIDA
       EXCLUI-DADOS.
           MOVE WTU-ANO   TO TU-ANO
           MOVE WTU-TURMA TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA" AT 1525
                   GO TO EXCLUI-DADOS-EXIT
           END-READ
           IF TU-OCUPADAS > ZERO OR TU-RESERVADAS > ZERO
               DISPLAY "TURMA COM ALUNOS - NAO EXCLUIDA" AT 1525
               GO TO EXCLUI-DADOS-EXIT
           END-IF
           MOVE ZERO TO WTU-ALUNO
           PERFORM ACHA-FILA-ALUNO THRU ACHA-FILA-ALUNO-EXIT
           IF WACHOU-FILA = "S"
               DISPLAY "TURMA COM LISTA DE ESPERA - NAO EXCLUIDA"
                   AT 1525
               GO TO EXCLUI-DADOS-EXIT
           END-IF
           MOVE SPACES TO WCHAVE-AUD
           STRING WTU-ANO "/" WTU-TURMA DELIMITED BY SIZE
               INTO WCHAVE-AUD
           DELETE TURMAS
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA" AT 1525
               NOT INVALID KEY
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR, "CADTUR01",
                       "EXCLUIU", WCHAVE-AUD
           END-DELETE
           .
       EXCLUI-DADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    FILA DE ESPERA DA TURMA, NA ORDEM DO PEDIDO. O ALUNO
      *    RETIRADO FICA CANCELADO; SE TINHA A OFERTA, A RESERVA E
      *    DESFEITA E A VAGA VAI PARA O PROXIMO DA FILA.
      *----------------------------------------------------------------*
       MANTEM-FILA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "LISTA DE ESPERA DA TURMA " WTU-TURMA " - " WTU-ANO
           DISPLAY "PEDIDO   ALUNO NOME                      SIT OFERTA"
           MOVE WTU-ANO    TO FE-ANO
           MOVE WTU-TURMA  TO FE-TURMA
           MOVE ZEROS      TO FE-DATA-PEDIDO FE-ALUNO
           START FILAESP KEY NOT LESS THAN FE-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-FILAESP
           END-START
           IF FS-FILAESP = "00"
               PERFORM LE-FILA-ESPERA
               PERFORM MOSTRA-FILA
                   UNTIL FS-FILAESP NOT = "00"
           END-IF
           DISPLAY " "
           DISPLAY "ALUNO A RETIRAR DA FILA (0 NENHUM):"
           ACCEPT WTU-ALUNO
           IF WTU-ALUNO = ZERO
               GO TO MANTEM-FILA-EXIT
           END-IF
           PERFORM ACHA-FILA-ALUNO THRU ACHA-FILA-ALUNO-EXIT
           IF WACHOU-FILA NOT = "S"
               DISPLAY "ALUNO NAO ESTA AGUARDANDO NESTA TURMA"
               GO TO MANTEM-FILA-FIM
           END-IF
           MOVE "N" TO WTINHA-OFERTA
           IF FE-OFERECIDA
               MOVE "S" TO WTINHA-OFERTA
           END-IF
           MOVE "C" TO FE-SITUACAO
           REWRITE REGISTRO-FILAESP
           MOVE WTU-ALUNO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "CADTUR01",
               "CANCELOU", WCHAVE-AUD
           DISPLAY "ALUNO RETIRADO DA LISTA DE ESPERA"
           IF WTINHA-OFERTA = "S"
               MOVE WTU-ANO   TO TU-ANO
               MOVE WTU-TURMA TO TU-TURMA
               READ TURMAS
                   NOT INVALID KEY
                       IF TU-RESERVADAS > ZERO
                           SUBTRACT 1 FROM TU-RESERVADAS
                           REWRITE REGISTRO-TURMA
                       END-IF
               END-READ
               MOVE "S" TO WOFERECEU
               PERFORM OFERECE-VAGA THRU OFERECE-VAGA-EXIT
                   UNTIL WOFERECEU = "N"
           END-IF
           .
       MANTEM-FILA-FIM.
           DISPLAY "TECLE ENTER"
           ACCEPT OPCAO
           .
       MANTEM-FILA-EXIT.
           EXIT.
       MOSTRA-FILA.
           DISPLAY FE-DATA-PEDIDO " " FE-ALUNO "  " FE-NOME (1:25)
               " " FE-SITUACAO "   " FE-DATA-OFERTA
           PERFORM LE-FILA-ESPERA
           .
      *----------------------------------------------------------------*
      *    OCUPACAO DAS TURMAS DO ANO: RECONTA OS ALUNOS ATIVOS DE
      *    CADA TURMA EM ESTUDANTES.DAT (ACERTANDO A CONTAGEM DO
      *    CADASTRO) E CONTA QUEM AGUARDA NA FILA
      *----------------------------------------------------------------*
       RELATORIO-OCUPACAO.
           DISPLAY SPACE ERASE EOS
           DISPLAY "OCUPACAO DAS TURMAS - ANO LETIVO " WTU-ANO
           MOVE ZERO TO QT-TURMAS QT-SEM-CADASTRO
           MOVE WTU-ANO    TO TU-ANO
           MOVE LOW-VALUES TO TU-TURMA
           START TURMAS KEY NOT LESS THAN TU-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-TURMAS
           END-START
           IF FS-TURMAS = "00"
               PERFORM LE-TURMA
               PERFORM CARREGA-TURMA
                   UNTIL FS-TURMAS NOT = "00"
           END-IF
           IF QT-TURMAS = ZERO
               DISPLAY "NENHUMA TURMA CADASTRADA NO ANO"
               GO TO RELATORIO-OCUPACAO-FIM
           END-IF
           OPEN INPUT ESTUDANTES
           IF FS-ESTUDANTES = "00"
               PERFORM LE-ESTUDANTE
               PERFORM CONTA-ESTUDANTE
                   UNTIL FS-ESTUDANTES NOT = "00"
               CLOSE ESTUDANTES
           END-IF
           DISPLAY "TURMA      TURNO SALA       CAPAC OCUP RESV LIVRE"
               " ESPERA"
           PERFORM IMPRIME-OCUPACAO THRU IMPRIME-OCUPACAO-EXIT
               VARYING IND-TU FROM 1 BY 1 UNTIL IND-TU > QT-TURMAS
           IF QT-SEM-CADASTRO > ZERO
               DISPLAY "ALUNOS ATIVOS EM TURMA SEM CADASTRO: "
                   QT-SEM-CADASTRO
           END-IF
           .
       RELATORIO-OCUPACAO-FIM.
           DISPLAY "TECLE ENTER"
           ACCEPT OPCAO
           .
       RELATORIO-OCUPACAO-EXIT.
           EXIT.
       LE-TURMA.
           READ TURMAS NEXT RECORD
               AT END
                   MOVE "10" TO FS-TURMAS
           END-READ
           IF FS-TURMAS = "00"
               IF TU-ANO NOT = WTU-ANO
                   MOVE "10" TO FS-TURMAS
               END-IF
           END-IF
           .
       CARREGA-TURMA.
           IF QT-TURMAS < 100
               ADD 1 TO QT-TURMAS
               MOVE TU-TURMA TO TO-TURMA (QT-TURMAS)
               MOVE ZERO TO TO-ALUNOS (QT-TURMAS)
               MOVE ZERO TO TO-ESPERA (QT-TURMAS)
           END-IF
           PERFORM LE-TURMA
           .
       LE-ESTUDANTE.
           READ ESTUDANTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-ESTUDANTES
           END-READ
           .
       CONTA-ESTUDANTE.
           IF ESTUDANTE-ATIVO AND ANO-LETIVO = WTU-ANO AND
              TURMA NOT = SPACES
               PERFORM ACHA-TURMA-TABELA
                   VARYING IND-TU FROM 1 BY 1
                   UNTIL IND-TU > QT-TURMAS
                   OR TO-TURMA (IND-TU) = TURMA
               IF IND-TU > QT-TURMAS
                   ADD 1 TO QT-SEM-CADASTRO
               ELSE
                   ADD 1 TO TO-ALUNOS (IND-TU)
               END-IF
           END-IF
           PERFORM LE-ESTUDANTE
           .
       ACHA-TURMA-TABELA.
           CONTINUE
           .
       IMPRIME-OCUPACAO.
           MOVE WTU-ANO           TO TU-ANO
           MOVE TO-TURMA (IND-TU) TO TU-TURMA
           READ TURMAS
               INVALID KEY
                   GO TO IMPRIME-OCUPACAO-EXIT
           END-READ
           IF TU-OCUPADAS NOT = TO-ALUNOS (IND-TU)
               MOVE TO-ALUNOS (IND-TU) TO TU-OCUPADAS
               REWRITE REGISTRO-TURMA
           END-IF
           MOVE WTU-ANO           TO FE-ANO
           MOVE TO-TURMA (IND-TU) TO FE-TURMA
           MOVE ZEROS             TO FE-DATA-PEDIDO FE-ALUNO
           MOVE TO-TURMA (IND-TU) TO WTU-TURMA
           START FILAESP KEY NOT LESS THAN FE-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-FILAESP
           END-START
           IF FS-FILAESP = "00"
               PERFORM LE-FILA-ESPERA
               PERFORM CONTA-ESPERA
                   UNTIL FS-FILAESP NOT = "00"
           END-IF
           COMPUTE WLIVRES = TU-CAPACIDADE - TU-OCUPADAS
               - TU-RESERVADAS
           MOVE WLIVRES TO WED-LIVRES
           DISPLAY TU-TURMA " " TU-TURNO "     " TU-SALA " "
               TU-CAPACIDADE "   " TU-OCUPADAS "  " TU-RESERVADAS
               "  " WED-LIVRES "  " TO-ESPERA (IND-TU)
           .
       IMPRIME-OCUPACAO-EXIT.
           EXIT.
       CONTA-ESPERA.
           IF FE-AGUARDANDO
               ADD 1 TO TO-ESPERA (IND-TU)
           END-IF
           PERFORM LE-FILA-ESPERA
           .
      *----------------------------------------------------------------*
      *    ROTINAS DA FILA DE ESPERA (AS MESMAS DO ESTUD001): A
      *    TURMA VEM EM WTU-ANO/WTU-TURMA E O ALUNO EM WTU-ALUNO
      *----------------------------------------------------------------*
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
      *    TURMA; ALUNO ZERO ACHA O PRIMEIRO PEDIDO EM ABERTO
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
           IF (FE-ALUNO = WTU-ALUNO OR WTU-ALUNO = ZERO) AND
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
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "CADTUR01",
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
       END PROGRAM CADTUR01.
