      *     O ANO NOVO, E IMPRIME O RESUMO DE PROMOCAO POR TURMA.
      *     ALUNOS INATIVOS FICAM DE FORA. O MODO S-SIMULAR SO
      *     IMPRIME A LISTA DO QUE SERIA FEITO.
      *     A TURMA DO ANO NOVO RESPEITA A CAPACIDADE DO CADASTRO
      *     DE TURMAS (TURMAS.DAT, CADTUR01): SEM VAGA, O ALUNO E
      *     REMATRICULADO SEM TURMA E ENTRA NA LISTA DE ESPERA DA
      *     TURMA (FILAESP.DAT) COM A DATA DO PROCESSAMENTO.
      *     AS NOTAS POR DISCIPLINA (NOTADISC.DAT) E A FREQUENCIA
      *     (FREQDISC.DAT) DO ALUNO TAMBEM SAO ARQUIVADAS, EM
      *     DISCAAAA.DAT, E RETIRADAS DOS ARQUIVOS CORRENTES PARA O
      *     ANO NOVO COMECAR LIMPO - O HISTORICO ESCOLAR (HISTES01)
      *     LE OS DOIS ARQUIVOS ANUAIS.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           ALTERNATE KEY IS NOME WITH DUPLICATES
           FILE STATUS IS FS-ESTUDANTES.

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

           SELECT ARQANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQANO.

           SELECT NOTASDISC ASSIGN TO "NOTADISC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-CHAVE
           FILE STATUS IS FS-NOTASDISC.

           SELECT FREQUENCIA ASSIGN TO "FREQDISC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FQ-CHAVE
           FILE STATUS IS FS-FREQUENCIA.

           SELECT ARQDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQDISC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
           02 RESP-FONE  PIC X(30).
           02 RESP-EMAIL PIC X(50).

      *    TURMAS E LISTA DE ESPERA - MESMO LAYOUT DO CADTUR01
       FD  TURMAS.
       01  REGISTRO-TURMA.
           02 TU-CHAVE.
               03 TU-ANO        PIC 9(04).
               03 TU-TURMA      PIC X(10).
           02 TU-TURNO          PIC X.
           02 TU-SALA           PIC X(10).
           02 TU-CAPACIDADE     PIC 9(03).
           02 TU-OCUPADAS       PIC 9(03).
           02 TU-RESERVADAS     PIC 9(03).

       FD  FILAESP.
       01  REGISTRO-FILAESP.
           02 FE-CHAVE.
               03 FE-ANO         PIC 9(04).
               03 FE-TURMA       PIC X(10).
               03 FE-DATA-PEDIDO PIC 9(08).
               03 FE-ALUNO       PIC 9(04).
           02 FE-NOME            PIC X(50).
           02 FE-RESP-NOME       PIC X(50).
           02 FE-RESP-EMAIL      PIC X(50).
           02 FE-SITUACAO        PIC X.
           02 FE-DATA-OFERTA     PIC 9(08).

       FD  ARQANO
           VALUE OF FILE-ID IS WNOME-ARQANO.
       01  LINHA-ARQANO PIC X(230).

       FD  NOTASDISC.
       01  REGISTRO-NOTADISC.
           02 ND-CHAVE.
               03 ND-ALUNO      PIC 9(04).
               03 ND-DISCIPLINA PIC 9(02).
               03 ND-BIMESTRE   PIC 9(01).
           02 ND-NOTA           PIC 9(04).

       FD  FREQUENCIA.
       01  REGISTRO-FREQUENCIA.
           02 FQ-CHAVE.
               03 FQ-ALUNO      PIC 9(04).
               03 FQ-DISCIPLINA PIC 9(02).
               03 FQ-MES        PIC 9(02).
           02 FQ-AULAS          PIC 9(03).
           02 FQ-FALTAS         PIC 9(03).
           02 FQ-PROFESSOR      PIC 9(04).

      *    ARQUIVO ANUAL DAS DISCIPLINAS: TIPO "N" + REGISTRO DO
      *    NOTADISC OU TIPO "F" + REGISTRO DO FREQDISC
       FD  ARQDISC
           VALUE OF FILE-ID IS WNOME-ARQDISC.
       01  LINHA-ARQDISC.
           02 AD-TIPO  PIC X.
           02 AD-DADOS PIC X(18).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ESTUDANTES.
       77  WACHOU    PIC X VALUE "N".
       77  QT-ARQUIVADOS PIC 9(04) VALUE ZEROS.
       77  QT-TUR-EXCED  PIC 9(04) VALUE ZEROS.
       01  FS-TURMAS.
           02 FS-TURMAS-1 PIC 9.
           02 FS-TURMAS-2 PIC 9.
           02 FS-TURMAS-R REDEFINES FS-TURMAS-2 PIC 99 COMP-X.
       01  FS-FILAESP.
           02 FS-FILAESP-1 PIC 9.
           02 FS-FILAESP-2 PIC 9.
           02 FS-FILAESP-R REDEFINES FS-FILAESP-2 PIC 99 COMP-X.
       77  WANO-NOVO     PIC 9(04) VALUE ZERO.
       77  WDATA-HOJE    PIC 9(08) VALUE ZERO.
       77  WVAGA         PIC X VALUE "S".
       77  QT-ESPERA     PIC 9(04) VALUE ZEROS.
      *    VAGAS DAS TURMAS DO ANO NOVO (CAPACIDADE E USO, COMECANDO
      *    DAS OCUPADAS E RESERVADAS DO CADASTRO)
       01  TAB-VAGAS.
           02 TV-ITEM OCCURS 50 TIMES.
               03 TV-TURMA      PIC X(10).
               03 TV-CADASTRADA PIC X.
               03 TV-CAPACIDADE PIC 9(03).
               03 TV-USADAS     PIC 9(04).
       77  QT-VAGAS  PIC 9(02) VALUE ZEROS.
       77  IND-VG    PIC 9(02) VALUE ZEROS.
       01  FS-NOTASDISC.
           02 FS-NOTASDISC-1 PIC 9.
           02 FS-NOTASDISC-2 PIC 9.
           02 FS-NOTASDIS-R REDEFINES FS-NOTASDISC-2 PIC 99 COMP-X.
       01  FS-FREQUENCIA.
           02 FS-FREQUENCIA-1 PIC 9.
           02 FS-FREQUENCIA-2 PIC 9.
           02 FS-FREQUENC-R REDEFINES FS-FREQUENCIA-2 PIC 99 COMP-X.
       77  FS-ARQDISC    PIC XX VALUE SPACES.
       77  WNOME-ARQDISC PIC X(20) VALUE SPACES.
       77  WHA-NOTAS     PIC X VALUE "N".
       77  WHA-FREQ      PIC X VALUE "N".
       77  QT-DISC-ARQ   PIC 9(06) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                           DIVISION.
           ACCEPT WANO-ENCERRA
           DISPLAY "MODO S-SIMULAR E-EFETIVAR:"
           ACCEPT WMODO
           COMPUTE WANO-NOVO = WANO-ENCERRA + 1
           ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WNOME-ARQANO
           STRING "ESTUD" WANO-ENCERRA ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQANO
           MOVE SPACES TO WNOME-ARQDISC
           STRING "DISC" WANO-ENCERRA ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQDISC
           IF WMODO = "E" OR WMODO = "e"
               OPEN I-O ESTUDANTES
               OPEN EXTEND ARQANO
               IF FS-ARQANO = "35"
                   OPEN OUTPUT ARQANO
               END-IF
               OPEN I-O TURMAS
               OPEN I-O FILAESP
               IF FS-FILAESP = "35"
                   OPEN OUTPUT FILAESP
                   CLOSE FILAESP
                   OPEN I-O FILAESP
               END-IF
               OPEN EXTEND ARQDISC
               IF FS-ARQDISC = "35"
                   OPEN OUTPUT ARQDISC
               END-IF
               OPEN I-O NOTASDISC
               IF FS-NOTASDISC = "00"
                   MOVE "S" TO WHA-NOTAS
               END-IF
               OPEN I-O FREQUENCIA
               IF FS-FREQUENCIA = "00"
                   MOVE "S" TO WHA-FREQ
               END-IF
           ELSE
               OPEN INPUT ESTUDANTES
               OPEN INPUT TURMAS
           END-IF
           .
       2000-PROCESSA-ALUNOS.
               END-IF
           END-IF
           PERFORM 3100-SOMA-TURMA
           PERFORM 3200-CONFERE-VAGA
           IF WVAGA = "S"
               DISPLAY CODIGO " " NOME (1:25) " " SITUACAO " "
                   TURMA " -> " WTURMA-NOVA
           ELSE
               DISPLAY CODIGO " " NOME (1:25) " " SITUACAO " "
                   TURMA " -> " WTURMA-NOVA " LOTADA - LISTA DE ESPERA"
               ADD 1 TO QT-ESPERA
           END-IF
           IF WMODO = "E" OR WMODO = "e"
               MOVE REGISTRO-ESTUDANTES TO LINHA-ARQANO
               WRITE LINHA-ARQANO
               ADD 1 TO QT-ARQUIVADOS
               PERFORM 3500-ARQUIVA-DISCIPLINAS
               MOVE ZEROS TO NOTA1 NOTA2 NOTA3 NOTA4 MEDIA
               MOVE SPACES TO SITUACAO
               MOVE WANO-NOVO TO ANO-LETIVO
               IF WVAGA = "S"
                   MOVE WTURMA-NOVA TO TURMA
                   PERFORM 3300-OCUPA-VAGA
               ELSE
                   MOVE SPACES TO TURMA
                   PERFORM 3400-GRAVA-FILA
               END-IF
               REWRITE REGISTRO-ESTUDANTES
               MOVE CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "PROMOV01",
               ADD 1 TO QT-TUR-EXCED
           END-IF
           .
      *    VAGA NA TURMA NOVA PELA TABELA DO ANO NOVO; A TURMA ENTRA
      *    NA TABELA NA PRIMEIRA VEZ, COM O QUE O CADASTRO JA TEM
      *    OCUPADO E RESERVADO. TURMA SEM CADASTRO NAO TEM LIMITE.
       3200-CONFERE-VAGA.
           MOVE "S" TO WVAGA
           PERFORM 3210-ACHA-VAGA
               VARYING IND-VG FROM 1 BY 1
               UNTIL IND-VG > QT-VAGAS
               OR TV-TURMA (IND-VG) = WTURMA-NOVA
           IF IND-VG > QT-VAGAS
               IF QT-VAGAS NOT < 50
                   MOVE ZERO TO IND-VG
               ELSE
                   ADD 1 TO QT-VAGAS
                   MOVE QT-VAGAS    TO IND-VG
                   MOVE WTURMA-NOVA TO TV-TURMA (IND-VG)
                   MOVE "N"  TO TV-CADASTRADA (IND-VG)
                   MOVE ZERO TO TV-CAPACIDADE (IND-VG)
                   MOVE ZERO TO TV-USADAS (IND-VG)
                   MOVE WANO-NOVO   TO TU-ANO
                   MOVE WTURMA-NOVA TO TU-TURMA
                   READ TURMAS
                       NOT INVALID KEY
                           MOVE "S" TO TV-CADASTRADA (IND-VG)
                           MOVE TU-CAPACIDADE TO TV-CAPACIDADE (IND-VG)
                           COMPUTE TV-USADAS (IND-VG) =
                               TU-OCUPADAS + TU-RESERVADAS
                   END-READ
               END-IF
           END-IF
           IF IND-VG > ZERO
               IF TV-CADASTRADA (IND-VG) = "S" AND
                  TV-USADAS (IND-VG) NOT < TV-CAPACIDADE (IND-VG)
                   MOVE "N" TO WVAGA
               ELSE
                   ADD 1 TO TV-USADAS (IND-VG)
               END-IF
           END-IF
           .
       3210-ACHA-VAGA.
           CONTINUE
           .
       3300-OCUPA-VAGA.
           MOVE WANO-NOVO   TO TU-ANO
           MOVE WTURMA-NOVA TO TU-TURMA
           READ TURMAS
               NOT INVALID KEY
                   ADD 1 TO TU-OCUPADAS
                   REWRITE REGISTRO-TURMA
           END-READ
           .
       3400-GRAVA-FILA.
           MOVE SPACES      TO REGISTRO-FILAESP
           MOVE WANO-NOVO   TO FE-ANO
           MOVE WTURMA-NOVA TO FE-TURMA
           MOVE WDATA-HOJE  TO FE-DATA-PEDIDO
           MOVE CODIGO      TO FE-ALUNO
           MOVE NOME        TO FE-NOME
           MOVE RESP-NOME   TO FE-RESP-NOME
           MOVE RESP-EMAIL  TO FE-RESP-EMAIL
           MOVE "A"         TO FE-SITUACAO
           MOVE ZEROS       TO FE-DATA-OFERTA
           WRITE REGISTRO-FILAESP
               INVALID KEY
                   DISPLAY "ALUNO " CODIGO " JA ESTA NA LISTA DE"
                       " ESPERA DA TURMA " WTURMA-NOVA
           END-WRITE
           .
      *    NOTAS E FREQUENCIA DO ALUNO VAO PARA O ARQUIVO ANUAL E
      *    SAEM DOS ARQUIVOS CORRENTES (CHAVE COMECA PELO ALUNO)
       3500-ARQUIVA-DISCIPLINAS.
           IF WHA-NOTAS = "S"
               MOVE CODIGO TO ND-ALUNO
               MOVE ZEROS  TO ND-DISCIPLINA ND-BIMESTRE
               START NOTASDISC KEY IS NOT LESS THAN ND-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-NOTASDISC
                   NOT INVALID KEY
                       PERFORM 3510-LE-NOTA
               END-START
               PERFORM 3520-ARQUIVA-NOTA
                   UNTIL FS-NOTASDISC NOT = "00"
                   OR ND-ALUNO NOT = CODIGO
           END-IF
           IF WHA-FREQ = "S"
               MOVE CODIGO TO FQ-ALUNO
               MOVE ZEROS  TO FQ-DISCIPLINA FQ-MES
               START FREQUENCIA KEY IS NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-FREQUENCIA
                   NOT INVALID KEY
                       PERFORM 3530-LE-FREQUENCIA
               END-START
               PERFORM 3540-ARQUIVA-FREQUENCIA
                   UNTIL FS-FREQUENCIA NOT = "00"
                   OR FQ-ALUNO NOT = CODIGO
           END-IF
           .
       3510-LE-NOTA.
           READ NOTASDISC NEXT RECORD
               AT END
                   MOVE "10" TO FS-NOTASDISC
           END-READ
           .
       3520-ARQUIVA-NOTA.
           MOVE SPACES TO LINHA-ARQDISC
           MOVE "N" TO AD-TIPO
           MOVE REGISTRO-NOTADISC TO AD-DADOS
           WRITE LINHA-ARQDISC
           ADD 1 TO QT-DISC-ARQ
           DELETE NOTASDISC RECORD
           PERFORM 3510-LE-NOTA
           .
       3530-LE-FREQUENCIA.
           READ FREQUENCIA NEXT RECORD
               AT END
                   MOVE "10" TO FS-FREQUENCIA
           END-READ
           .
       3540-ARQUIVA-FREQUENCIA.
           MOVE SPACES TO LINHA-ARQDISC
           MOVE "F" TO AD-TIPO
           MOVE REGISTRO-FREQUENCIA TO AD-DADOS
           WRITE LINHA-ARQDISC
           ADD 1 TO QT-DISC-ARQ
           DELETE FREQUENCIA RECORD
           PERFORM 3530-LE-FREQUENCIA
           .
       5000-RESUMO.
           DISPLAY " "
           IF WMODO = "E" OR WMODO = "e"
               DISPLAY "RESUMO DA PROMOCAO DE " WANO-ENCERRA
               DISPLAY "REGISTROS ARQUIVADOS EM " WNOME-ARQANO
                   ": " QT-ARQUIVADOS
               DISPLAY "NOTAS E FREQUENCIAS ARQUIVADAS EM "
                   WNOME-ARQDISC ": " QT-DISC-ARQ
           ELSE
               DISPLAY "SIMULACAO DA PROMOCAO DE " WANO-ENCERRA
                   " - NADA FOI GRAVADO"
           PERFORM 5100-IMPRIME-TURMA
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-TURMAS
           IF QT-ESPERA > ZERO
               DISPLAY "ALUNOS SEM VAGA NA TURMA NOVA (LISTA DE "
                   "ESPERA): " QT-ESPERA
           END-IF
           IF QT-TUR-EXCED > ZERO
               DISPLAY "ATENCAO: " QT-TUR-EXCED " ALUNO(S) DE"
                   " TURMAS ALEM DA CAPACIDADE (50) FORA DO RESUMO"
           .
       9999-ENCERRA.
           IF WMODO = "E" OR WMODO = "e"
               CLOSE ESTUDANTES ARQANO TURMAS FILAESP ARQDISC
               IF WHA-NOTAS = "S"
                   CLOSE NOTASDISC
               END-IF
               IF WHA-FREQ = "S"
                   CLOSE FREQUENCIA
               END-IF
           ELSE
               CLOSE ESTUDANTES TURMAS
           END-IF
           STOP RUN
           .
