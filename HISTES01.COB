      ******************************************************************
      *
      *     HISTES01 - HISTORICO ESCOLAR DE VARIOS ANOS
      *     SEGUE O CODIGO DO ALUNO PELOS ARQUIVOS ANUAIS GRAVADOS
      *     NA PROMOCAO DE FIM DE ANO (PROMOV01): ESTUDAAAA.DAT COM
      *     A TURMA, A MEDIA E A SITUACAO DO ANO E DISCAAAA.DAT COM
      *     AS NOTAS POR DISCIPLINA E A FREQUENCIA. O ANO EM CURSO
      *     VEM DE ESTUDANTES.DAT, NOTADISC.DAT E FREQDISC.DAT.
      *     PARA CADA ANO IMPRIME A TURMA E, POR DISCIPLINA, A
      *     MEDIA FINAL, O PERCENTUAL DE FREQUENCIA, O RESULTADO DA
      *     RECUPERACAO E A SITUACAO (MESMAS REGRAS DO BOLETIM1),
      *     PELO PIPELINE GRAVA-SPOOL / VISREL.
      *     CADA EMISSAO RECEBE UM CODIGO DE AUTENTICACAO (NUMERO
      *     SEQUENCIAL + 4 DIGITOS DE CONFERENCIA) E UM NUMERO DE
      *     CONTROLE CALCULADO SOBRE O CONTEUDO IMPRESSO, GRAVADOS
      *     EM HISTAUT.DAT. O MODO C-CONFERIR CONSULTA O CODIGO
      *     PARA CONFIRMAR A ESCOLA QUE RECEBE O DOCUMENTO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. HISTES01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTES ASSIGN TO "ESTUDANTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME WITH DUPLICATES
           FILE STATUS IS FS-ESTUDANTES.

           SELECT DISCIPLINAS ASSIGN TO "DISCIPL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIS-CODIGO
           FILE STATUS IS FS-DISCIPLINAS.

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

           SELECT PARAMEST ASSIGN TO "PARAMEST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMEST.

           SELECT HISTAUT ASSIGN TO "HISTAUT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HA-CODIGO
           FILE STATUS IS FS-HISTAUT.

           SELECT ARQANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQANO.

           SELECT ARQDISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQDISC.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  ESTUDANTES.
       01  REGISTRO-ESTUDANTES.
           02 CODIGO PIC 9999.
           02 NOME   PIC X(50).
           02 NOTA1 PIC 9999.
           02 NOTA2 PIC 9999.
           02 NOTA3 PIC 9999.
           02 NOTA4 PIC 9999.
           02 MEDIA PIC 9(04)V99.
           02 SITUACAO PIC X(09).
           02 ATIVO PIC X.
               88 ESTUDANTE-ATIVO   VALUE "A" "a".
               88 ESTUDANTE-INATIVO VALUE "I" "i".
           02 ANO-LETIVO PIC 9(04).
           02 TURMA      PIC X(10).
           02 RESP-NOME  PIC X(50).
           02 RESP-FONE  PIC X(30).
           02 RESP-EMAIL PIC X(50).

       FD  DISCIPLINAS.
       01  REGISTRO-DISCIPLINA.
           02 DIS-CODIGO       PIC 9(02).
           02 DIS-NOME         PIC X(30).
           02 DIS-MEDIA-MINIMA PIC 9(04)V99.

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

       FD  PARAMEST.
       01  REGISTRO-PARAMETRO.
           02 PAR-MEDIA-MINIMA PIC 9(04)V99.

      *    REGISTRO DE AUTENTICACAO DOS HISTORICOS EMITIDOS
       FD  HISTAUT.
       01  REGISTRO-HISTAUT.
           02 HA-CODIGO      PIC 9(10).
           02 HA-ALUNO       PIC 9(04).
           02 HA-NOME        PIC X(50).
           02 HA-DATA        PIC 9(08).
           02 HA-HORA        PIC 9(06).
           02 HA-OPERADOR    PIC X(10).
           02 HA-ANO-INICIAL PIC 9(04).
           02 HA-ANO-FINAL   PIC 9(04).
           02 HA-QT-ANOS     PIC 9(02).
           02 HA-CONTROLE    PIC 9(10).

      *    ARQUIVO ANUAL DOS ESTUDANTES - MESMO LAYOUT DO CADASTRO
       FD  ARQANO
           VALUE OF FILE-ID IS WNOME-ARQANO.
       01  LINHA-ARQANO.
           02 AN-CODIGO PIC 9(04).
           02 FILLER    PIC X(226).

      *    ARQUIVO ANUAL DAS DISCIPLINAS: TIPO "N" + REGISTRO DO
      *    NOTADISC OU TIPO "F" + REGISTRO DO FREQDISC
       FD  ARQDISC
           VALUE OF FILE-ID IS WNOME-ARQDISC.
       01  LINHA-ARQDISC.
           02 AD-TIPO  PIC X.
           02 AD-DADOS PIC X(18).
           02 AD-NOTA REDEFINES AD-DADOS.
               03 AD-N-ALUNO      PIC 9(04).
               03 AD-N-DISCIPLINA PIC 9(02).
               03 AD-N-BIMESTRE   PIC 9(01).
               03 AD-N-NOTA       PIC 9(04).
               03 FILLER          PIC X(07).
           02 AD-FREQ REDEFINES AD-DADOS.
               03 AD-F-ALUNO      PIC 9(04).
               03 AD-F-DISCIPLINA PIC 9(02).
               03 AD-F-MES        PIC 9(02).
               03 AD-F-AULAS      PIC 9(03).
               03 AD-F-FALTAS     PIC 9(03).
               03 AD-F-PROFESSOR  PIC 9(04).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       01  SEQ-REG.
           02 WREL-LINHA PIC X(200).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ESTUDANTES.
           02 FS-ESTUDANTES-1 PIC 9.
           02 FS-ESTUDANTES-2 PIC 9.
           02 FS-ESTUDANTES-R REDEFINES FS-ESTUDANTES-2 PIC 99
               COMP-X.
       01  FS-DISCIPLINAS.
           02 FS-DISCIPLINAS-1 PIC 9.
           02 FS-DISCIPLINAS-2 PIC 9.
           02 FS-DISCIPLIN-R REDEFINES FS-DISCIPLINAS-2 PIC 99
               COMP-X.
       01  FS-NOTASDISC.
           02 FS-NOTASDISC-1 PIC 9.
           02 FS-NOTASDISC-2 PIC 9.
           02 FS-NOTASDIS-R REDEFINES FS-NOTASDISC-2 PIC 99 COMP-X.
       01  FS-FREQUENCIA.
           02 FS-FREQUENCIA-1 PIC 9.
           02 FS-FREQUENCIA-2 PIC 9.
           02 FS-FREQUENC-R REDEFINES FS-FREQUENCIA-2 PIC 99 COMP-X.
       01  FS-HISTAUT.
           02 FS-HISTAUT-1 PIC 9.
           02 FS-HISTAUT-2 PIC 9.
           02 FS-HISTAUT-R REDEFINES FS-HISTAUT-2 PIC 99 COMP-X.
       77  FS-PARAMEST   PIC XX VALUE SPACES.
       77  FS-ARQANO     PIC XX VALUE SPACES.
       77  FS-ARQDISC    PIC XX VALUE SPACES.
       77  FS-SEQ        PIC XX VALUE SPACES.
       77  WSEQ-SIZE     PIC 9(06) VALUE ZEROS.
       77  WNOME-ARQANO  PIC X(20) VALUE SPACES.
       77  WNOME-ARQDISC PIC X(20) VALUE SPACES.

       77  WOPERADOR     PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WMODO         PIC X VALUE "E".
       77  WALUNO        PIC 9(04) VALUE ZERO.
       77  WACHOU        PIC X VALUE "N".
       77  WHA-DISC      PIC X VALUE "N".
       77  WHA-NOTAS     PIC X VALUE "N".
       77  WHA-FREQ      PIC X VALUE "N".
       77  WMEDIA-MINIMA PIC 9(04)V99 VALUE 7.
       01  WDATA-SISTEMA.
           02 WDS-ANO PIC 9(04).
           02 WDS-MES PIC 9(02).
           02 WDS-DIA PIC 9(02).
       01  WDATA-SISTEMA-N REDEFINES WDATA-SISTEMA PIC 9(08).
       77  WHORA-SISTEMA PIC 9(08) VALUE ZERO.

      *    ANOS PESQUISADOS: ATE 20 ANOS ANTES DO ANO LETIVO ATUAL
       77  WANOS-PESQUISA PIC 9(02) VALUE 20.
       77  WANO-ATUAL     PIC 9(04) VALUE ZERO.
       77  WANO-INICIAL   PIC 9(04) VALUE ZERO.
       77  WANO-PESQ      PIC 9(04) VALUE ZERO.
       77  WANO-PRIMEIRO  PIC 9(04) VALUE ZERO.
       77  WANO-ULTIMO    PIC 9(04) VALUE ZERO.
       77  QT-ANOS        PIC 9(02) VALUE ZERO.
       77  WTEM-DETALHE   PIC X VALUE "N".

      *    REGISTRO DO ANO IMPRESSO (ARQUIVO ANUAL OU ANO EM CURSO)
       01  WREG-ANO.
           02 WA-CODIGO     PIC 9(04).
           02 WA-NOME       PIC X(50).
           02 WA-NOTA1      PIC 9(04).
           02 WA-NOTA2      PIC 9(04).
           02 WA-NOTA3      PIC 9(04).
           02 WA-NOTA4      PIC 9(04).
           02 WA-MEDIA      PIC 9(04)V99.
           02 WA-SITUACAO   PIC X(09).
           02 WA-ATIVO      PIC X.
           02 WA-ANO-LETIVO PIC 9(04).
           02 WA-TURMA      PIC X(10).
           02 FILLER        PIC X(130).

      *    DISCIPLINAS DO ANO: SOMA DOS 4 BIMESTRES, RECUPERACAO
      *    ("BIMESTRE" 5) E AULAS/FALTAS DOS 12 MESES
       01  TAB-DISC.
           02 TD-ITEM OCCURS 40 TIMES.
               03 TD-DISCIPLINA PIC 9(02).
               03 TD-TEM-NOTA   PIC X.
               03 TD-SOMA       PIC 9(05).
               03 TD-TEM-REC    PIC X.
               03 TD-NOTA-REC   PIC 9(04).
               03 TD-AULAS      PIC 9(05).
               03 TD-FALTAS     PIC 9(05).
       77  QT-DISC       PIC 9(02) VALUE ZERO.
       77  IND-DISC      PIC 9(02) VALUE ZERO.
       77  WD-DISCIPLINA PIC 9(02) VALUE ZERO.
       77  WD-BIMESTRE   PIC 9(01) VALUE ZERO.
       77  WD-NOTA       PIC 9(04) VALUE ZERO.
       77  WD-AULAS      PIC 9(03) VALUE ZERO.
       77  WD-FALTAS     PIC 9(03) VALUE ZERO.

      *    CALCULO DA DISCIPLINA (REGRAS DO BOLETIM1)
       77  WMEDIA-BIM    PIC 9(04)V99 VALUE ZERO.
       77  WMEDIA-FINAL  PIC 9(04)V99 VALUE ZERO.
       77  WMINIMO-DISC  PIC 9(04)V99 VALUE ZERO.
       77  WFREQ-PCT     PIC 9(03)V9 VALUE ZERO.
       77  WNOME-DISC    PIC X(30) VALUE SPACES.
       77  WSIT-DISC     PIC X(09) VALUE SPACES.
       77  WREC-TEXTO    PIC X(24) VALUE SPACES.

      *    CODIGO DE AUTENTICACAO E NUMERO DE CONTROLE DO CONTEUDO
       77  WENTIDADE     PIC X(10) VALUE "HISTORICO".
       77  WSEQUENCIA    PIC 9(06) VALUE ZERO.
       01  WCODIGO-AUT.
           02 WCA-SEQUENCIA PIC 9(06).
           02 WCA-DIGITOS   PIC 9(04).
       01  WCODIGO-AUT-N REDEFINES WCODIGO-AUT PIC 9(10).
       77  WCONTROLE     PIC 9(10) VALUE ZERO.
       77  WVALOR-HASH   PIC 9(10) VALUE ZERO.
       77  WCALCULO      PIC 9(15) VALUE ZERO.
       77  WQUOCIENTE    PIC 9(15) VALUE ZERO.

       77  WED-NOTA      PIC ZZ9.99.
       77  WED-INTEIRA   PIC ZZ9.
       77  WED-PCT       PIC ZZ9.9.
       01  WED-DATA.
           02 WED-DIA PIC 99.
           02 FILLER  PIC X VALUE "/".
           02 WED-MES PIC 99.
           02 FILLER  PIC X VALUE "/".
           02 WED-ANO PIC 9999.

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "HISTES01".
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
           PERFORM 1000-INICIALIZA
           IF WMODO = "C" OR WMODO = "c"
               PERFORM 6000-CONFERE-CODIGO THRU 6000-EXIT
           ELSE
               PERFORM 2000-EMITE-HISTORICO THRU 2000-EXIT
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA-N FROM DATE YYYYMMDD
           ACCEPT WHORA-SISTEMA FROM TIME
           DISPLAY SPACE ERASE EOS
           DISPLAY "HISTORICO ESCOLAR"
           DISPLAY "OPERADOR:"
           ACCEPT WOPERADOR
           DISPLAY "MODO E-EMITIR C-CONFERIR AUTENTICACAO:"
           ACCEPT WMODO
           IF WMODO = "C" OR WMODO = "c"
               OPEN INPUT HISTAUT
           ELSE
               OPEN I-O HISTAUT
               IF FS-HISTAUT = "35"
                   OPEN OUTPUT HISTAUT
                   CLOSE HISTAUT
                   OPEN I-O HISTAUT
               END-IF
           END-IF
           .
      *================================================================*
      *    EMISSAO: ANOS ARQUIVADOS EM ORDEM CRESCENTE E POR ULTIMO
      *    O ANO DO CADASTRO ATUAL; NO FIM, A AUTENTICACAO
      *================================================================*
       2000-EMITE-HISTORICO.
           OPEN INPUT ESTUDANTES
           IF FS-ESTUDANTES NOT = "00"
               DISPLAY "ARQUIVO DE ESTUDANTES NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "CODIGO DO ALUNO:"
           ACCEPT WALUNO
           MOVE WALUNO TO CODIGO
           MOVE "S" TO WACHOU
           READ ESTUDANTES
               INVALID KEY
                   MOVE "N" TO WACHOU
           END-READ
           IF WACHOU = "N"
               DISPLAY "ALUNO NAO CADASTRADO"
               CLOSE ESTUDANTES
               GO TO 2000-EXIT
           END-IF
           MOVE ANO-LETIVO TO WANO-ATUAL
           IF WANO-ATUAL = ZERO
               MOVE WDS-ANO TO WANO-ATUAL
           END-IF
           COMPUTE WANO-INICIAL = WANO-ATUAL - WANOS-PESQUISA
           PERFORM 2100-ABRE-CADASTROS
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
           MOVE WDS-DIA TO WED-DIA
           MOVE WDS-MES TO WED-MES
           MOVE WDS-ANO TO WED-ANO
           MOVE "Historico escolar" TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Aluno " WALUNO " - " NOME
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Emitido em " WED-DATA
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WALUNO TO WCONTROLE
           MOVE ZERO TO QT-ANOS
           PERFORM 3000-ANO-ARQUIVADO
               VARYING WANO-PESQ FROM WANO-INICIAL BY 1
               UNTIL WANO-PESQ NOT < WANO-ATUAL
           PERFORM 4000-ANO-CORRENTE
           PERFORM 5000-AUTENTICA
           CLOSE SEQ-ARQ
           PERFORM 7000-DISPARA-VISREL
           PERFORM 2200-FECHA-CADASTROS
           DISPLAY "HISTORICO DO ALUNO " WALUNO " EMITIDO - ANOS: "
               QT-ANOS
           DISPLAY "CODIGO DE AUTENTICACAO: " WCA-SEQUENCIA "-"
               WCA-DIGITOS "  CONTROLE: " WCONTROLE
       2000-EXIT.
           EXIT.
       2100-ABRE-CADASTROS.
           OPEN INPUT DISCIPLINAS
           IF FS-DISCIPLINAS = "00"
               MOVE "S" TO WHA-DISC
           END-IF
           OPEN INPUT NOTASDISC
           IF FS-NOTASDISC = "00"
               MOVE "S" TO WHA-NOTAS
           END-IF
           OPEN INPUT FREQUENCIA
           IF FS-FREQUENCIA = "00"
               MOVE "S" TO WHA-FREQ
           END-IF
           OPEN INPUT PARAMEST
           IF FS-PARAMEST = "00"
               READ PARAMEST
                   NOT AT END
                       MOVE PAR-MEDIA-MINIMA TO WMEDIA-MINIMA
               END-READ
               CLOSE PARAMEST
           END-IF
           .
       2200-FECHA-CADASTROS.
           CLOSE ESTUDANTES
           IF WHA-DISC = "S"
               CLOSE DISCIPLINAS
           END-IF
           IF WHA-NOTAS = "S"
               CLOSE NOTASDISC
           END-IF
           IF WHA-FREQ = "S"
               CLOSE FREQUENCIA
           END-IF
           .
      *----------------------------------------------------------------*
      *    ANO ARQUIVADO: PROCURA O ALUNO EM ESTUDAAAA.DAT; ACHANDO,
      *    CARREGA AS DISCIPLINAS DE DISCAAAA.DAT (ARQUIVOS DE ANOS
      *    ANTERIORES A ESTA ROTINA NAO TEM O DETALHE)
      *----------------------------------------------------------------*
       3000-ANO-ARQUIVADO.
           MOVE SPACES TO WNOME-ARQANO
           STRING "ESTUD" WANO-PESQ ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQANO
           MOVE "N" TO WACHOU
           OPEN INPUT ARQANO
           IF FS-ARQANO = "00"
               PERFORM 3100-LE-ARQANO
               PERFORM 3200-PROCURA-ALUNO
                   UNTIL FS-ARQANO NOT = "00"
               CLOSE ARQANO
           END-IF
           IF WACHOU = "S"
               PERFORM 3300-CARREGA-DISCIPLINAS
               PERFORM 8100-IMPRIME-ANO
           END-IF
           .
       3100-LE-ARQANO.
           READ ARQANO
               AT END
                   MOVE "10" TO FS-ARQANO
           END-READ
           .
       3200-PROCURA-ALUNO.
           IF AN-CODIGO = WALUNO
               MOVE "S" TO WACHOU
               MOVE LINHA-ARQANO TO WREG-ANO
           END-IF
           PERFORM 3100-LE-ARQANO
           .
       3300-CARREGA-DISCIPLINAS.
           INITIALIZE TAB-DISC
           MOVE ZERO TO QT-DISC
           MOVE "N" TO WTEM-DETALHE
           MOVE SPACES TO WNOME-ARQDISC
           STRING "DISC" WANO-PESQ ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQDISC
           OPEN INPUT ARQDISC
           IF FS-ARQDISC = "00"
               MOVE "S" TO WTEM-DETALHE
               PERFORM 3310-LE-ARQDISC
               PERFORM 3320-TRATA-ARQDISC
                   UNTIL FS-ARQDISC NOT = "00"
               CLOSE ARQDISC
           END-IF
           .
       3310-LE-ARQDISC.
           READ ARQDISC
               AT END
                   MOVE "10" TO FS-ARQDISC
           END-READ
           .
       3320-TRATA-ARQDISC.
           IF AD-TIPO = "N" AND AD-N-ALUNO = WALUNO
               MOVE AD-N-DISCIPLINA TO WD-DISCIPLINA
               MOVE AD-N-BIMESTRE   TO WD-BIMESTRE
               MOVE AD-N-NOTA       TO WD-NOTA
               PERFORM 4500-SOMA-NOTA
           END-IF
           IF AD-TIPO = "F" AND AD-F-ALUNO = WALUNO
               MOVE AD-F-DISCIPLINA TO WD-DISCIPLINA
               MOVE AD-F-AULAS      TO WD-AULAS
               MOVE AD-F-FALTAS     TO WD-FALTAS
               PERFORM 4600-SOMA-FREQUENCIA
           END-IF
           PERFORM 3310-LE-ARQDISC
           .
      *----------------------------------------------------------------*
      *    ANO EM CURSO (OU O ULTIMO, PARA ALUNO QUE SAIU): CADASTRO
      *    ATUAL, NOTADISC.DAT E FREQDISC.DAT
      *----------------------------------------------------------------*
       4000-ANO-CORRENTE.
           MOVE REGISTRO-ESTUDANTES TO WREG-ANO
           MOVE WANO-ATUAL TO WA-ANO-LETIVO
           IF WA-SITUACAO = SPACES
               IF ESTUDANTE-INATIVO
                   MOVE "DESLIGADO" TO WA-SITUACAO
               ELSE
                   MOVE "CURSANDO" TO WA-SITUACAO
               END-IF
           END-IF
           INITIALIZE TAB-DISC
           MOVE ZERO TO QT-DISC
           MOVE WHA-NOTAS TO WTEM-DETALHE
           IF WHA-NOTAS = "S"
               MOVE WALUNO TO ND-ALUNO
               MOVE ZEROS  TO ND-DISCIPLINA ND-BIMESTRE
               START NOTASDISC KEY IS NOT LESS THAN ND-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-NOTASDISC
                   NOT INVALID KEY
                       PERFORM 4100-LE-NOTA
               END-START
               PERFORM 4200-TRATA-NOTA
                   UNTIL FS-NOTASDISC NOT = "00"
                   OR ND-ALUNO NOT = WALUNO
           END-IF
           IF WHA-FREQ = "S"
               MOVE WALUNO TO FQ-ALUNO
               MOVE ZEROS  TO FQ-DISCIPLINA FQ-MES
               START FREQUENCIA KEY IS NOT LESS THAN FQ-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-FREQUENCIA
                   NOT INVALID KEY
                       PERFORM 4300-LE-FREQUENCIA
               END-START
               PERFORM 4400-TRATA-FREQUENCIA
                   UNTIL FS-FREQUENCIA NOT = "00"
                   OR FQ-ALUNO NOT = WALUNO
           END-IF
           PERFORM 8100-IMPRIME-ANO
           .
       4100-LE-NOTA.
           READ NOTASDISC NEXT RECORD
               AT END
                   MOVE "10" TO FS-NOTASDISC
           END-READ
           .
       4200-TRATA-NOTA.
           MOVE ND-DISCIPLINA TO WD-DISCIPLINA
           MOVE ND-BIMESTRE   TO WD-BIMESTRE
           MOVE ND-NOTA       TO WD-NOTA
           PERFORM 4500-SOMA-NOTA
           PERFORM 4100-LE-NOTA
           .
       4300-LE-FREQUENCIA.
           READ FREQUENCIA NEXT RECORD
               AT END
                   MOVE "10" TO FS-FREQUENCIA
           END-READ
           .
       4400-TRATA-FREQUENCIA.
           MOVE FQ-DISCIPLINA TO WD-DISCIPLINA
           MOVE FQ-AULAS      TO WD-AULAS
           MOVE FQ-FALTAS     TO WD-FALTAS
           PERFORM 4600-SOMA-FREQUENCIA
           PERFORM 4300-LE-FREQUENCIA
           .
       4500-SOMA-NOTA.
           PERFORM 4700-POSICIONA-DISC
           IF IND-DISC > ZERO
               IF WD-BIMESTRE = 5
                   MOVE "S" TO TD-TEM-REC (IND-DISC)
                   MOVE WD-NOTA TO TD-NOTA-REC (IND-DISC)
               ELSE
                   IF WD-BIMESTRE > ZERO AND WD-BIMESTRE < 5
                       MOVE "S" TO TD-TEM-NOTA (IND-DISC)
                       ADD WD-NOTA TO TD-SOMA (IND-DISC)
                   END-IF
               END-IF
           END-IF
           .
       4600-SOMA-FREQUENCIA.
           PERFORM 4700-POSICIONA-DISC
           IF IND-DISC > ZERO
               ADD WD-AULAS  TO TD-AULAS (IND-DISC)
               ADD WD-FALTAS TO TD-FALTAS (IND-DISC)
           END-IF
           .
      *    DISCIPLINA NA TABELA DO ANO; NOVA ENTRA NO FIM. TABELA
      *    CHEIA DEVOLVE IND-DISC ZERO
       4700-POSICIONA-DISC.
           PERFORM 4710-ACHA-DISC
               VARYING IND-DISC FROM 1 BY 1
               UNTIL IND-DISC > QT-DISC
               OR TD-DISCIPLINA (IND-DISC) = WD-DISCIPLINA
           IF IND-DISC > QT-DISC
               IF QT-DISC NOT < 40
                   MOVE ZERO TO IND-DISC
               ELSE
                   ADD 1 TO QT-DISC
                   MOVE QT-DISC TO IND-DISC
                   MOVE WD-DISCIPLINA TO TD-DISCIPLINA (IND-DISC)
                   MOVE "N"  TO TD-TEM-NOTA (IND-DISC)
                   MOVE "N"  TO TD-TEM-REC (IND-DISC)
                   MOVE ZERO TO TD-SOMA (IND-DISC)
                   MOVE ZERO TO TD-NOTA-REC (IND-DISC)
                   MOVE ZERO TO TD-AULAS (IND-DISC)
                   MOVE ZERO TO TD-FALTAS (IND-DISC)
               END-IF
           END-IF
           .
       4710-ACHA-DISC.
           CONTINUE
           .
      *================================================================*
      *    AUTENTICACAO: SEQUENCIAL DO PROXIMO-NUMERO + 4 DIGITOS DE
      *    CONFERENCIA TIRADOS DO ALUNO, DA HORA E DO CONTROLE DO
      *    CONTEUDO, PARA QUE UM CODIGO INVENTADO NAO SEJA ACHADO
      *================================================================*
       5000-AUTENTICA.
           CALL "PROXIMO-NUMERO" USING WENTIDADE, WSEQUENCIA
           MOVE WSEQUENCIA TO WCA-SEQUENCIA
           COMPUTE WCALCULO = WSEQUENCIA * 7919 + WALUNO * 104729
               + WCONTROLE + WHORA-SISTEMA
           DIVIDE WCALCULO BY 9973 GIVING WQUOCIENTE
               REMAINDER WCA-DIGITOS
           MOVE SPACES         TO REGISTRO-HISTAUT
           MOVE WCODIGO-AUT-N  TO HA-CODIGO
           MOVE WALUNO         TO HA-ALUNO
           MOVE NOME           TO HA-NOME
           MOVE WDATA-SISTEMA-N TO HA-DATA
           MOVE WHORA-SISTEMA (1:6) TO HA-HORA
           MOVE WOPERADOR      TO HA-OPERADOR
           MOVE WANO-PRIMEIRO  TO HA-ANO-INICIAL
           MOVE WANO-ULTIMO    TO HA-ANO-FINAL
           MOVE QT-ANOS        TO HA-QT-ANOS
           MOVE WCONTROLE      TO HA-CONTROLE
           WRITE REGISTRO-HISTAUT
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A AUTENTICACAO "
                       WCODIGO-AUT-N " - " FS-HISTAUT
           END-WRITE
           MOVE " " TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "Codigo de autenticacao: " WCA-SEQUENCIA "-"
               WCA-DIGITOS "    Controle: " WCONTROLE
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING "A autenticidade deste historico pode ser "
               "confirmada na secretaria da escola pelo codigo acima"
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WCODIGO-AUT-N TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "HISTES01",
               "EMITIU", WCHAVE-AUD
           .
      *================================================================*
      *    CONFERENCIA: A ESCOLA QUE RECEBE O HISTORICO INFORMA O
      *    CODIGO E CONFERE ALUNO, DATA, ANOS E CONTROLE IMPRESSOS
      *================================================================*
       6000-CONFERE-CODIGO.
           IF FS-HISTAUT NOT = "00"
               DISPLAY "NENHUM HISTORICO EMITIDO"
               GO TO 6000-EXIT
           END-IF
           DISPLAY "CODIGO DE AUTENTICACAO (10 DIGITOS, SEM O TRACO):"
           ACCEPT WCODIGO-AUT-N
           MOVE WCODIGO-AUT-N TO HA-CODIGO
           MOVE "S" TO WACHOU
           READ HISTAUT
               INVALID KEY
                   MOVE "N" TO WACHOU
           END-READ
           MOVE WCODIGO-AUT-N TO WCHAVE-AUD
           IF WACHOU = "N"
               DISPLAY "CODIGO NAO ENCONTRADO - HISTORICO NAO EMITIDO"
                   " POR ESTA ESCOLA"
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "HISTES01",
                   "CONF-NEG", WCHAVE-AUD
               GO TO 6000-EXIT
           END-IF
           MOVE HA-DATA (7:2) TO WED-DIA
           MOVE HA-DATA (5:2) TO WED-MES
           MOVE HA-DATA (1:4) TO WED-ANO
           DISPLAY "HISTORICO AUTENTICO"
           DISPLAY "ALUNO    : " HA-ALUNO " - " HA-NOME
           DISPLAY "EMITIDO  : " WED-DATA " " HA-HORA (1:2) ":"
               HA-HORA (3:2) " POR " HA-OPERADOR
           DISPLAY "ANOS     : " HA-ANO-INICIAL " A " HA-ANO-FINAL
               " (" HA-QT-ANOS " ANO(S))"
           DISPLAY "CONTROLE : " HA-CONTROLE
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "HISTES01",
               "CONFERIU", WCHAVE-AUD
       6000-EXIT.
           EXIT.
       7000-DISPARA-VISREL.
           MOVE SPACES TO COMANDO
           STRING "C:\Windows\VisRel.exe /g "
               FUNCTION TRIM(WNOME-SPOOL)
               " /t Historico Escolar"
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
      *----------------------------------------------------------------*
      *    BLOCO DE UM ANO: CABECALHO COM TURMA, MEDIA E SITUACAO DO
      *    ANO E UMA LINHA POR DISCIPLINA COM NOTA LANCADA
      *----------------------------------------------------------------*
       8100-IMPRIME-ANO.
           ADD 1 TO QT-ANOS
           IF QT-ANOS = 1
               MOVE WA-ANO-LETIVO TO WANO-PRIMEIRO
           END-IF
           MOVE WA-ANO-LETIVO TO WANO-ULTIMO
           MOVE WA-ANO-LETIVO TO WVALOR-HASH
           PERFORM 8900-ACUMULA-CONTROLE
           COMPUTE WVALOR-HASH = WA-MEDIA * 100
           PERFORM 8900-ACUMULA-CONTROLE
           MOVE " " TO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           MOVE WA-MEDIA TO WED-NOTA
           MOVE SPACES TO WREL-TEXTO
           STRING "Ano letivo " WA-ANO-LETIVO "   Turma " WA-TURMA
               "   Media geral " WED-NOTA "   Situacao " WA-SITUACAO
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 8000-GRAVA-LINHA-T
           IF WTEM-DETALHE = "N"
               MOVE SPACES TO WREL-TEXTO
               STRING "  Notas por disciplina nao arquivadas - notas"
                   " do ano: " WA-NOTA1 "/" WA-NOTA2 "/" WA-NOTA3
                   "/" WA-NOTA4
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
           ELSE
               IF QT-DISC = ZERO
                   MOVE "  Nenhuma nota por disciplina lancada no ano"
                       TO WREL-TEXTO
                   PERFORM 8000-GRAVA-LINHA-T
               ELSE
                   MOVE SPACES TO WREL-TEXTO
                   STRING "  Disciplina                      "
                       "Media final  Freq pct  Recuperacao"
                       "           Situacao"
                       DELIMITED BY SIZE INTO WREL-TEXTO
                   PERFORM 8000-GRAVA-LINHA-T
                   PERFORM 8200-IMPRIME-DISCIPLINA
                       VARYING IND-DISC FROM 1 BY 1
                       UNTIL IND-DISC > QT-DISC
               END-IF
           END-IF
           .
      *    MEDIA FINAL = MEDIA DOS 4 BIMESTRES OU, COM RECUPERACAO,
      *    (MEDIA + RECUPERACAO) / 2; APROVA COM A MEDIA MINIMA DA
      *    DISCIPLINA (ZERO = PARAMEST) E 75 PCT DE FREQUENCIA
       8200-IMPRIME-DISCIPLINA.
           IF TD-TEM-NOTA (IND-DISC) = "S"
               COMPUTE WMEDIA-BIM ROUNDED = TD-SOMA (IND-DISC) / 4
               IF TD-TEM-REC (IND-DISC) = "S"
                   COMPUTE WMEDIA-FINAL ROUNDED =
                       (WMEDIA-BIM + TD-NOTA-REC (IND-DISC)) / 2
               ELSE
                   MOVE WMEDIA-BIM TO WMEDIA-FINAL
               END-IF
               IF TD-AULAS (IND-DISC) > ZERO
                   COMPUTE WFREQ-PCT ROUNDED =
                       (TD-AULAS (IND-DISC) - TD-FALTAS (IND-DISC))
                       * 100 / TD-AULAS (IND-DISC)
               ELSE
                   MOVE 100 TO WFREQ-PCT
               END-IF
               PERFORM 8300-LE-DISCIPLINA
               IF WMEDIA-FINAL NOT < WMINIMO-DISC AND
                  WFREQ-PCT NOT < 75
                   IF TD-TEM-REC (IND-DISC) = "S"
                       MOVE "APROV/REC" TO WSIT-DISC
                   ELSE
                       MOVE "APROVADO" TO WSIT-DISC
                   END-IF
               ELSE
                   MOVE "REPROVADO" TO WSIT-DISC
               END-IF
               MOVE SPACES TO WREC-TEXTO
               IF TD-TEM-REC (IND-DISC) = "S"
                   MOVE TD-NOTA-REC (IND-DISC) TO WED-INTEIRA
                   IF WMEDIA-FINAL NOT < WMINIMO-DISC
                       STRING "Nota " WED-INTEIRA " - recuperado"
                           DELIMITED BY SIZE INTO WREC-TEXTO
                   ELSE
                       STRING "Nota " WED-INTEIRA " - nao recup."
                           DELIMITED BY SIZE INTO WREC-TEXTO
                   END-IF
               ELSE
                   MOVE "Sem recuperacao" TO WREC-TEXTO
               END-IF
               MOVE WMEDIA-FINAL TO WED-NOTA
               MOVE WFREQ-PCT    TO WED-PCT
               MOVE SPACES TO WREL-TEXTO
               STRING "  " WNOME-DISC "  " WED-NOTA "       "
                   WED-PCT "     " WREC-TEXTO "  " WSIT-DISC
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 8000-GRAVA-LINHA-T
               MOVE TD-DISCIPLINA (IND-DISC) TO WVALOR-HASH
               PERFORM 8900-ACUMULA-CONTROLE
               COMPUTE WVALOR-HASH = WMEDIA-FINAL * 100
               PERFORM 8900-ACUMULA-CONTROLE
               COMPUTE WVALOR-HASH = WFREQ-PCT * 10
               PERFORM 8900-ACUMULA-CONTROLE
           END-IF
           .
       8300-LE-DISCIPLINA.
           MOVE SPACES TO WNOME-DISC
           MOVE ZERO TO WMINIMO-DISC
           MOVE "N" TO WACHOU
           IF WHA-DISC = "S"
               MOVE TD-DISCIPLINA (IND-DISC) TO DIS-CODIGO
               READ DISCIPLINAS
                   NOT INVALID KEY
                       MOVE "S" TO WACHOU
                       MOVE DIS-NOME TO WNOME-DISC
                       MOVE DIS-MEDIA-MINIMA TO WMINIMO-DISC
               END-READ
           END-IF
           IF WACHOU = "N"
               STRING "DISCIPLINA " TD-DISCIPLINA (IND-DISC)
                   DELIMITED BY SIZE INTO WNOME-DISC
           END-IF
           IF WMINIMO-DISC = ZERO
               MOVE WMEDIA-MINIMA TO WMINIMO-DISC
           END-IF
           .
      *    NUMERO DE CONTROLE: POLINOMIO BASE 31 SOBRE OS VALORES
      *    IMPRESSOS, MODULO 999999937
       8900-ACUMULA-CONTROLE.
           COMPUTE WCALCULO = WCONTROLE * 31 + WVALOR-HASH
           DIVIDE WCALCULO BY 999999937 GIVING WQUOCIENTE
               REMAINDER WCONTROLE
           .
       9999-ENCERRA.
           CLOSE HISTAUT
           STOP RUN
           .
       END PROGRAM HISTES01.
