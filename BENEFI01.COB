      ******************************************************************
      *
      *     CALCULO MENSAL DO VALE-TRANSPORTE E DO VALE-REFEICAO
      *     (BENEFIC.DAT X FUNCION.DAT X CALENDARIO.DAT)
      *     PARA UMA COMPETENCIA (ANO/MES) CONTA OS DIAS UTEIS DO
      *     MES NO CALENDARIO PUBLICADO POR TABELA01 (SEM
      *     CALENDARIO PARA O MES, CONTA DE SEGUNDA A SEXTA) E
      *     ABATE AS FALTAS LANCADAS NA COMPETENCIA ANTERIOR
      *     (EVENFOL.DAT, QUANTIDADE DO EVENTO DE FALTAS). PARA
      *     CADA BENEFICIO DE FUNCIONARIO ATIVO E OPTANTE:
      *         VALOR DO MES = DIAS X QUANTIDADE POR DIA X VALOR
      *         UNITARIO;
      *         DESCONTO VT  = % DO SALARIO (ATE 6%), LIMITADO AO
      *         VALOR DO MES;
      *         DESCONTO VR  = % DO VALOR DO MES.
      *     GRAVA DIAS, VALOR E DESCONTO NO PROPRIO BENEFICIO (A
      *     FOLHA001 LANCA O DESCONTO NO EVENTO DO BENEFICIO), GERA
      *     A LISTA DE COMPRA PARA A OPERADORA DOS VALES
      *     (BENCOMP.TXT) E IMPRIME O SUMARIO POR TIPO. O
      *     REPROCESSAMENTO DA COMPETENCIA RECALCULA E REGRAVA.
      *
      *     BENCOMP.TXT (LINHAS DE 100 POSICOES):
      *         0 - CABECALHO: "BENCOMP", COMPETENCIA, DATA;
      *         1 - UM POR BENEFICIO: TIPO, FUNCIONARIO, NOME,
      *             DIAS, QUANTIDADE POR DIA, QUANTIDADE DO MES,
      *             VALOR UNITARIO E VALOR DO MES;
      *         9 - TOTAIS: QUANTIDADE E VALOR DE VT E DE VR.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. BENEFI01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT BENEFIC ASSIGN TO "BENEFIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BF-CHAVE
           FILE STATUS IS FS-BENEFIC.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT EVENFOL ASSIGN TO "EVENFOL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EF-CHAVE
           FILE STATUS IS FS-EVENFOL.

           SELECT CALENDARIO ASSIGN TO "CALENDARIO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CALENDARIO.

           SELECT BENCOMP ASSIGN TO "BENCOMP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BENCOMP.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADEVF01
       FD  BENEFIC.
       01  REGISTRO-BENEFIC.
           02 BF-CHAVE.
               03 BF-FUNC       PIC 9(04).
               03 BF-TIPO       PIC X.
           02 BF-OPTANTE        PIC X.
           02 BF-QTDE-DIA       PIC 9(02).
           02 BF-VALOR-UNIT     PIC 9(05)V99.
           02 BF-PERC-DESC      PIC 9(02)V99.
           02 BF-EVENTO         PIC 9(03).
           02 BF-ULT-COMPET     PIC 9(06).
           02 BF-DIAS           PIC 9(02).
           02 BF-VALOR-MES      PIC 9(07)V99.
           02 BF-DESC-MES       PIC 9(07)V99.

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
               88 FUNCIONARIO-ATIVO VALUE "A" "a".
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  EVENFOL.
       01  REGISTRO-EVENFOL.
           02 EF-CHAVE.
               03 EF-FUNC   PIC 9(04).
               03 EF-ANO    PIC 9(04).
               03 EF-MES    PIC 9(02).
               03 EF-EVENTO PIC 9(03).
           02 EF-QTDE       PIC 9(03)V99.
           02 EF-VALOR      PIC 9(07)V99.

       FD  CALENDARIO.
       01  REGISTRO-CALENDARIO.
           02 CAL-DATA     PIC 9(8).
           02 FILLER       PIC X.
           02 CAL-DIA-UTIL PIC 9(1).

       FD  BENCOMP.
       01  REGISTRO-BENCOMP PIC X(100).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-BENEFIC.
           02 FS-BENEFIC-1 PIC 9.
           02 FS-BENEFIC-2 PIC 9.
           02 FS-BENEFIC-R REDEFINES FS-BENEFIC-2 PIC 99 COMP-X.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       01  FS-EVENFOL.
           02 FS-EVENFOL-1 PIC 9.
           02 FS-EVENFOL-2 PIC 9.
           02 FS-EVENFOL-R REDEFINES FS-EVENFOL-2 PIC 99 COMP-X.
       77  FS-CALENDARIO PIC XX VALUE SPACES.
       77  FS-BENCOMP    PIC XX VALUE SPACES.

       77  WCOMP-ANO     PIC 9(04) VALUE ZERO.
       77  WCOMP-MES     PIC 9(02) VALUE ZERO.
       77  WCOMPETENCIA  PIC 9(06) VALUE ZERO.
       77  WANT-ANO      PIC 9(04) VALUE ZERO.
       77  WANT-MES      PIC 9(02) VALUE ZERO.
       77  WEVENTO-FALTA PIC 9(03) VALUE ZERO.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WDIAS-UTEIS   PIC 9(02) VALUE ZERO.
       77  WCALENDARIO   PIC X VALUE "N".
       77  WDATA-DIA     PIC 9(08) VALUE ZERO.
       77  WDATA-AUX     PIC 9(08) VALUE ZERO.
       77  WNOME-DIA     PIC X(09) VALUE SPACES.
       77  WUM-DIA       PIC S9(05) VALUE +1.
       77  WFUNC-FALTAS  PIC 9(04) VALUE ZERO.
       77  WFALTAS       PIC 9(03) VALUE ZERO.
       77  WDIAS         PIC 9(02) VALUE ZERO.
       77  WQTDE-MES     PIC 9(04) VALUE ZERO.
       77  WVALOR-MES    PIC 9(07)V99 VALUE ZERO.
       77  WDESC-MES     PIC 9(07)V99 VALUE ZERO.

       77  QT-VT         PIC 9(05) VALUE ZEROS.
       77  QT-VR         PIC 9(05) VALUE ZEROS.
       77  QT-IGNORADOS  PIC 9(05) VALUE ZEROS.
       77  WTOT-VT       PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-VR       PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-DESC-VT  PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-DESC-VR  PIC 9(09)V99 VALUE ZEROS.
       77  WED-VALOR     PIC Z(8)9.99.
       77  WED-DESCONTO  PIC Z(6)9.99.

       01  LINHA-CAB-COMP.
           02 LC-TIPO        PIC X     VALUE "0".
           02 LC-ID          PIC X(07) VALUE "BENCOMP".
           02 LC-COMPETENCIA PIC 9(06).
           02 LC-DATA        PIC 9(08).
           02 FILLER         PIC X(78) VALUE SPACES.
       01  LINHA-DET-COMP.
           02 LD-TIPO        PIC X     VALUE "1".
           02 LD-BENEFICIO   PIC X.
           02 LD-FUNC        PIC 9(04).
           02 LD-NOME        PIC X(40).
           02 LD-DIAS        PIC 9(02).
           02 LD-QTDE-DIA    PIC 9(02).
           02 LD-QTDE-MES    PIC 9(04).
           02 LD-VALOR-UNIT  PIC 9(05)V99.
           02 LD-VALOR-MES   PIC 9(07)V99.
           02 FILLER         PIC X(30) VALUE SPACES.
       01  LINHA-TOT-COMP.
           02 LT-TIPO        PIC X     VALUE "9".
           02 LT-QT-VT       PIC 9(05).
           02 LT-TOT-VT      PIC 9(09)V99.
           02 LT-QT-VR       PIC 9(05).
           02 LT-TOT-VR      PIC 9(09)V99.
           02 FILLER         PIC X(67) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-BENEFICIOS THRU 2000-EXIT
           PERFORM 5000-SUMARIO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "VALE-TRANSPORTE E VALE-REFEICAO DO MES"
           DISPLAY "COMPETENCIA (ANO):"
           ACCEPT WCOMP-ANO
           DISPLAY "COMPETENCIA (MES):"
           ACCEPT WCOMP-MES
           DISPLAY "EVENTO DE FALTAS (0 = NAO ABATE FALTAS):"
           ACCEPT WEVENTO-FALTA
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WCOMPETENCIA = WCOMP-ANO * 100 + WCOMP-MES
           IF WCOMP-MES = 1
               COMPUTE WANT-ANO = WCOMP-ANO - 1
               MOVE 12 TO WANT-MES
           ELSE
               MOVE WCOMP-ANO TO WANT-ANO
               COMPUTE WANT-MES = WCOMP-MES - 1
           END-IF
           PERFORM 1100-CONTA-DIAS-UTEIS
           DISPLAY "DIAS UTEIS NA COMPETENCIA: " WDIAS-UTEIS
           IF WCALENDARIO NOT = "S"
               DISPLAY "(SEM CALENDARIO PUBLICADO PARA O MES - "
                   "CONTADOS DE SEGUNDA A SEXTA)"
           END-IF
           OPEN I-O BENEFIC
           OPEN INPUT FUNCIONARIOS
           OPEN INPUT EVENFOL
           .
      *    DIAS UTEIS DO MES NO CALENDARIO.DAT; SE O CALENDARIO NAO
      *    TRAZ NENHUM DIA DO MES, CONTA DE SEGUNDA A SEXTA PELO
      *    DIA DA SEMANA DE DATAUTIL
       1100-CONTA-DIAS-UTEIS.
           MOVE ZERO TO WDIAS-UTEIS
           MOVE "N" TO WCALENDARIO
           OPEN INPUT CALENDARIO
           IF FS-CALENDARIO = "00"
               PERFORM 1110-LE-CALENDARIO
               PERFORM 1120-CONFERE-DIA
                   UNTIL FS-CALENDARIO NOT = "00"
               CLOSE CALENDARIO
           END-IF
           IF WCALENDARIO NOT = "S"
               COMPUTE WDATA-DIA = WCOMPETENCIA * 100 + 1
               PERFORM 1130-CONTA-DIA-SEMANA
                   UNTIL WDATA-DIA (1:6) NOT = WCOMPETENCIA
           END-IF
           .
       1110-LE-CALENDARIO.
           READ CALENDARIO
               AT END
                   MOVE "10" TO FS-CALENDARIO
           END-READ
           .
       1120-CONFERE-DIA.
           IF CAL-DATA (1:6) = WCOMPETENCIA
               MOVE "S" TO WCALENDARIO
               IF CAL-DIA-UTIL = 1
                   ADD 1 TO WDIAS-UTEIS
               END-IF
           END-IF
           PERFORM 1110-LE-CALENDARIO
           .
       1130-CONTA-DIA-SEMANA.
           CALL "DATAUTIL" USING "DIASEMANA", WDATA-DIA,
               WDATA-AUX, WUM-DIA, WNOME-DIA, WDATA-AUX
           IF WNOME-DIA NOT = "SABADO" AND WNOME-DIA NOT = "DOMINGO"
               ADD 1 TO WDIAS-UTEIS
           END-IF
           CALL "DATAUTIL" USING "SOMADIAS", WDATA-DIA,
               WDATA-AUX, WUM-DIA, WNOME-DIA, WDATA-DIA
           .
       2000-PROCESSA-BENEFICIOS.
           IF FS-BENEFIC NOT = "00"
               DISPLAY "CADASTRO DE BENEFICIOS NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           IF FS-FUNCIONARIOS NOT = "00"
               DISPLAY "MESTRE DE FUNCIONARIOS NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT BENCOMP
           MOVE WCOMPETENCIA  TO LC-COMPETENCIA
           MOVE WDATA-SISTEMA TO LC-DATA
           WRITE REGISTRO-BENCOMP FROM LINHA-CAB-COMP
           DISPLAY " "
           DISPLAY "TP FUNC NOME                      DIAS QTDE"
               "    VALOR MES     DESCONTO"
           PERFORM 2100-LE-PROXIMO
           PERFORM 3000-CALCULA-BENEFICIO THRU 3000-EXIT
               UNTIL FS-BENEFIC NOT = "00"
           MOVE QT-VT   TO LT-QT-VT
           MOVE WTOT-VT TO LT-TOT-VT
           MOVE QT-VR   TO LT-QT-VR
           MOVE WTOT-VR TO LT-TOT-VR
           WRITE REGISTRO-BENCOMP FROM LINHA-TOT-COMP
           CLOSE BENCOMP
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ BENEFIC NEXT RECORD
               AT END
                   MOVE "10" TO FS-BENEFIC
           END-READ
           .
      *----------------------------------------------------------------*
      *    UM BENEFICIO: SO DE FUNCIONARIO ATIVO E OPTANTE. OS DIAS
      *    SAO OS UTEIS DO MES MENOS AS FALTAS DO MES ANTERIOR; O
      *    RESULTADO FICA NO BENEFICIO PARA A FOLHA001 DESCONTAR.
      *----------------------------------------------------------------*
       3000-CALCULA-BENEFICIO.
           IF BF-OPTANTE NOT = "S"
               GO TO 3000-PROXIMO
           END-IF
           MOVE BF-FUNC TO FUNC-CODIGO
           READ FUNCIONARIOS
               INVALID KEY
                   DISPLAY "BENEFICIO DE FUNCIONARIO NAO CADASTRADO "
                       BF-FUNC " - IGNORADO"
                   ADD 1 TO QT-IGNORADOS
                   GO TO 3000-PROXIMO
           END-READ
           IF NOT FUNCIONARIO-ATIVO
               GO TO 3000-PROXIMO
           END-IF
           IF BF-FUNC NOT = WFUNC-FALTAS
               PERFORM 3100-LE-FALTAS THRU 3100-FIM
           END-IF
           IF WFALTAS < WDIAS-UTEIS
               COMPUTE WDIAS = WDIAS-UTEIS - WFALTAS
           ELSE
               MOVE ZERO TO WDIAS
           END-IF
           COMPUTE WQTDE-MES = WDIAS * BF-QTDE-DIA
           COMPUTE WVALOR-MES = WQTDE-MES * BF-VALOR-UNIT
           IF BF-TIPO = "T"
               COMPUTE WDESC-MES ROUNDED =
                   FUNC-SALARIO * BF-PERC-DESC / 100
               IF WDESC-MES > WVALOR-MES
                   MOVE WVALOR-MES TO WDESC-MES
               END-IF
               ADD 1          TO QT-VT
               ADD WVALOR-MES TO WTOT-VT
               ADD WDESC-MES  TO WTOT-DESC-VT
           ELSE
               COMPUTE WDESC-MES ROUNDED =
                   WVALOR-MES * BF-PERC-DESC / 100
               ADD 1          TO QT-VR
               ADD WVALOR-MES TO WTOT-VR
               ADD WDESC-MES  TO WTOT-DESC-VR
           END-IF
           MOVE WCOMPETENCIA TO BF-ULT-COMPET
           MOVE WDIAS        TO BF-DIAS
           MOVE WVALOR-MES   TO BF-VALOR-MES
           MOVE WDESC-MES    TO BF-DESC-MES
           REWRITE REGISTRO-BENEFIC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O BENEFICIO " BF-FUNC
                       "/" BF-TIPO
           END-REWRITE
           MOVE BF-TIPO        TO LD-BENEFICIO
           MOVE BF-FUNC        TO LD-FUNC
           MOVE FUNC-NOME      TO LD-NOME
           MOVE WDIAS          TO LD-DIAS
           MOVE BF-QTDE-DIA    TO LD-QTDE-DIA
           MOVE WQTDE-MES      TO LD-QTDE-MES
           MOVE BF-VALOR-UNIT  TO LD-VALOR-UNIT
           MOVE WVALOR-MES     TO LD-VALOR-MES
           WRITE REGISTRO-BENCOMP FROM LINHA-DET-COMP
           MOVE WVALOR-MES TO WED-VALOR
           MOVE WDESC-MES  TO WED-DESCONTO
           DISPLAY BF-TIPO "  " BF-FUNC " " FUNC-NOME (1:25) " "
               WDIAS "   " WQTDE-MES " " WED-VALOR " " WED-DESCONTO
           .
       3000-PROXIMO.
           PERFORM 2100-LE-PROXIMO
           .
       3000-EXIT.
           EXIT.
      *    FALTAS DO FUNCIONARIO NA COMPETENCIA ANTERIOR: QUANTIDADE
      *    LANCADA NO EVENTO DE FALTAS (UMA VEZ POR FUNCIONARIO)
       3100-LE-FALTAS.
           MOVE BF-FUNC TO WFUNC-FALTAS
           MOVE ZERO TO WFALTAS
           IF WEVENTO-FALTA = ZERO OR FS-EVENFOL NOT = "00"
               GO TO 3100-FIM
           END-IF
           MOVE BF-FUNC       TO EF-FUNC
           MOVE WANT-ANO      TO EF-ANO
           MOVE WANT-MES      TO EF-MES
           MOVE WEVENTO-FALTA TO EF-EVENTO
           READ EVENFOL
               INVALID KEY
                   GO TO 3100-FIM
           END-READ
           MOVE EF-QTDE TO WFALTAS
           .
       3100-FIM.
           EXIT.
       5000-SUMARIO.
           DISPLAY " "
           DISPLAY "SUMARIO DOS BENEFICIOS " WCOMP-MES "/" WCOMP-ANO
           DISPLAY "VALE-TRANSPORTE:  " QT-VT
           MOVE WTOT-VT TO WED-VALOR
           DISPLAY "  VALOR A COMPRAR:      " WED-VALOR
           MOVE WTOT-DESC-VT TO WED-VALOR
           DISPLAY "  DESCONTO EM FOLHA:    " WED-VALOR
           DISPLAY "VALE-REFEICAO:    " QT-VR
           MOVE WTOT-VR TO WED-VALOR
           DISPLAY "  VALOR A COMPRAR:      " WED-VALOR
           MOVE WTOT-DESC-VR TO WED-VALOR
           DISPLAY "  DESCONTO EM FOLHA:    " WED-VALOR
           IF QT-IGNORADOS > ZERO
               DISPLAY "BENEFICIOS IGNORADOS:  " QT-IGNORADOS
           END-IF
           IF QT-VT > ZERO OR QT-VR > ZERO
               DISPLAY "LISTA DE COMPRA GRAVADA EM BENCOMP.TXT"
           END-IF
           .
       9999-ENCERRA.
           CLOSE BENEFIC FUNCIONARIOS EVENFOL
           STOP RUN
           .
       END PROGRAM BENEFI01.
