      ******************************************************************
      *
      *     DEPREC01 - DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO
      *     PARA A COMPETENCIA PEDIDA (AAAAMM, PADRAO O MES CORRENTE)
      *     CALCULA A DEPRECIACAO DE CADA BEM ATIVO DO ATIVO.DAT
      *     (CADIMO01) PELO METODO DO BEM:
      *       L - LINEAR: (CUSTO - RESIDUAL) / VIDA
      *       S - SOMA DOS DIGITOS: (CUSTO - RESIDUAL) X MESES
      *           RESTANTES / (VIDA X (VIDA + 1) / 2)
      *       D - SALDOS DECRESCENTES (DOBRO DA LINEAR): (CUSTO -
      *           ACUMULADA) X 2 / VIDA, LIMITADA AO QUE FALTA
      *     A DEPRECIACAO COMECA NO MES SEGUINTE AO DA AQUISICAO E
      *     O ULTIMO MES DA VIDA LEVA O QUE FALTA PARA O RESIDUAL.
      *     MESES NAO RODADOS SAO RECUPERADOS ATE A COMPETENCIA. CADA
      *     BEM GERA UM LANCAMENTO (DESPESA A DEPRECIACAO ACUMULADA)
      *     NO ULTIMO DIA DA COMPETENCIA PELO GRAVA-LANCAMENTO, QUE
      *     RECUSA CONTA FORA DO PLANO E COMPETENCIA FECHADA; A
      *     COMPETENCIA FECHADA NO CTBFECH.DAT E RECUSADA LOGO NA
      *     ENTRADA. O BEM SO E ATUALIZADO QUANDO O LANCAMENTO PASSA,
      *     ENTAO RODAR DE NOVO A MESMA COMPETENCIA NAO DUPLICA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. DEPREC01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ATIVO ASSIGN TO "ATIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-CODIGO
           FILE STATUS IS FS-ATIVO.

           SELECT ATIVHIS ASSIGN TO "ATIVHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ATIVHIS.

           SELECT CTBFECH ASSIGN TO "CTBFECH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTBFECH.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADIMO01
       FD  ATIVO.
       01  REGISTRO-ATIVO.
           02 IM-CODIGO        PIC 9(06).
           02 IM-DESCRICAO     PIC X(30).
           02 IM-CATEGORIA     PIC X.
           02 IM-VEICULO       PIC 9(04).
           02 IM-LOCAL         PIC X(20).
           02 IM-DATA-AQUIS    PIC 9(08).
           02 IM-CUSTO         PIC 9(8)V99.
           02 IM-RESIDUAL      PIC 9(8)V99.
           02 IM-VIDA-MESES    PIC 9(03).
           02 IM-METODO        PIC X.
               88 IM-LINEAR       VALUE "L".
               88 IM-SOMA-DIGITOS VALUE "S".
               88 IM-DECRESCENTE  VALUE "D".
           02 IM-CTA-ATIVO     PIC 9(05).
           02 IM-CTA-DEPREC    PIC 9(05).
           02 IM-CTA-DESPESA   PIC 9(05).
           02 IM-LANCADO       PIC X.
           02 IM-DEPREC-ACUM   PIC 9(8)V99.
           02 IM-MESES-DEPREC  PIC 9(03).
           02 IM-ULT-COMPET    PIC 9(06).
           02 IM-SITUACAO      PIC X.
               88 IM-ATIVO        VALUE "A".
               88 IM-BAIXADO      VALUE "B".
           02 IM-DATA-BAIXA    PIC 9(08).
           02 IM-VALOR-VENDA   PIC 9(8)V99.
           02 IM-RESULTADO     PIC S9(8)V99.
           02 IM-CENTRO        PIC 9(03).

      *    MESMO LAYOUT DO CADIMO01
       FD  ATIVHIS.
       01  REGISTRO-ATIVHIS.
           02 AH-DATA          PIC 9(08).
           02 FILLER           PIC X.
           02 AH-ATIVO         PIC 9(06).
           02 FILLER           PIC X.
           02 AH-TIPO          PIC X.
           02 FILLER           PIC X.
           02 AH-COMPET        PIC 9(06).
           02 FILLER           PIC X.
           02 AH-VALOR         PIC 9(8)V99.
           02 FILLER           PIC X.
           02 AH-MESES         PIC 9(03).
           02 FILLER           PIC X.
           02 AH-OPERADOR      PIC X(10).

      *    MESMO LAYOUT DO FECHCTB1
       FD  CTBFECH.
       01  REGISTRO-FECHAMENTO.
           02 FCH-COMPETENCIA PIC 9(06).
           02 FILLER          PIC X.
           02 FCH-STATUS      PIC X(08).
           02 FILLER          PIC X.
           02 FCH-DATA        PIC 9(08).
           02 FILLER          PIC X.
           02 FCH-OPERADOR    PIC X(10).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ATIVO.
           02 FS-ATIVO-1 PIC 9.
           02 FS-ATIVO-2 PIC 9.
           02 FS-ATIVO-R REDEFINES FS-ATIVO-2 PIC 99 COMP-X.
       77  FS-ATIVHIS     PIC XX VALUE SPACES.
       77  FS-CTBFECH     PIC XX VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANOMES PIC 9(06).
           02 WSIS-DIA    PIC 9(02).
       01  WCOMPETENCIA.
           02 WCOMP-ANO   PIC 9(04).
           02 WCOMP-MES   PIC 9(02).
       01  FILLER REDEFINES WCOMPETENCIA.
           02 WCOMP-NUM   PIC 9(06).
      *    MES QUE ESTA SENDO CALCULADO NA RECUPERACAO
       01  WMES-CALC.
           02 WMC-ANO     PIC 9(04).
           02 WMC-MES     PIC 9(02).
       01  FILLER REDEFINES WMES-CALC.
           02 WMC-NUM     PIC 9(06).
       01  WDATA-AQUIS.
           02 WAQ-ANO     PIC 9(04).
           02 WAQ-MES     PIC 9(02).
           02 WAQ-DIA     PIC 9(02).
       77  WPERIODO-FECHADO PIC X VALUE "N".
       77  WCONFIRMA      PIC X VALUE "N".
       77  IND-MES        PIC 9(03) VALUE ZERO.
       77  WMES-INICIO    PIC 9(06) VALUE ZERO.

      *    CALCULO DO BEM
       77  WDEPRECIAVEL   PIC 9(8)V99 VALUE ZERO.
       77  WFALTA         PIC 9(8)V99 VALUE ZERO.
       77  WDEPREC-MES    PIC 9(8)V99 VALUE ZERO.
       77  WDEPREC-BEM    PIC 9(8)V99 VALUE ZERO.
       77  WACUM-NOVA     PIC 9(8)V99 VALUE ZERO.
       77  WMESES-NOVO    PIC 9(03) VALUE ZERO.
       77  WMESES-BEM     PIC 9(03) VALUE ZERO.
       77  WMES-VIDA      PIC 9(03) VALUE ZERO.
       77  WSOMA-DIGITOS  PIC 9(06) VALUE ZERO.

      *    LANCAMENTO
       77  WTIPO-DEB      PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WCONTA-DEVEDORA PIC 9(05) VALUE ZERO.
       77  WCONTA-CREDORA PIC 9(05) VALUE ZERO.
       77  WDATA-LANC     PIC 9(08) VALUE ZERO.
       77  WPRIMEIRO-DIA  PIC 9(08) VALUE ZERO.
       77  WDIAS          PIC S9(05) VALUE -1.
       77  WNOME-DIA      PIC X(09) VALUE SPACES.

      *    TOTAIS
       77  QT-LIDOS       PIC 9(05) VALUE ZERO.
       77  QT-DEPRECIADOS PIC 9(05) VALUE ZERO.
       77  QT-RECUSADOS   PIC 9(05) VALUE ZERO.
       77  WTOTAL-DEPREC  PIC 9(10)V99 VALUE ZERO.

       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-TOTAL      PIC Z(9)9.99.
       77  WED-MESES      PIC ZZ9.

      *================================================================*
       LINKAGE                                 SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE DIVISION USING LK-OPCAO LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF WCONFIRMA = "S"
               PERFORM 2000-DEPRECIA THRU 2000-EXIT
               PERFORM 3000-TOTAIS
           END-IF
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           MOVE LK-OPERADOR TO WOPERADOR
           MOVE "N" TO WCONFIRMA
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "DEPRECIACAO MENSAL DO IMOBILIZADO" AT 0420
           DISPLAY "COMPETENCIA AAAAMM (0 = MES CORRENTE)" AT 0605
           MOVE ZERO TO WCOMP-NUM
           ACCEPT WCOMP-NUM AT 0645
           IF WCOMP-NUM = ZERO
               MOVE WSIS-ANOMES TO WCOMP-NUM
           END-IF
           IF WCOMP-MES < 1 OR WCOMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA" AT 1905
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-VERIFICA-PERIODO
           IF WPERIODO-FECHADO = "S"
               DISPLAY "COMPETENCIA FECHADA NA CONTABILIDADE -"
                   " DEPRECIACAO NAO LANCADA" AT 1905
               GO TO 1000-EXIT
           END-IF
      *    ULTIMO DIA DA COMPETENCIA: DIA 1 DO MES SEGUINTE MENOS 1
           MOVE WCOMP-NUM TO WMC-NUM
           PERFORM 2300-PROXIMO-MES
           MOVE WMC-NUM TO WPRIMEIRO-DIA (1:6)
           MOVE "01"    TO WPRIMEIRO-DIA (7:2)
           CALL "DATAUTIL" USING "SOMADIAS", WPRIMEIRO-DIA,
               WPRIMEIRO-DIA, WDIAS, WNOME-DIA, WDATA-LANC
           DISPLAY "LANCAMENTOS EM" AT 0705
           DISPLAY WDATA-LANC AT 0720
           DISPLAY "CONFIRMA (S/N)" AT 0805
           ACCEPT WCONFIRMA AT 0820
           IF WCONFIRMA = "s"
               MOVE "S" TO WCONFIRMA
           END-IF
           IF WCONFIRMA NOT = "S"
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ATIVO
           IF FS-ATIVO NOT = "00"
               DISPLAY "ATIVO.DAT NAO ENCONTRADO" AT 1905
               MOVE "N" TO WCONFIRMA
               GO TO 1000-EXIT
           END-IF
           DISPLAY SPACE ERASE EOS
           DISPLAY "DEPRECIACAO DO IMOBILIZADO - COMPETENCIA "
               WCOMP-NUM " - LANCADA EM " WDATA-LANC
           DISPLAY " "
           DISPLAY "BEM    DESCRICAO                      M DESDE  "
               "MESES      DEPRECIACAO   ACUMULADA"
           .
       1000-EXIT.
           EXIT.
       1100-VERIFICA-PERIODO.
           MOVE "N" TO WPERIODO-FECHADO
           OPEN INPUT CTBFECH
           IF FS-CTBFECH = "00"
               PERFORM 1110-LE-CTBFECH
               PERFORM 1120-CONFERE-CTBFECH
                   UNTIL FS-CTBFECH NOT = "00"
               CLOSE CTBFECH
           END-IF
           .
       1110-LE-CTBFECH.
           READ CTBFECH
               AT END
                   MOVE "10" TO FS-CTBFECH
           END-READ
           .
      *    O ULTIMO REGISTRO DA COMPETENCIA PREVALECE (REABERTURA)
       1120-CONFERE-CTBFECH.
           IF FCH-COMPETENCIA = WCOMP-NUM
               IF FCH-STATUS = "FECHADO"
                   MOVE "S" TO WPERIODO-FECHADO
               ELSE
                   MOVE "N" TO WPERIODO-FECHADO
               END-IF
           END-IF
           PERFORM 1110-LE-CTBFECH
           .
      *----------------------------------------------------------------*
      *    PERCORRE OS BENS NA ORDEM DO CODIGO
      *----------------------------------------------------------------*
       2000-DEPRECIA.
           MOVE ZERO TO IM-CODIGO
           START ATIVO KEY NOT LESS THAN IM-CODIGO
               INVALID KEY
                   DISPLAY "NENHUM BEM CADASTRADO"
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LE-ATIVO
           PERFORM 2200-DEPRECIA-BEM THRU 2200-EXIT
               UNTIL FS-ATIVO NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-ATIVO.
           READ ATIVO NEXT
               AT END
                   MOVE "10" TO FS-ATIVO
           END-READ
           .
       2200-DEPRECIA-BEM.
           ADD 1 TO QT-LIDOS
           IF NOT IM-ATIVO OR IM-VIDA-MESES = ZERO
               GO TO 2200-PROXIMO
           END-IF
           IF IM-ULT-COMPET NOT < WCOMP-NUM
               GO TO 2200-PROXIMO
           END-IF
           COMPUTE WDEPRECIAVEL = IM-CUSTO - IM-RESIDUAL
           IF IM-DEPREC-ACUM NOT < WDEPRECIAVEL OR
              IM-MESES-DEPREC NOT < IM-VIDA-MESES
               GO TO 2200-PROXIMO
           END-IF
      *    PRIMEIRO MES A CALCULAR: O SEGUINTE AO ULTIMO RODADO OU,
      *    NO BEM AINDA NAO RODADO, O SEGUINTE AOS MESES JA
      *    DEPRECIADOS DESDE A AQUISICAO
           IF IM-ULT-COMPET > ZERO
               MOVE IM-ULT-COMPET TO WMC-NUM
               PERFORM 2300-PROXIMO-MES
           ELSE
               MOVE IM-DATA-AQUIS TO WDATA-AQUIS
               MOVE WAQ-ANO TO WMC-ANO
               MOVE WAQ-MES TO WMC-MES
               PERFORM 2300-PROXIMO-MES
               PERFORM 2300-PROXIMO-MES
                   VARYING IND-MES FROM 1 BY 1
                   UNTIL IND-MES > IM-MESES-DEPREC
           END-IF
           IF WMC-NUM > WCOMP-NUM
               GO TO 2200-PROXIMO
           END-IF
           MOVE IM-DEPREC-ACUM  TO WACUM-NOVA
           MOVE IM-MESES-DEPREC TO WMESES-NOVO
           MOVE ZERO TO WDEPREC-BEM WMESES-BEM
           MOVE WMC-NUM TO WMES-INICIO
           PERFORM 2400-CALCULA-MES
               UNTIL WMC-NUM > WCOMP-NUM
                  OR WMESES-NOVO NOT < IM-VIDA-MESES
                  OR WACUM-NOVA NOT < WDEPRECIAVEL
           IF WDEPREC-BEM = ZERO
               GO TO 2200-PROXIMO
           END-IF
           MOVE IM-CTA-DESPESA TO WCONTA-DEVEDORA
           MOVE IM-CTA-DEPREC  TO WCONTA-CREDORA
           CALL "GRAVA-LANCAMENTO" USING WCONTA-DEVEDORA,
               WTIPO-DEB, WDEPREC-BEM, WDATA-LANC,
               WLAN-RESULT, WCONTA-CREDORA, IM-CENTRO, WFILIAL
           MOVE WDEPREC-BEM TO WED-VALOR
           IF WLAN-RESULT NOT = "S"
               ADD 1 TO QT-RECUSADOS
               DISPLAY IM-CODIGO " " IM-DESCRICAO " " IM-METODO " "
                   WMES-INICIO " " WED-VALOR
                   " RECUSADO PELO LIVRO (CONTA)"
               GO TO 2200-PROXIMO
           END-IF
           MOVE WACUM-NOVA  TO IM-DEPREC-ACUM
           MOVE WMESES-NOVO TO IM-MESES-DEPREC
           MOVE WCOMP-NUM   TO IM-ULT-COMPET
           REWRITE REGISTRO-ATIVO
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO BEM " IM-CODIGO
           END-REWRITE
           PERFORM 2500-GRAVA-HISTORICO
           ADD 1 TO QT-DEPRECIADOS
           ADD WDEPREC-BEM TO WTOTAL-DEPREC
           MOVE WMESES-BEM TO WED-MESES
           MOVE WACUM-NOVA TO WED-TOTAL
           DISPLAY IM-CODIGO " " IM-DESCRICAO " " IM-METODO " "
               WMES-INICIO " " WED-MESES " " WED-VALOR " "
               WED-TOTAL
           .
       2200-PROXIMO.
           PERFORM 2100-LE-ATIVO
           .
       2200-EXIT.
           EXIT.
       2300-PROXIMO-MES.
           IF WMC-MES = 12
               ADD 1 TO WMC-ANO
               MOVE 1 TO WMC-MES
           ELSE
               ADD 1 TO WMC-MES
           END-IF
           .
      *    UM MES DA VIDA UTIL; O ULTIMO MES LEVA O QUE FALTA
       2400-CALCULA-MES.
           COMPUTE WFALTA = WDEPRECIAVEL - WACUM-NOVA
           COMPUTE WMES-VIDA = WMESES-NOVO + 1
           EVALUATE TRUE
               WHEN IM-SOMA-DIGITOS
                   COMPUTE WSOMA-DIGITOS =
                       IM-VIDA-MESES * (IM-VIDA-MESES + 1) / 2
                   COMPUTE WDEPREC-MES ROUNDED = WDEPRECIAVEL *
                       (IM-VIDA-MESES - WMES-VIDA + 1) / WSOMA-DIGITOS
               WHEN IM-DECRESCENTE
                   COMPUTE WDEPREC-MES ROUNDED =
                       (IM-CUSTO - WACUM-NOVA) * 2 / IM-VIDA-MESES
               WHEN OTHER
                   COMPUTE WDEPREC-MES ROUNDED =
                       WDEPRECIAVEL / IM-VIDA-MESES
           END-EVALUATE
           IF WDEPREC-MES > WFALTA OR WMES-VIDA = IM-VIDA-MESES
               MOVE WFALTA TO WDEPREC-MES
           END-IF
           ADD WDEPREC-MES TO WACUM-NOVA WDEPREC-BEM
           ADD 1 TO WMESES-NOVO WMESES-BEM
           PERFORM 2300-PROXIMO-MES
           .
       2500-GRAVA-HISTORICO.
           OPEN EXTEND ATIVHIS
           IF FS-ATIVHIS = "35"
               OPEN OUTPUT ATIVHIS
           END-IF
           MOVE SPACES          TO REGISTRO-ATIVHIS
           MOVE WDATA-LANC      TO AH-DATA
           MOVE IM-CODIGO       TO AH-ATIVO
           MOVE "D"             TO AH-TIPO
           MOVE WCOMP-NUM       TO AH-COMPET
           MOVE WDEPREC-BEM     TO AH-VALOR
           MOVE WMESES-NOVO     TO AH-MESES
           MOVE WOPERADOR       TO AH-OPERADOR
           WRITE REGISTRO-ATIVHIS
           CLOSE ATIVHIS
           .
       3000-TOTAIS.
           MOVE WTOTAL-DEPREC TO WED-TOTAL
           DISPLAY " "
           DISPLAY "BENS LIDOS:        " QT-LIDOS
           DISPLAY "BENS DEPRECIADOS:  " QT-DEPRECIADOS
           DISPLAY "LANCAMENTOS RECUSADOS: " QT-RECUSADOS
           DISPLAY "TOTAL DA DEPRECIACAO: " WED-TOTAL
           IF QT-DEPRECIADOS > ZERO
               MOVE SPACES TO WCHAVE-AUD
               MOVE WCOMP-NUM TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "DEPREC01", "DEPRECIOU", WCHAVE-AUD
           END-IF
           CLOSE ATIVO
           .
       9999-ENCERRA.
           GOBACK
           .
       END PROGRAM DEPREC01.
