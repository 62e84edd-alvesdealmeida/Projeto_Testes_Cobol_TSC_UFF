      *     CONSTITUCIONAL, COM INSS/IRRF SOBRE O TOTAL), CADA UM
      *     NA SUA PROPRIA COMPETENCIA NA CHAVE-FOLHA. AO FINAL OS
      *     TOTAIS DA COMPETENCIA SAO CONTABILIZADOS NO LIVRO CAIXA
      *     (GRAVA-LANCAMENTO, CONTAS DE FOLHACTA.DAT), ABERTOS POR
      *     CENTRO DE CUSTO DO FUNCIONARIO (FUNC-CENTRO), UMA UNICA
      *     VEZ POR COMPETENCIA (CONTROLE FOLHAPST.DAT).
      *     OS ENCARGOS DO EMPREGADOR (FGTS DE 8% SOBRE A BASE DO
      *     FGTS E INSS PATRONAL, ROTINA COMUM CALCULA-ENCARGOS-FOLHA)
      *     FICAM NO HISTORICO DE CADA FUNCIONARIO, ENTRAM NO
      *     SUMARIO E SAO CONTABILIZADOS JUNTO COM OS DEMAIS
      *     TOTAIS (DESPESA DE ENCARGOS CONTRA FGTS E INSS A
      *     RECOLHER).
      *     NA FOLHA MENSAL, A PARCELA DEVIDA DE CADA EMPRESTIMO
      *     CONSIGNADO OU ADIANTAMENTO EM ABERTO (EMPCONS.DAT,
      *     CONCEDIDO NO CADEVF01) E LANCADA EM EVENFOL.DAT COMO
      *     EVENTO DE DESCONTO ANTES DO CALCULO, E O EMPRESTIMO TEM
      *     A PARCELA BAIXADA. DA MESMA FORMA, O DESCONTO DO
      *     VALE-TRANSPORTE E DO VALE-REFEICAO CALCULADO PARA A
      *     COMPETENCIA (BENEFIC.DAT, BENEFI01) E LANCADO NO EVENTO
      *     DE DESCONTO DE CADA BENEFICIO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CODIGO
           FILE STATUS IS FS-EVENTAB.

           SELECT EMPCONS ASSIGN TO "EMPCONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CHAVE
           FILE STATUS IS FS-EMPCONS.

           SELECT BENEFIC ASSIGN TO "BENEFIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BF-CHAVE
           FILE STATUS IS FS-BENEFIC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  FOLHAPAG.
       01  REGISTRO-FOLHA.
           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
      *    ENCARGOS DA COMPETENCIA (CALCULA-ENCARGOS-FOLHA): BASE E
      *    DEPOSITO DO FGTS, PARTE PATRONAL DO INSS E, SO NA
      *    RESCISAO (TIPO R), A MULTA SOBRE O SALDO DO FGTS
           02 FOLHA-BASE-FGTS  PIC 9(07)V99.
           02 FOLHA-FGTS       PIC 9(06)V99.
           02 FOLHA-INSS-PATR  PIC 9(06)V99.
           02 FOLHA-MULTA-FGTS PIC 9(07)V99.

      *    CONTAS DO PLANO PARA A CONTABILIZACAO DA FOLHA (UM
      *    REGISTRO: DESPESA DE SALARIOS, INSS A RECOLHER, IRRF A
      *    RECOLHER, SALARIOS A PAGAR, DESPESA DE ENCARGOS SOCIAIS,
      *    FGTS A RECOLHER - AS DUAS ULTIMAS PODEM FALTAR NOS
      *    ARQUIVOS ANTIGOS, E ENTAO OS ENCARGOS NAO SAO POSTADOS)
       FD  FOLHACTA.
       01  REGISTRO-FOLHACTA.
           02 FC-CTA-DESPESA PIC 9(05).
           02 FC-CTA-IRRF    PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-LIQUIDO PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-ENCARGOS PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
           02 FC-CTA-FGTS    PIC 9(05).

      *    EVENTOS VARIAVEIS DA COMPETENCIA (CADEVF01)
       FD  EVENFOL.
               88 EV-DESCONTO VALUE "D".
           02 EV-INCIDE-INSS PIC X.
           02 EV-INCIDE-IRRF PIC X.
           02 EV-INCIDE-FGTS PIC X.

      *    EMPRESTIMOS DESCONTADOS EM FOLHA - MESMO LAYOUT DO
      *    CADEVF01
       FD  EMPCONS.
       01  REGISTRO-EMPCONS.
           02 EC-CHAVE.
               03 EC-FUNC       PIC 9(04).
               03 EC-NUMERO     PIC 9(02).
           02 EC-TIPO           PIC X.
           02 EC-EVENTO         PIC 9(03).
           02 EC-DATA-CONCESSAO PIC 9(08).
           02 EC-PRINCIPAL      PIC 9(07)V99.
           02 EC-QTD-PARCELAS   PIC 9(03).
           02 EC-VALOR-PARCELA  PIC 9(07)V99.
           02 EC-COMPET-INI     PIC 9(06).
           02 EC-PARCELAS-PAGAS PIC 9(03).
           02 EC-SALDO          PIC 9(07)V99.
           02 EC-ULT-COMPET     PIC 9(06).
           02 EC-ULT-VALOR      PIC 9(07)V99.
           02 EC-SITUACAO       PIC X.
               88 EC-EM-ABERTO  VALUE "A".

      *    VALE-TRANSPORTE E VALE-REFEICAO - MESMO LAYOUT DO CADEVF01
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

      *    CONTROLE DE COMPETENCIAS JA CONTABILIZADAS - REPROCESSAR
      *    A FOLHA NAO POSTA DUAS VEZES
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WVALOR-LANC   PIC 9(8)V99 VALUE ZERO.
       77  WLAN-RESULT   PIC X VALUE "N".
       77  WCENTRO-CUSTO PIC 9(03) VALUE ZERO.
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WLAN-OK       PIC X VALUE "S".
       77  WTIPO-DEB     PIC X VALUE "D".
       77  WCONTA-CREDORA PIC 9(05) VALUE ZERO.
       77  WPROV-TRIB  PIC 9(07)V99 VALUE ZERO.
       77  WPROV-NTRIB PIC 9(07)V99 VALUE ZERO.
       77  WDESC-EVEN  PIC 9(07)V99 VALUE ZERO.
      *    ENCARGOS DO EMPREGADOR (CALCULA-ENCARGOS-FOLHA): EVENTOS COM
      *    INCIDENCIA DE FGTS/INSS AJUSTAM AS BASES DO MES
       77  WPROV-FGTS  PIC 9(07)V99 VALUE ZERO.
       77  WDESC-FGTS  PIC 9(07)V99 VALUE ZERO.
       77  WPROV-INSS  PIC 9(07)V99 VALUE ZERO.
       77  WBASE-FGTS  PIC 9(07)V99 VALUE ZERO.
       77  WBASE-INSS  PIC 9(07)V99 VALUE ZERO.
       77  WFGTS       PIC 9(06)V99 VALUE ZERO.
       77  WINSS-PATR  PIC 9(06)V99 VALUE ZERO.
       77  WTOT-BASE-FGTS PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-FGTS      PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-PATR      PIC 9(09)V99 VALUE ZEROS.
       77  WCONTA-DEVEDORA PIC 9(05) VALUE ZERO.
       77  WPOSTA-ENCARGOS PIC X VALUE "N".
      *    TOTAIS DA COMPETENCIA POR CENTRO DE CUSTO - A POSICAO NA
      *    TABELA E O CODIGO DO CENTRO MAIS 1 (CENTRO 000 = SEM CENTRO)
       01  TAB-CENTROS-FOLHA.
           02 TF-ITEM OCCURS 1000 TIMES.
               03 TF-INSS     PIC 9(09)V99.
               03 TF-IR       PIC 9(09)V99.
               03 TF-LIQUIDO  PIC 9(09)V99.
               03 TF-FGTS     PIC 9(09)V99.
               03 TF-PATRONAL PIC 9(09)V99.
       77  IND-CTR        PIC 9(04) VALUE ZEROS.
      *    PARCELAS DE EMPRESTIMO DO FUNCIONARIO NA COMPETENCIA,
      *    SOMADAS POR EVENTO DE DESCONTO
       01  FS-EMPCONS.
           02 FS-EMPCONS-1 PIC 9.
           02 FS-EMPCONS-2 PIC 9.
           02 FS-EMPCONS-R REDEFINES FS-EMPCONS-2 PIC 99 COMP-X.
       77  WHA-EMPCONS    PIC X VALUE "N".
       77  WCOMPETENCIA   PIC 9(06) VALUE ZERO.
       77  WPARCELA-EMP   PIC 9(07)V99 VALUE ZERO.
       01  TAB-EVENTOS-EMP.
           02 TE-ITEM OCCURS 99 TIMES.
               03 TE-EVENTO   PIC 9(03).
               03 TE-QTDE     PIC 9(03).
               03 TE-VALOR    PIC 9(07)V99.
       77  QT-EV-EMP      PIC 9(02) VALUE ZEROS.
       77  IND-EV         PIC 9(03) VALUE ZEROS.
       77  IND-EV-ACHOU   PIC 9(02) VALUE ZEROS.
       77  WEVENTO-EMP    PIC 9(03) VALUE ZEROS.
      *    DESCONTO DOS BENEFICIOS (VT/VR) CALCULADOS NA COMPETENCIA
       01  FS-BENEFIC.
           02 FS-BENEFIC-1 PIC 9.
           02 FS-BENEFIC-2 PIC 9.
           02 FS-BENEFIC-R REDEFINES FS-BENEFIC-2 PIC 99 COMP-X.
       77  WHA-BENEFIC    PIC X VALUE "N".

      *================================================================*
       PROCEDURE                                           DIVISION.
               DISPLAY "PARCELA DO 13O (1 OU 2):"
               ACCEPT WPARCELA-13
           END-IF
           INITIALIZE TAB-CENTROS-FOLHA
           OPEN INPUT FUNCIONARIOS
           OPEN I-O EVENFOL
           IF FS-EVENFOL = "35"
               OPEN OUTPUT EVENFOL
               CLOSE EVENFOL
               OPEN I-O EVENFOL
           END-IF
           OPEN INPUT EVENTAB
           COMPUTE WCOMPETENCIA = WCOMP-ANO * 100 + WCOMP-MES
           MOVE "N" TO WHA-EMPCONS
           OPEN I-O EMPCONS
           IF FS-EMPCONS = "00"
               MOVE "S" TO WHA-EMPCONS
           END-IF
           MOVE "N" TO WHA-BENEFIC
           OPEN INPUT BENEFIC
           IF FS-BENEFIC = "00"
               MOVE "S" TO WHA-BENEFIC
           END-IF
           OPEN I-O FOLHAPAG
           IF FS-FOLHAPAG = "35"
               OPEN OUTPUT FOLHAPAG
                   PERFORM 3200-CALCULA-FERIAS
               WHEN OTHER
                   MOVE FUNC-SALARIO TO WSALARIO
                   MOVE ZERO TO QT-EV-EMP
                   PERFORM 3400-DESCONTA-EMPRESTIMOS THRU 3400-FIM
                   PERFORM 3300-DESCONTA-BENEFICIOS THRU 3300-FIM
                   PERFORM 3450-GRAVA-EVENTO
                       VARYING IND-EV FROM 1 BY 1
                       UNTIL IND-EV > QT-EV-EMP
      *            EVENTOS COM INCIDENCIA ENTRAM NO BRUTO ANTES DO
      *            CALCULO; OS DEMAIS AJUSTAM O LIQUIDO DEPOIS
                   PERFORM 3500-SOMA-EVENTOS THRU 3500-FIM
                   ELSE
                       MOVE ZERO TO WLIQUIDO
                   END-IF
                   COMPUTE WBASE-INSS = FUNC-SALARIO + WPROV-INSS
                   COMPUTE WBASE-FGTS = FUNC-SALARIO + WPROV-FGTS
                   IF WDESC-FGTS NOT > WBASE-FGTS
                       SUBTRACT WDESC-FGTS FROM WBASE-FGTS
                   ELSE
                       MOVE ZERO TO WBASE-FGTS
                   END-IF
           END-EVALUATE
           CALL "CALCULA-ENCARGOS-FOLHA" USING WBASE-FGTS, WBASE-INSS,
               WFGTS, WINSS-PATR
           ADD 1 TO QT-CALCULADOS
           ADD WSALARIO TO WTOT-BRUTO
           ADD WINSS    TO WTOT-INSS
           ADD WIR      TO WTOT-IR
           ADD WLIQUIDO TO WTOT-LIQUIDO
           ADD WBASE-FGTS TO WTOT-BASE-FGTS
           ADD WFGTS      TO WTOT-FGTS
           ADD WINSS-PATR TO WTOT-PATR
           PERFORM 3900-ACUMULA-CENTRO
           PERFORM 4000-GRAVA-HISTORICO
           DISPLAY FUNC-CODIGO " " FUNC-NOME (1:25) " LIQUIDO "
               WLIQUIDO
           .
      *----------------------------------------------------------------*
      *    EMPRESTIMOS DO FUNCIONARIO (EMPCONS.DAT): O EM ABERTO, JA
      *    NA COMPETENCIA INICIAL E AINDA NAO DESCONTADO NESTA
      *    COMPETENCIA, BAIXA A PARCELA (A ULTIMA LEVA O SALDO); O
      *    JA DESCONTADO NESTA COMPETENCIA (REPROCESSAMENTO) SO
      *    REPETE O MESMO VALOR. AS PARCELAS SAO SOMADAS POR EVENTO
      *    DE DESCONTO E GRAVADAS EM EVENFOL.DAT, DE ONDE O
      *    3500-SOMA-EVENTOS E O CONTRAC1 AS LEEM.
      *----------------------------------------------------------------*
       3400-DESCONTA-EMPRESTIMOS.
           IF WHA-EMPCONS NOT = "S"
               GO TO 3400-FIM
           END-IF
           MOVE FUNC-CODIGO TO EC-FUNC
           MOVE ZERO        TO EC-NUMERO
           START EMPCONS KEY NOT LESS THAN EC-CHAVE
               INVALID KEY
                   GO TO 3400-FIM
           END-START
           PERFORM 3410-LE-EMPRESTIMO
           PERFORM 3420-TRATA-EMPRESTIMO
               UNTIL FS-EMPCONS NOT = "00"
           .
       3400-FIM.
           EXIT.
       3410-LE-EMPRESTIMO.
           READ EMPCONS NEXT RECORD
               AT END
                   MOVE "10" TO FS-EMPCONS
           END-READ
           IF FS-EMPCONS = "00" AND EC-FUNC NOT = FUNC-CODIGO
               MOVE "10" TO FS-EMPCONS
           END-IF
           .
       3420-TRATA-EMPRESTIMO.
           MOVE ZERO TO WPARCELA-EMP
           EVALUATE TRUE
               WHEN EC-ULT-COMPET = WCOMPETENCIA
                   MOVE EC-ULT-VALOR TO WPARCELA-EMP
               WHEN EC-EM-ABERTO AND
                    EC-COMPET-INI NOT > WCOMPETENCIA AND
                    EC-ULT-COMPET < WCOMPETENCIA
                   PERFORM 3430-BAIXA-PARCELA
           END-EVALUATE
           IF WPARCELA-EMP > ZERO
               MOVE EC-EVENTO TO WEVENTO-EMP
               PERFORM 3440-ACUMULA-EVENTO
           END-IF
           PERFORM 3410-LE-EMPRESTIMO
           .
       3430-BAIXA-PARCELA.
           ADD 1 TO EC-PARCELAS-PAGAS
           IF EC-PARCELAS-PAGAS NOT < EC-QTD-PARCELAS OR
              EC-VALOR-PARCELA > EC-SALDO
               MOVE EC-SALDO TO WPARCELA-EMP
           ELSE
               MOVE EC-VALOR-PARCELA TO WPARCELA-EMP
           END-IF
           SUBTRACT WPARCELA-EMP FROM EC-SALDO
           MOVE WCOMPETENCIA TO EC-ULT-COMPET
           MOVE WPARCELA-EMP TO EC-ULT-VALOR
           IF EC-SALDO = ZERO
               MOVE "Q" TO EC-SITUACAO
           END-IF
           REWRITE REGISTRO-EMPCONS
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR PARCELA DO EMPRESTIMO "
                       EC-FUNC "/" EC-NUMERO
           END-REWRITE
           .
       3440-ACUMULA-EVENTO.
           MOVE ZERO TO IND-EV-ACHOU
           PERFORM 3445-PROCURA-EVENTO
               VARYING IND-EV FROM 1 BY 1
               UNTIL IND-EV > QT-EV-EMP
           IF IND-EV-ACHOU = ZERO
               ADD 1 TO QT-EV-EMP
               MOVE QT-EV-EMP TO IND-EV-ACHOU
               MOVE WEVENTO-EMP TO TE-EVENTO (IND-EV-ACHOU)
               MOVE ZERO TO TE-QTDE (IND-EV-ACHOU)
               MOVE ZERO TO TE-VALOR (IND-EV-ACHOU)
           END-IF
           ADD 1 TO TE-QTDE (IND-EV-ACHOU)
           ADD WPARCELA-EMP TO TE-VALOR (IND-EV-ACHOU)
           .
       3445-PROCURA-EVENTO.
           IF TE-EVENTO (IND-EV) = WEVENTO-EMP
               MOVE IND-EV TO IND-EV-ACHOU
           END-IF
           .
      *----------------------------------------------------------------*
      *    BENEFICIOS DO FUNCIONARIO (BENEFIC.DAT): O OPTANTE CUJO
      *    VT/VR FOI CALCULADO PARA ESTA COMPETENCIA (BENEFI01) TEM
      *    O DESCONTO SOMADO NO EVENTO DO BENEFICIO, JUNTO COM AS
      *    PARCELAS DE EMPRESTIMO DO MESMO EVENTO.
      *----------------------------------------------------------------*
       3300-DESCONTA-BENEFICIOS.
           IF WHA-BENEFIC NOT = "S"
               GO TO 3300-FIM
           END-IF
           MOVE FUNC-CODIGO TO BF-FUNC
           MOVE LOW-VALUES  TO BF-TIPO
           START BENEFIC KEY NOT LESS THAN BF-CHAVE
               INVALID KEY
                   GO TO 3300-FIM
           END-START
           PERFORM 3310-LE-BENEFICIO
           PERFORM 3320-TRATA-BENEFICIO
               UNTIL FS-BENEFIC NOT = "00"
           .
       3300-FIM.
           EXIT.
       3310-LE-BENEFICIO.
           READ BENEFIC NEXT RECORD
               AT END
                   MOVE "10" TO FS-BENEFIC
           END-READ
           IF FS-BENEFIC = "00" AND BF-FUNC NOT = FUNC-CODIGO
               MOVE "10" TO FS-BENEFIC
           END-IF
           .
       3320-TRATA-BENEFICIO.
           IF BF-OPTANTE = "S" AND BF-ULT-COMPET = WCOMPETENCIA AND
              BF-DESC-MES > ZERO AND BF-EVENTO > ZERO
               MOVE BF-DESC-MES TO WPARCELA-EMP
               MOVE BF-EVENTO   TO WEVENTO-EMP
               PERFORM 3440-ACUMULA-EVENTO
           END-IF
           PERFORM 3310-LE-BENEFICIO
           .
      *    O EVENTO DA COMPETENCIA E REGRAVADO COM O TOTAL DAS
      *    PARCELAS, ASSIM O REPROCESSAMENTO NAO O DUPLICA
       3450-GRAVA-EVENTO.
           MOVE FUNC-CODIGO           TO EF-FUNC
           MOVE WCOMP-ANO             TO EF-ANO
           MOVE WCOMP-MES             TO EF-MES
           MOVE TE-EVENTO (IND-EV)    TO EF-EVENTO
           MOVE TE-QTDE (IND-EV)      TO EF-QTDE
           MOVE TE-VALOR (IND-EV)     TO EF-VALOR
           WRITE REGISTRO-EVENFOL
               INVALID KEY
                   REWRITE REGISTRO-EVENFOL
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR DESCONTO DE"
                               " EMPRESTIMO " FUNC-CODIGO
                   END-REWRITE
           END-WRITE
           .
      *----------------------------------------------------------------*
      *    EVENTOS VARIAVEIS DO FUNCIONARIO NA COMPETENCIA
      *    (EVENFOL.DAT X EVENTAB.DAT): PROVENTO COM INCIDENCIA DE
      *    INSS OU IRRF ENTRA NO BRUTO; PROVENTO SEM INCIDENCIA SOMA
      *    DIRETO NO LIQUIDO; DESCONTO ABATE O LIQUIDO. A MARCA DE
      *    INCIDENCIA DE FGTS SOMA O PROVENTO (OU ABATE O DESCONTO)
      *    NA BASE DO FGTS; A DE INSS SOMA O PROVENTO NA BASE DO
      *    INSS PATRONAL.
      *----------------------------------------------------------------*
       3500-SOMA-EVENTOS.
           MOVE ZERO TO WPROV-TRIB
           MOVE ZERO TO WPROV-NTRIB
           MOVE ZERO TO WDESC-EVEN
           MOVE ZERO TO WPROV-FGTS
           MOVE ZERO TO WDESC-FGTS
           MOVE ZERO TO WPROV-INSS
           IF FS-EVENFOL NOT = "00" AND FS-EVENFOL NOT = "05"
               GO TO 3500-FIM
           END-IF
           END-READ
           IF EV-DESCONTO
               ADD EF-VALOR TO WDESC-EVEN
               IF EV-INCIDE-FGTS = "S"
                   ADD EF-VALOR TO WDESC-FGTS
               END-IF
           ELSE
               IF EV-INCIDE-INSS = "S" OR EV-INCIDE-IRRF = "S"
                   ADD EF-VALOR TO WPROV-TRIB
               ELSE
                   ADD EF-VALOR TO WPROV-NTRIB
               END-IF
               IF EV-INCIDE-FGTS = "S"
                   ADD EF-VALOR TO WPROV-FGTS
               END-IF
               IF EV-INCIDE-INSS = "S"
                   ADD EF-VALOR TO WPROV-INSS
               END-IF
           END-IF
           .
       3520-FIM.
           EXIT.
      *    13O SALARIO: PARCELA 1 E METADE DO SALARIO SEM DESCONTO;
      *    PARCELA 2 SOFRE INSS/IRRF SOBRE O 13O INTEGRAL E ABATE A
      *    METADE JA ADIANTADA. O FGTS E DEPOSITADO SOBRE O VALOR
      *    PAGO EM CADA PARCELA; O INSS PATRONAL SAI NA PARCELA 2
      *    SOBRE O 13O INTEGRAL.
       3100-CALCULA-DECIMO.
           COMPUTE WMETADE-13 = FUNC-SALARIO / 2
           IF WPARCELA-13 = 1
               MOVE ZERO TO WINSS
               MOVE ZERO TO WIR
               MOVE WMETADE-13 TO WLIQUIDO
               MOVE WMETADE-13 TO WBASE-FGTS
               MOVE ZERO TO WBASE-INSS
           ELSE
               MOVE FUNC-SALARIO TO WSALARIO
               CALL "CALCULA-FOLHA" USING WSALARIO,
                   FUNC-DEPENDENTES, WINSS, WIR, WLIQUIDO
               COMPUTE WLIQUIDO =
                   FUNC-SALARIO - WINSS - WIR - WMETADE-13
               COMPUTE WBASE-FGTS = FUNC-SALARIO - WMETADE-13
               MOVE FUNC-SALARIO TO WBASE-INSS
           END-IF
           .
      *    FERIAS: SALARIO MAIS O TERCO CONSTITUCIONAL, COM OS
      *    DESCONTOS CALCULADOS SOBRE O TOTAL; OS ENCARGOS TAMBEM
      *    INCIDEM SOBRE O TOTAL.
       3200-CALCULA-FERIAS.
           COMPUTE WSALARIO ROUNDED =
               FUNC-SALARIO + FUNC-SALARIO / 3
           CALL "CALCULA-FOLHA" USING WSALARIO, FUNC-DEPENDENTES,
               WINSS, WIR, WLIQUIDO
           MOVE WSALARIO TO WBASE-FGTS
           MOVE WSALARIO TO WBASE-INSS
           .
      *    FUNCIONARIO SEM CENTRO (OU COM O CAMPO AINDA EM BRANCO)
      *    ACUMULA NO CENTRO 000
       3900-ACUMULA-CENTRO.
           IF FUNC-CENTRO NUMERIC
               COMPUTE IND-CTR = FUNC-CENTRO + 1
           ELSE
               MOVE 1 TO IND-CTR
           END-IF
           ADD WINSS    TO TF-INSS (IND-CTR)
           ADD WIR      TO TF-IR (IND-CTR)
           ADD WLIQUIDO TO TF-LIQUIDO (IND-CTR)
           ADD WFGTS      TO TF-FGTS (IND-CTR)
           ADD WINSS-PATR TO TF-PATRONAL (IND-CTR)
           .
      *    UM REGISTRO POR FUNCIONARIO/COMPETENCIA; SE JA EXISTIR,
      *    RECALCULA (REWRITE) - MESMA CONVENCAO DO IR000001.
           MOVE WINSS       TO FOLHA-INSS
           MOVE WIR         TO FOLHA-IR
           MOVE WLIQUIDO    TO FOLHA-LIQUIDO
           MOVE WBASE-FGTS  TO FOLHA-BASE-FGTS
           MOVE WFGTS       TO FOLHA-FGTS
           MOVE WINSS-PATR  TO FOLHA-INSS-PATR
           MOVE ZERO        TO FOLHA-MULTA-FGTS
           WRITE REGISTRO-FOLHA
               INVALID KEY
                   REWRITE REGISTRO-FOLHA
           DISPLAY "TOTAL IRRF:     " WED-VALOR
           MOVE WTOT-LIQUIDO TO WED-VALOR
           DISPLAY "TOTAL LIQUIDO:  " WED-VALOR
           MOVE WTOT-BASE-FGTS TO WED-VALOR
           DISPLAY "BASE DO FGTS:   " WED-VALOR
           MOVE WTOT-FGTS TO WED-VALOR
           DISPLAY "FGTS (8%):      " WED-VALOR
           MOVE WTOT-PATR TO WED-VALOR
           DISPLAY "INSS PATRONAL:  " WED-VALOR
           .
      *----------------------------------------------------------------*
      *    CONTABILIZACAO DOS TOTAIS DA COMPETENCIA: TRES LANCAMENTOS
      *    DEBITANDO A DESPESA DE SALARIOS CONTRA INSS A RECOLHER,
      *    IRRF A RECOLHER E SALARIOS A PAGAR (A SOMA FECHA NO BRUTO),
      *    REPETIDOS PARA CADA CENTRO DE CUSTO COM FUNCIONARIOS,
      *    MAIS DOIS DEBITANDO A DESPESA DE ENCARGOS CONTRA FGTS A
      *    RECOLHER E INSS A RECOLHER (PARTE PATRONAL) QUANDO O
      *    FOLHACTA.DAT TRAZ AS CONTAS DE ENCARGOS.
      *    IDEMPOTENTE: A COMPETENCIA JA POSTADA (FOLHAPST.DAT) NAO
      *    POSTA DE NOVO NO REPROCESSAMENTO. SEM O ARQUIVO DE CONTAS
      *    FOLHACTA.DAT A CONTABILIZACAO E PULADA COM AVISO.
               DISPLAY "FOLHACTA.DAT VAZIO - CONTABILIZACAO PULADA"
               GO TO 6000-EXIT
           END-IF
           MOVE "N" TO WPOSTA-ENCARGOS
           IF FC-CTA-ENCARGOS NUMERIC AND FC-CTA-FGTS NUMERIC
               IF FC-CTA-ENCARGOS NOT = ZERO AND
                  FC-CTA-FGTS NOT = ZERO
                   MOVE "S" TO WPOSTA-ENCARGOS
               END-IF
           END-IF
           IF WPOSTA-ENCARGOS = "N" AND
              (WTOT-FGTS NOT = ZERO OR WTOT-PATR NOT = ZERO)
               DISPLAY "FOLHACTA.DAT SEM AS CONTAS DE ENCARGOS -"
                   " FGTS E INSS PATRONAL NAO CONTABILIZADOS"
           END-IF
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "S" TO WLAN-OK
           PERFORM 6050-POSTA-CENTRO
               VARYING IND-CTR FROM 1 BY 1
               UNTIL IND-CTR > 1000
           IF WLAN-OK = "S"
               PERFORM 6300-MARCA-POSTADA
               DISPLAY "FOLHA CONTABILIZADA NO LIVRO CAIXA"
           ELSE
               DISPLAY "CONTABILIZACAO INCOMPLETA - CONFERIR O"
                   " BALANCETE ANTES DE REPROCESSAR"
           END-IF
       6000-EXIT.
           EXIT.
       6050-POSTA-CENTRO.
           COMPUTE WCENTRO-CUSTO = IND-CTR - 1
           MOVE FC-CTA-DESPESA TO WCONTA-DEVEDORA
           MOVE FC-CTA-INSS TO WCONTA-CREDORA
           MOVE TF-INSS (IND-CTR) TO WVALOR-LANC
           PERFORM 6200-POSTA-UMA-PERNA
               THRU 6200-FIM
           MOVE FC-CTA-IRRF TO WCONTA-CREDORA
           MOVE TF-IR (IND-CTR) TO WVALOR-LANC
           PERFORM 6200-POSTA-UMA-PERNA
               THRU 6200-FIM
           MOVE FC-CTA-LIQUIDO TO WCONTA-CREDORA
           MOVE TF-LIQUIDO (IND-CTR) TO WVALOR-LANC
           PERFORM 6200-POSTA-UMA-PERNA
               THRU 6200-FIM
           IF WPOSTA-ENCARGOS = "S"
               MOVE FC-CTA-ENCARGOS TO WCONTA-DEVEDORA
               MOVE FC-CTA-FGTS TO WCONTA-CREDORA
               MOVE TF-FGTS (IND-CTR) TO WVALOR-LANC
               PERFORM 6200-POSTA-UMA-PERNA
                   THRU 6200-FIM
               MOVE FC-CTA-INSS TO WCONTA-CREDORA
               MOVE TF-PATRONAL (IND-CTR) TO WVALOR-LANC
               PERFORM 6200-POSTA-UMA-PERNA
                   THRU 6200-FIM
           END-IF
           .
       6100-VERIFICA-JA-POSTADA.
           MOVE "N" TO WCOMP-POSTADA
           OPEN INPUT FOLHAPST
           IF WVALOR-LANC = ZERO
               GO TO 6200-FIM
           END-IF
           CALL "GRAVA-LANCAMENTO" USING WCONTA-DEVEDORA,
               WTIPO-DEB, WVALOR-LANC, WDATA-SISTEMA,
               WLAN-RESULT, WCONTA-CREDORA, WCENTRO-CUSTO, WFILIAL
           IF WLAN-RESULT NOT = "S"
               MOVE "N" TO WLAN-OK
           END-IF
           CLOSE FOLHAPST
           .
       9999-ENCERRA.
           CLOSE FUNCIONARIOS FOLHAPAG EVENFOL EVENTAB
           IF WHA-EMPCONS = "S"
               CLOSE EMPCONS
           END-IF
           IF WHA-BENEFIC = "S"
               CLOSE BENEFIC
           END-IF
           STOP RUN
           .
       END PROGRAM FOLHA001.
