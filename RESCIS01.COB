      *                               ADMISSAO / 12, MAIS O TERCO)
      *     OS DESCONTOS SAEM DAS MESMAS TABELAS DA FOLHA
      *     (CALCULA-FOLHA) SOBRE AS VERBAS TRIBUTAVEIS (SALDO +
      *     13O; FERIAS INDENIZADAS FICAM FORA DA BASE). SOBRE A
      *     MESMA BASE SAEM O FGTS DA RESCISAO E O INSS PATRONAL
      *     (CALCULA-ENCARGOS-FOLHA). O SALDO DO FGTS E A SOMA DOS
      *     DEPOSITOS DO HISTORICO DESDE A ADMISSAO MAIS O DA
      *     RESCISAO; NA DISPENSA SEM JUSTA CAUSA A MULTA DE 40%
      *     SOBRE ESSE SALDO SAI CALCULADA (DEPOSITO DO EMPREGADOR,
      *     FORA DO LIQUIDO). O SALDO DOS EMPRESTIMOS CONSIGNADOS E
      *     ADIANTAMENTOS EM ABERTO (EMPCONS.DAT) E DESCONTADO DO
      *     LIQUIDO, ATE O LIMITE DELE, E OS EMPRESTIMOS COBERTOS
      *     FICAM QUITADOS NA RESCISAO. O RESULTADO
      *     VAI PARA FOLHAPAG.DAT COM O TIPO PROPRIO "R" NA
      *     CHAVE-FOLHA, O MESTRE E DESLIGADO E O DEMONSTRATIVO SAI
      *     PELO MESMO PIPELINE VISREL DO CONTRAC1.
           RECORD KEY IS CHAVE-FOLHA
           FILE STATUS IS FS-FOLHAPAG.

           SELECT EMPCONS ASSIGN TO "EMPCONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EC-CHAVE
           FILE STATUS IS FS-EMPCONS.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  FOLHAPAG.
       01  REGISTRO-FOLHA.
           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
           02 FOLHA-BASE-FGTS  PIC 9(07)V99.
           02 FOLHA-FGTS       PIC 9(06)V99.
           02 FOLHA-INSS-PATR  PIC 9(06)V99.
           02 FOLHA-MULTA-FGTS PIC 9(07)V99.

      *    MESMO LAYOUT DO CADEVF01
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

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
       77  WBRUTO-TOTAL  PIC 9(07)V99 VALUE ZERO.
       77  WLIQ-TOTAL    PIC 9(07)V99 VALUE ZERO.
       77  WED-VALOR     PIC Z(6)9.99.
      *    FGTS DA RESCISAO E MULTA SOBRE O SALDO ACUMULADO
       77  WFGTS-RESC    PIC 9(06)V99 VALUE ZERO.
       77  WINSS-PATR    PIC 9(06)V99 VALUE ZERO.
       77  WSALDO-FGTS   PIC 9(07)V99 VALUE ZERO.
       77  WMULTA-FGTS   PIC 9(07)V99 VALUE ZERO.
       77  WPERC-MULTA   PIC 9V99 VALUE 0.40.
       77  WCOMP-ADMISSAO PIC 9(06) VALUE ZERO.
       77  WCOMP-LIDA    PIC 9(06) VALUE ZERO.
      *    EMPRESTIMOS EM ABERTO DESCONTADOS NA RESCISAO
       01  FS-EMPCONS.
           02 FS-EMPCONS-1 PIC 9.
           02 FS-EMPCONS-2 PIC 9.
           02 FS-EMPCONS-R REDEFINES FS-EMPCONS-2 PIC 99 COMP-X.
       77  WHA-EMPCONS   PIC X VALUE "N".
       77  WSALDO-EMPREST PIC 9(07)V99 VALUE ZERO.
       77  WDESC-EMPREST PIC 9(07)V99 VALUE ZERO.
       77  WA-BAIXAR     PIC 9(07)V99 VALUE ZERO.
       77  WMODO-EMPREST PIC X VALUE "S".

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "RESCIS01".
               CLOSE FOLHAPAG
               OPEN I-O FOLHAPAG
           END-IF.
           MOVE "N" TO WHA-EMPCONS.
           OPEN I-O EMPCONS.
           IF FS-EMPCONS = "00"
               MOVE "S" TO WHA-EMPCONS
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
               ACCEPT WFUNC AT 0618
               IF WFUNC = 9999 THEN
                   CLOSE FUNCIONARIOS FOLHAPAG
                   IF WHA-EMPCONS = "S"
                       CLOSE EMPCONS
                   END-IF
                   EXIT PROGRAM
               END-IF
               MOVE WFUNC TO FUNC-CODIGO
      *    FERIAS PELOS MESES DESDE O ULTIMO ANIVERSARIO DE
      *    ADMISSAO, ACRESCIDAS DO TERCO. OS DESCONTOS SAEM DO
      *    CALCULA-FOLHA SOBRE SALDO + 13O; A JUSTA CAUSA PERDE O
      *    13O E AS FERIAS PROPORCIONAIS. O FGTS E O INSS PATRONAL
      *    INCIDEM SOBRE A MESMA BASE; A MULTA DE 40% SO EXISTE NA
      *    DISPENSA SEM JUSTA CAUSA.
      *----------------------------------------------------------------*
           CALCULA-VERBAS.
               COMPUTE WSALDO-SAL ROUNDED =
               COMPUTE WBRUTO-TOTAL =
                   WTRIBUTAVEL + WFERIAS-PROP
               COMPUTE WLIQ-TOTAL = WLIQ-TRIB + WFERIAS-PROP
               MOVE "S" TO WMODO-EMPREST
               PERFORM PERCORRE-EMPRESTIMOS
               IF WSALDO-EMPREST > WLIQ-TOTAL
                   MOVE WLIQ-TOTAL TO WDESC-EMPREST
               ELSE
                   MOVE WSALDO-EMPREST TO WDESC-EMPREST
               END-IF
               SUBTRACT WDESC-EMPREST FROM WLIQ-TOTAL
               CALL "CALCULA-ENCARGOS-FOLHA" USING WTRIBUTAVEL,
                   WTRIBUTAVEL, WFGTS-RESC, WINSS-PATR
               PERFORM SOMA-SALDO-FGTS
               ADD WFGTS-RESC TO WSALDO-FGTS
               IF WTIPO-DESLIG = "S" OR WTIPO-DESLIG = "s"
                   COMPUTE WMULTA-FGTS ROUNDED =
                       WSALDO-FGTS * WPERC-MULTA
               ELSE
                   MOVE ZERO TO WMULTA-FGTS
               END-IF
               .
      *    SALDO DO FGTS: DEPOSITOS GRAVADOS NO HISTORICO DE FOLHA
      *    DESDE A COMPETENCIA DA ADMISSAO (RESCISOES ANTERIORES,
      *    TIPO R, NAO ENTRAM - O SALDO DELAS JA FOI SACADO)
           SOMA-SALDO-FGTS.
               MOVE ZERO TO WSALDO-FGTS
               MOVE FUNC-ADMISSAO (1:6) TO WCOMP-ADMISSAO
               MOVE WFUNC TO FOLHA-CODFUNC
               MOVE ZERO  TO FOLHA-COMP-ANO
               MOVE ZERO  TO FOLHA-COMP-MES
               MOVE SPACE TO FOLHA-COMP-TIPO
               START FOLHAPAG KEY NOT LESS THAN CHAVE-FOLHA
                   INVALID KEY
                       MOVE "10" TO FS-FOLHAPAG
               END-START
               PERFORM LE-HISTORICO-FGTS
                   UNTIL FS-FOLHAPAG NOT = "00"
               .
           LE-HISTORICO-FGTS.
               READ FOLHAPAG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FOLHAPAG
               END-READ
               IF FS-FOLHAPAG = "00"
                   IF FOLHA-CODFUNC NOT = WFUNC
                       MOVE "10" TO FS-FOLHAPAG
                   ELSE
                       PERFORM ACUMULA-SALDO-FGTS
                   END-IF
               END-IF
               .
      *    EMPRESTIMOS EM ABERTO DO FUNCIONARIO: NO MODO "S" SO
      *    SOMA O SALDO; NO MODO "B" (RESCISAO CONFIRMADA) BAIXA O
      *    VALOR DESCONTADO, EMPRESTIMO A EMPRESTIMO, QUITANDO ("R")
      *    OS COBERTOS - O QUE NAO COUBER NO LIQUIDO FICA EM ABERTO
           PERCORRE-EMPRESTIMOS.
               IF WMODO-EMPREST = "S"
                   MOVE ZERO TO WSALDO-EMPREST
               ELSE
                   MOVE WDESC-EMPREST TO WA-BAIXAR
               END-IF
               IF WHA-EMPCONS = "S"
                   MOVE WFUNC TO EC-FUNC
                   MOVE ZERO  TO EC-NUMERO
                   START EMPCONS KEY NOT LESS THAN EC-CHAVE
                       INVALID KEY
                           MOVE "10" TO FS-EMPCONS
                   END-START
                   PERFORM LE-EMPRESTIMO
                       UNTIL FS-EMPCONS NOT = "00"
               END-IF
               .
           LE-EMPRESTIMO.
               READ EMPCONS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-EMPCONS
               END-READ
               IF FS-EMPCONS = "00"
                   IF EC-FUNC NOT = WFUNC
                       MOVE "10" TO FS-EMPCONS
                   ELSE
                       IF EC-EM-ABERTO
                           PERFORM TRATA-EMPRESTIMO
                       END-IF
                   END-IF
               END-IF
               .
           TRATA-EMPRESTIMO.
               IF WMODO-EMPREST = "S"
                   ADD EC-SALDO TO WSALDO-EMPREST
               ELSE
                   IF WA-BAIXAR > ZERO
                       IF WA-BAIXAR NOT < EC-SALDO
                           SUBTRACT EC-SALDO FROM WA-BAIXAR
                           MOVE ZERO TO EC-SALDO
                           MOVE "R" TO EC-SITUACAO
                       ELSE
                           SUBTRACT WA-BAIXAR FROM EC-SALDO
                           MOVE ZERO TO WA-BAIXAR
                       END-IF
                       REWRITE REGISTRO-EMPCONS
                   END-IF
               END-IF
               .
           ACUMULA-SALDO-FGTS.
               COMPUTE WCOMP-LIDA =
                   FOLHA-COMP-ANO * 100 + FOLHA-COMP-MES
               IF WCOMP-LIDA NOT < WCOMP-ADMISSAO AND
                  FOLHA-COMP-TIPO NOT = "R" AND
                  FOLHA-FGTS NUMERIC
                   ADD FOLHA-FGTS TO WSALDO-FGTS
               END-IF
               .
           EXIBE-VERBAS.
               MOVE WSALDO-SAL TO WED-VALOR
               MOVE WIR TO WED-VALOR
               DISPLAY "DESCONTO IRRF .......... " AT 1505
               DISPLAY WED-VALOR AT 1531
               MOVE WDESC-EMPREST TO WED-VALOR
               DISPLAY "DESCONTO EMPRESTIMOS ... " AT 1605
               DISPLAY WED-VALOR AT 1631
               IF WSALDO-EMPREST > WDESC-EMPREST
                   DISPLAY "SALDO NAO COBERTO FICA EM ABERTO" AT 1643
               END-IF
               MOVE WLIQ-TOTAL TO WED-VALOR
               DISPLAY "LIQUIDO DA RESCISAO .... " AT 1705
               DISPLAY WED-VALOR AT 1731
               MOVE WSALDO-FGTS TO WED-VALOR
               DISPLAY "SALDO DO FGTS .......... " AT 1805
               DISPLAY WED-VALOR AT 1831
               MOVE WMULTA-FGTS TO WED-VALOR
               DISPLAY "MULTA FGTS 40%" AT 1843
               DISPLAY WED-VALOR AT 1858
               .
           EFETIVA-RESCISAO.
               MOVE "I" TO FUNC-SITUACAO
               MOVE WDATA-DEMISSAO TO FUNC-DEMISSAO
               MOVE WTIPO-DESLIG   TO FUNC-TIPO-DESLIG
               REWRITE REGISTRO-FUNCIONARIO
               IF WDESC-EMPREST > ZERO
                   MOVE "B" TO WMODO-EMPREST
                   PERFORM PERCORRE-EMPRESTIMOS
               END-IF
               PERFORM GRAVA-HISTORICO
               PERFORM IMPRIME-DEMONSTRATIVO
               MOVE WFUNC TO WCHAVE-AUD
               MOVE WINSS        TO FOLHA-INSS
               MOVE WIR          TO FOLHA-IR
               MOVE WLIQ-TOTAL   TO FOLHA-LIQUIDO
               MOVE WTRIBUTAVEL  TO FOLHA-BASE-FGTS
               MOVE WFGTS-RESC   TO FOLHA-FGTS
               MOVE WINSS-PATR   TO FOLHA-INSS-PATR
               MOVE WMULTA-FGTS  TO FOLHA-MULTA-FGTS
               WRITE REGISTRO-FOLHA
                   INVALID KEY
                       REWRITE REGISTRO-FOLHA
               STRING "Desconto IRRF:     " WED-VALOR
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               IF WSALDO-EMPREST > ZERO
                   MOVE WDESC-EMPREST TO WED-VALOR
                   MOVE SPACES TO WREL-TEXTO
                   STRING "Desc. emprestimos: " WED-VALOR
                       DELIMITED BY SIZE INTO WREL-TEXTO
                   PERFORM GRAVA-LINHA-T
               END-IF
               MOVE WLIQ-TOTAL TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "Liquido a receber: " WED-VALOR
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WFGTS-RESC TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "FGTS da rescisao:  " WED-VALOR
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WSALDO-FGTS TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "Saldo do FGTS:     " WED-VALOR
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WMULTA-FGTS TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "Multa FGTS (40%):  " WED-VALOR
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               CLOSE SEQ-ARQ
               MOVE SPACES TO COMANDO
               STRING "C:\Windows\VisRel.exe /g "
