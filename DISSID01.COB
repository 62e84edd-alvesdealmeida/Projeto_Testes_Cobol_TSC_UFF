      ******************************************************************
      *
      *     DISSIDIO COLETIVO - REAJUSTE SALARIAL COM DIFERENCAS
      *     RETROATIVAS (FUNCION.DAT X FOLHAPAG.DAT)
      *     APLICA O PERCENTUAL DO ACORDO SOBRE FUNC-SALARIO DOS
      *     FUNCIONARIOS ATIVOS - PERCENTUAL UNICO OU TABELA POR
      *     FAIXA DE SALARIO (ATE 5 FAIXAS; A FAIXA COM LIMITE ZERO
      *     VALE PARA OS DEMAIS SALARIOS). A PARTIR DA COMPETENCIA
      *     BASE, CADA COMPETENCIA JA FECHADA EM FOLHAPAG.DAT ANTES
      *     DA FOLHA DO PAGAMENTO GERA A SUA DIFERENCA: MENSAL SOBRE
      *     O SALARIO ANTIGO, FERIAS (COM O TERCO) E 13O (PARCELA 2)
      *     SOBRE O BRUTO PAGO. O EFEITO NO INSS E NO IRRF E
      *     CALCULADO COMPETENCIA A COMPETENCIA PELA ROTINA COMUM
      *     CALCULA-FOLHA (DESCONTOS SOBRE O BRUTO COM A DIFERENCA
      *     MENOS OS DESCONTOS SOBRE O BRUTO ORIGINAL).
      *     O MODO S-SIMULAR SO IMPRIME O RELATORIO; O MODO
      *     E-EFETIVAR REGRAVA O SALARIO E LANCA EM EVENFOL.DAT, NA
      *     COMPETENCIA DO PAGAMENTO, O TOTAL DAS DIFERENCAS NO
      *     EVENTO DE PROVENTO INFORMADO E, SE HOUVER, O INSS/IRRF
      *     DAS DIFERENCAS NO EVENTO DE DESCONTO - A FOLHA001 PAGA
      *     TUDO NA FOLHA SEGUINTE. UMA MESMA COMPETENCIA BASE SO E
      *     EFETIVADA UMA VEZ (CONTROLE DISSIDCT.DAT).
      *     O RELATORIO DAS DIFERENCAS POR FUNCIONARIO SAI PELO
      *     PIPELINE GRAVA-SPOOL / VISREL NOS DOIS MODOS.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. DISSID01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

           SELECT FOLHAPAG ASSIGN TO "FOLHAPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-FOLHA
           FILE STATUS IS FS-FOLHAPAG.

           SELECT EVENTAB ASSIGN TO "EVENTAB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-CODIGO
           FILE STATUS IS FS-EVENTAB.

           SELECT EVENFOL ASSIGN TO "EVENFOL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EF-CHAVE
           FILE STATUS IS FS-EVENFOL.

           SELECT DISSIDCT ASSIGN TO "DISSIDCT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DISSIDCT.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
               88 FUNCIONARIO-ATIVO   VALUE "A" "a".
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

       FD  FOLHAPAG.
       01  REGISTRO-FOLHA.
           02 CHAVE-FOLHA.
               03 FOLHA-CODFUNC   PIC 9999.
               03 FOLHA-COMP-ANO  PIC 9999.
               03 FOLHA-COMP-MES  PIC 99.
               03 FOLHA-COMP-TIPO PIC X.
           02 FOLHA-SALARIO    PIC 9(07)V99.
           02 FOLHA-INSS       PIC 9(06)V99.
           02 FOLHA-IR         PIC 9(06)V99.
           02 FOLHA-LIQUIDO    PIC 9(07)V99.
           02 FOLHA-BASE-FGTS  PIC 9(07)V99.
           02 FOLHA-FGTS       PIC 9(06)V99.
           02 FOLHA-INSS-PATR  PIC 9(06)V99.
           02 FOLHA-MULTA-FGTS PIC 9(07)V99.

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

      *    COMPETENCIAS BASE JA EFETIVADAS - O MESMO ACORDO NAO E
      *    APLICADO DUAS VEZES SOBRE O SALARIO
       FD  DISSIDCT.
       01  REGISTRO-DISSIDCT.
           02 DC-COMP-BASE  PIC 9(06).
           02 FILLER        PIC X     VALUE SPACE.
           02 DC-COMP-PAGTO PIC 9(06).
           02 FILLER        PIC X     VALUE SPACE.
           02 DC-DATA       PIC 9(08).
           02 FILLER        PIC X     VALUE SPACE.
           02 DC-OPERADOR   PIC X(10).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       01  SEQ-REG.
           02 WREL-LINHA PIC X(200).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.
       01  FS-FOLHAPAG.
           02 FS-FOLHAPAG-1 PIC 9.
           02 FS-FOLHAPAG-2 PIC 9.
           02 FS-FOLHAPAG-R REDEFINES FS-FOLHAPAG-2 PIC 99 COMP-X.
       01  FS-EVENTAB.
           02 FS-EVENTAB-1 PIC 9.
           02 FS-EVENTAB-2 PIC 9.
           02 FS-EVENTAB-R REDEFINES FS-EVENTAB-2 PIC 99 COMP-X.
       01  FS-EVENFOL.
           02 FS-EVENFOL-1 PIC 9.
           02 FS-EVENFOL-2 PIC 9.
           02 FS-EVENFOL-R REDEFINES FS-EVENFOL-2 PIC 99 COMP-X.
       77  FS-DISSIDCT PIC XX VALUE SPACES.
       77  FS-SEQ      PIC XX VALUE SPACES.
       77  WSEQ-SIZE   PIC 9(06) VALUE ZEROS.
       77  OPCAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WMODO          PIC X VALUE "S".
       77  WFORMA         PIC X VALUE "P".
       77  WPERC-UNICO    PIC 9(03)V99 VALUE ZERO.
       77  WCOMP-BASE     PIC 9(06) VALUE ZERO.
       77  WCOMP-PAGTO    PIC 9(06) VALUE ZERO.
       77  WEVENTO-DIF    PIC 9(03) VALUE ZERO.
       77  WEVENTO-DESC   PIC 9(03) VALUE ZERO.
       77  WJA-EFETIVADO  PIC X VALUE "N".
       77  WEFETIVAR      PIC X VALUE "N".

      *    TABELA POR FAIXA DE SALARIO (LIMITE ZERO = DEMAIS)
       01  TAB-FAIXAS.
           02 TF-ITEM OCCURS 5 TIMES.
               03 TF-LIMITE PIC 9(07)V99.
               03 TF-PERC   PIC 9(03)V99.
       77  QT-FAIXAS      PIC 9(01) VALUE ZERO.
       77  IND-FX         PIC 9(01) VALUE ZERO.
       77  WFIM-FAIXAS    PIC X VALUE "N".
       77  WACHOU         PIC X VALUE "N".

      *    CALCULO DO FUNCIONARIO
       77  WPERC          PIC 9(03)V99 VALUE ZERO.
       77  WSAL-ANTIGO    PIC 9(07)V99 VALUE ZERO.
       77  WSAL-NOVO      PIC 9(07)V99 VALUE ZERO.
       77  WCOMPETENCIA   PIC 9(06) VALUE ZERO.
       77  WBRUTO-ANTES   PIC 9(07)V99 VALUE ZERO.
       77  WBRUTO-DEPOIS  PIC 9(07)V99 VALUE ZERO.
       77  WINSS-ANTES    PIC 9(06)V99 VALUE ZERO.
       77  WINSS-DEPOIS   PIC 9(06)V99 VALUE ZERO.
       77  WIR-ANTES      PIC 9(06)V99 VALUE ZERO.
       77  WIR-DEPOIS     PIC 9(06)V99 VALUE ZERO.
       77  WLIQ-CALC      PIC 9(07)V99 VALUE ZERO.
       77  WDIF-BRUTO     PIC 9(07)V99 VALUE ZERO.
       77  WDIF-INSS      PIC 9(06)V99 VALUE ZERO.
       77  WDIF-IR        PIC 9(06)V99 VALUE ZERO.
       77  WDIF-LIQUIDO   PIC 9(07)V99 VALUE ZERO.
       77  QT-COMPET-FUNC PIC 9(03) VALUE ZERO.
       77  WFUNC-BRUTO    PIC 9(07)V99 VALUE ZERO.
       77  WFUNC-INSS     PIC 9(07)V99 VALUE ZERO.
       77  WFUNC-IR       PIC 9(07)V99 VALUE ZERO.
       77  WFUNC-LIQUIDO  PIC 9(07)V99 VALUE ZERO.
       77  WFUNC-DESC     PIC 9(07)V99 VALUE ZERO.
       77  WVALOR-EVENTO  PIC 9(07)V99 VALUE ZERO.
       77  WCODIGO-EVENTO PIC 9(03) VALUE ZERO.
       77  QT-FUNCIONARIOS PIC 9(05) VALUE ZERO.
       77  QT-SEM-FAIXA   PIC 9(05) VALUE ZERO.
       77  WTOT-BRUTO     PIC 9(09)V99 VALUE ZERO.
       77  WTOT-INSS      PIC 9(09)V99 VALUE ZERO.
       77  WTOT-IR        PIC 9(09)V99 VALUE ZERO.
       77  WTOT-LIQUIDO   PIC 9(09)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(6)9.99.
       77  WED-VALOR2     PIC Z(6)9.99.
       77  WED-INSS       PIC Z(6)9.99.
       77  WED-IR         PIC Z(6)9.99.
       77  WED-LIQUIDO    PIC Z(6)9.99.
       77  WED-TOTAL      PIC Z(8)9.99.
       77  WED-PERC       PIC ZZ9.99.

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "DISSID01".
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.
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
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O FUNCIONARIOS.
           OPEN INPUT FOLHAPAG.
           OPEN INPUT EVENTAB.
           OPEN I-O EVENFOL.
           IF FS-EVENFOL = "35"
               OPEN OUTPUT EVENFOL
               CLOSE EVENFOL
               OPEN I-O EVENFOL
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                       IF OPCAO = "S" OR "s" THEN
                           PERFORM PROCESSA-DISSIDIO THRU
                               PROCESSA-DISSIDIO-EXIT
                       END-IF
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2205
                   ACCEPT OPCAO AT 2235
                   GO TO INICIO
           .
           TELA.
               MOVE "N" TO OPCAO
               DISPLAY "DISSIDIO COLETIVO - REAJUSTE SALARIAL" AT 0425
               DISPLAY "MODO S-SIMULAR E-EFETIVAR X-SAIR" AT 0505
               ACCEPT WMODO AT 0540
               IF WMODO = "X" OR WMODO = "x"
                   CLOSE FUNCIONARIOS FOLHAPAG EVENTAB EVENFOL
                   EXIT PROGRAM
               END-IF
               DISPLAY "FORMA P-PERCENTUAL UNICO T-TABELA POR FAIXA"
                   AT 0605
               ACCEPT WFORMA AT 0650
               INITIALIZE TAB-FAIXAS
               MOVE ZERO TO QT-FAIXAS
               IF WFORMA = "T" OR WFORMA = "t"
                   MOVE "N" TO WFIM-FAIXAS
                   PERFORM LE-FAIXA
                       VARYING IND-FX FROM 1 BY 1
                       UNTIL IND-FX > 5 OR WFIM-FAIXAS = "S"
                   IF QT-FAIXAS = ZERO
                       DISPLAY "TABELA DE FAIXAS VAZIA" AT 1905
                       GO TO TELA-EXIT
                   END-IF
               ELSE
                   DISPLAY "PERCENTUAL [...,..]" AT 0705
                   ACCEPT WPERC-UNICO AT 0717
                   IF WPERC-UNICO = ZERO
                       DISPLAY "PERCENTUAL NAO INFORMADO" AT 1905
                       GO TO TELA-EXIT
                   END-IF
               END-IF
               DISPLAY "COMPETENCIA BASE DO ACORDO (AAAAMM) [......]"
                   AT 1305
               ACCEPT WCOMP-BASE AT 1342
               DISPLAY "PAGAR NA FOLHA DE (AAAAMM)          [......]"
                   AT 1405
               ACCEPT WCOMP-PAGTO AT 1442
               IF WCOMP-BASE (5:2) < "01" OR WCOMP-BASE (5:2) > "12"
                  OR WCOMP-PAGTO (5:2) < "01" OR
                  WCOMP-PAGTO (5:2) > "12"
                   DISPLAY "COMPETENCIA INVALIDA" AT 1905
                   GO TO TELA-EXIT
               END-IF
               IF WCOMP-PAGTO NOT > WCOMP-BASE
                   DISPLAY "O PAGAMENTO DEVE SER POSTERIOR A"
                       " COMPETENCIA BASE" AT 1905
                   GO TO TELA-EXIT
               END-IF
               DISPLAY "EVENTO DAS DIFERENCAS (PROVENTO) [...]"
                   AT 1505
               ACCEPT WEVENTO-DIF AT 1539
               MOVE WEVENTO-DIF TO EV-CODIGO
               READ EVENTAB
                   INVALID KEY
                       DISPLAY "EVENTO NAO CADASTRADO" AT 1905
                       GO TO TELA-EXIT
               END-READ
               IF NOT EV-PROVENTO
                   DISPLAY "O EVENTO DAS DIFERENCAS DEVE SER"
                       " PROVENTO" AT 1905
                   GO TO TELA-EXIT
               END-IF
               DISPLAY EV-DESCRICAO AT 1545
               DISPLAY "EVENTO DESCONTO INSS/IRRF (0=NAO)[...]"
                   AT 1605
               ACCEPT WEVENTO-DESC AT 1639
               IF WEVENTO-DESC NOT = ZERO
                   MOVE WEVENTO-DESC TO EV-CODIGO
                   READ EVENTAB
                       INVALID KEY
                           DISPLAY "EVENTO NAO CADASTRADO" AT 1905
                           GO TO TELA-EXIT
                   END-READ
                   IF NOT EV-DESCONTO
                       DISPLAY "O EVENTO DOS ENCARGOS DEVE SER"
                           " DESCONTO" AT 1905
                       GO TO TELA-EXIT
                   END-IF
                   DISPLAY EV-DESCRICAO AT 1645
               END-IF
               MOVE "N" TO WEFETIVAR
               IF WMODO = "E" OR WMODO = "e"
                   MOVE "S" TO WEFETIVAR
                   PERFORM VERIFICA-EFETIVADO
                   IF WJA-EFETIVADO = "S"
                       DISPLAY "DISSIDIO DESTA COMPETENCIA BASE JA"
                           " EFETIVADO" AT 1905
                       GO TO TELA-EXIT
                   END-IF
               END-IF
               DISPLAY "CONFIRMA O PROCESSAMENTO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1940
               .
           TELA-EXIT.
               EXIT.
      *    UMA FAIXA POR VEZ, EM ORDEM CRESCENTE DE LIMITE; A
      *    FAIXA COM LIMITE ZERO FECHA A TABELA (DEMAIS SALARIOS) E
      *    LIMITE E PERCENTUAL ZERADOS ENCERRAM A DIGITACAO
           LE-FAIXA.
               DISPLAY "FAIXA   ATE SALARIO [.........] PERC [...,..]"
                   AT 0705
               DISPLAY IND-FX AT 0711
               ACCEPT TF-LIMITE (IND-FX) AT 0726
               ACCEPT TF-PERC (IND-FX) AT 0743
               IF TF-LIMITE (IND-FX) = ZERO AND
                  TF-PERC (IND-FX) = ZERO
                   MOVE "S" TO WFIM-FAIXAS
               ELSE
                   IF IND-FX > 1 AND TF-LIMITE (IND-FX) NOT = ZERO
                      AND TF-LIMITE (IND-FX) NOT >
                      TF-LIMITE (IND-FX - 1)
                       DISPLAY "LIMITE MENOR QUE O DA FAIXA ANTERIOR"
                           " - TABELA ENCERRADA" AT 1905
                       MOVE "S" TO WFIM-FAIXAS
                   ELSE
                       MOVE IND-FX TO QT-FAIXAS
                       DISPLAY "FAIXAS INFORMADAS:" AT 0805
                       DISPLAY QT-FAIXAS AT 0824
                       IF TF-LIMITE (IND-FX) = ZERO
                           MOVE "S" TO WFIM-FAIXAS
                       END-IF
                   END-IF
               END-IF
               .
           VERIFICA-EFETIVADO.
               MOVE "N" TO WJA-EFETIVADO
               OPEN INPUT DISSIDCT
               IF FS-DISSIDCT = "00"
                   PERFORM LE-CONTROLE
                   PERFORM CONFERE-CONTROLE
                       UNTIL FS-DISSIDCT NOT = "00"
                   CLOSE DISSIDCT
               END-IF
               .
           LE-CONTROLE.
               READ DISSIDCT
                   AT END
                       MOVE "10" TO FS-DISSIDCT
               END-READ
               .
           CONFERE-CONTROLE.
               IF DC-COMP-BASE = WCOMP-BASE
                   MOVE "S" TO WJA-EFETIVADO
               END-IF
               PERFORM LE-CONTROLE
               .
      *----------------------------------------------------------------*
      *    PROCESSAMENTO: TODOS OS FUNCIONARIOS ATIVOS, UM BLOCO DO
      *    RELATORIO POR FUNCIONARIO COM AS COMPETENCIAS FECHADAS
      *----------------------------------------------------------------*
           PROCESSA-DISSIDIO.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               MOVE ZERO TO QT-FUNCIONARIOS QT-SEM-FAIXA
               MOVE ZERO TO WTOT-BRUTO WTOT-INSS WTOT-IR WTOT-LIQUIDO
               MOVE ZERO TO FUNC-CODIGO
               START FUNCIONARIOS KEY NOT LESS THAN FUNC-CODIGO
                   INVALID KEY
                       DISPLAY "NENHUM FUNCIONARIO CADASTRADO" AT 1905
                       GO TO PROCESSA-DISSIDIO-EXIT
               END-START
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
               MOVE SPACES TO WREL-TEXTO
               IF WEFETIVAR = "S"
                   STRING "Dissidio coletivo EFETIVADO - base "
                       WCOMP-BASE " pagamento na folha de "
                       WCOMP-PAGTO
                       DELIMITED BY SIZE INTO WREL-TEXTO
               ELSE
                   STRING "Dissidio coletivo SIMULACAO - base "
                       WCOMP-BASE " pagamento na folha de "
                       WCOMP-PAGTO
                       DELIMITED BY SIZE INTO WREL-TEXTO
               END-IF
               PERFORM GRAVA-LINHA-T
               PERFORM LE-FUNCIONARIO
               PERFORM TRATA-FUNCIONARIO THRU TRATA-FUNCIONARIO-EXIT
                   UNTIL FS-FUNCIONARIOS NOT = "00"
               PERFORM IMPRIME-TOTAIS
               CLOSE SEQ-ARQ
               IF WEFETIVAR = "S" AND QT-FUNCIONARIOS > ZERO
                   PERFORM MARCA-EFETIVADO
                   MOVE SPACES TO WCHAVE-AUD
                   STRING WCOMP-BASE "/" WCOMP-PAGTO
                       DELIMITED BY SIZE INTO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "DISSID01", "REAJUSTOU", WCHAVE-AUD
               END-IF
               MOVE WTOT-BRUTO TO WED-TOTAL
               DISPLAY "FUNCIONARIOS REAJUSTADOS" AT 2005
               DISPLAY QT-FUNCIONARIOS AT 2030
               DISPLAY "DIFERENCAS" AT 2037
               DISPLAY WED-TOTAL AT 2048
               MOVE SPACES TO COMANDO
               STRING "C:\Windows\VisRel.exe /g "
                   FUNCTION TRIM(WNOME-SPOOL)
                   " /t Dissidio Coletivo"
                   DELIMITED BY SIZE INTO COMANDO
               DISPLAY COMANDO UPON COMMAND-LINE
               CALL X"91" USING CODERRO-2, FUNCAO-35, COMMAND-LIN
               IF CODERRO-2 NOT = 0
                   DISPLAY "VISREL INDISPONIVEL" AT 2105
               END-IF
               .
           PROCESSA-DISSIDIO-EXIT.
               EXIT.
           LE-FUNCIONARIO.
               READ FUNCIONARIOS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FUNCIONARIOS
               END-READ
               .
           TRATA-FUNCIONARIO.
               IF NOT FUNCIONARIO-ATIVO
                   GO TO TRATA-FUNCIONARIO-PROXIMO
               END-IF
               MOVE FUNC-SALARIO TO WSAL-ANTIGO
               PERFORM ACHA-PERCENTUAL
               IF WPERC = ZERO
                   ADD 1 TO QT-SEM-FAIXA
                   GO TO TRATA-FUNCIONARIO-PROXIMO
               END-IF
               ADD 1 TO QT-FUNCIONARIOS
               COMPUTE WSAL-NOVO ROUNDED =
                   WSAL-ANTIGO * (1 + WPERC / 100)
               MOVE ZERO TO QT-COMPET-FUNC
               MOVE ZERO TO WFUNC-BRUTO WFUNC-INSS WFUNC-IR
               MOVE ZERO TO WFUNC-LIQUIDO
               MOVE " " TO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WSAL-ANTIGO TO WED-VALOR
               MOVE WSAL-NOVO   TO WED-VALOR2
               MOVE WPERC       TO WED-PERC
               MOVE SPACES TO WREL-TEXTO
               STRING "Funcionario " FUNC-CODIGO " "
                   FUNC-NOME (1:30) " salario " WED-VALOR
                   " -> " WED-VALOR2 " (" WED-PERC "%)"
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE "  Compet. Tipo    Diferenca    Dif. INSS"
                   TO WREL-TEXTO
               MOVE "    Dif. IRRF  Dif. liquida" TO WREL-TEXTO (42:27)
               PERFORM GRAVA-LINHA-T
               MOVE FUNC-CODIGO TO FOLHA-CODFUNC
               MOVE WCOMP-BASE (1:4) TO FOLHA-COMP-ANO
               MOVE WCOMP-BASE (5:2) TO FOLHA-COMP-MES
               MOVE SPACE TO FOLHA-COMP-TIPO
               START FOLHAPAG KEY NOT LESS THAN CHAVE-FOLHA
                   INVALID KEY
                       MOVE "10" TO FS-FOLHAPAG
                   NOT INVALID KEY
                       PERFORM LE-HISTORICO
               END-START
               PERFORM TRATA-COMPETENCIA THRU TRATA-COMPETENCIA-EXIT
                   UNTIL FS-FOLHAPAG NOT = "00"
               IF QT-COMPET-FUNC = ZERO
                   MOVE "  Nenhuma competencia fechada no periodo"
                       TO WREL-TEXTO
                   PERFORM GRAVA-LINHA-T
               END-IF
               MOVE WFUNC-BRUTO   TO WED-VALOR
               MOVE WFUNC-INSS    TO WED-INSS
               MOVE WFUNC-IR      TO WED-IR
               MOVE WFUNC-LIQUIDO TO WED-LIQUIDO
               MOVE SPACES TO WREL-TEXTO
               STRING "  Total         " WED-VALOR "   " WED-INSS
                   "   " WED-IR "   " WED-LIQUIDO
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               ADD WFUNC-BRUTO   TO WTOT-BRUTO
               ADD WFUNC-INSS    TO WTOT-INSS
               ADD WFUNC-IR      TO WTOT-IR
               ADD WFUNC-LIQUIDO TO WTOT-LIQUIDO
               IF WEFETIVAR = "S"
                   PERFORM EFETIVA-FUNCIONARIO
               END-IF
               .
           TRATA-FUNCIONARIO-PROXIMO.
               PERFORM LE-FUNCIONARIO
               .
           TRATA-FUNCIONARIO-EXIT.
               EXIT.
           ACHA-PERCENTUAL.
               MOVE ZERO TO WPERC
               IF WFORMA NOT = "T" AND WFORMA NOT = "t"
                   MOVE WPERC-UNICO TO WPERC
               ELSE
                   MOVE "N" TO WACHOU
                   PERFORM PROCURA-FAIXA
                       VARYING IND-FX FROM 1 BY 1
                       UNTIL IND-FX > QT-FAIXAS OR WACHOU = "S"
               END-IF
               .
           PROCURA-FAIXA.
               IF TF-LIMITE (IND-FX) = ZERO OR
                  WSAL-ANTIGO NOT > TF-LIMITE (IND-FX)
                   MOVE TF-PERC (IND-FX) TO WPERC
                   MOVE "S" TO WACHOU
               END-IF
               .
           LE-HISTORICO.
               READ FOLHAPAG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-FOLHAPAG
               END-READ
               IF FS-FOLHAPAG = "00"
                   COMPUTE WCOMPETENCIA =
                       FOLHA-COMP-ANO * 100 + FOLHA-COMP-MES
                   IF FOLHA-CODFUNC NOT = FUNC-CODIGO OR
                      WCOMPETENCIA NOT < WCOMP-PAGTO
                       MOVE "10" TO FS-FOLHAPAG
                   END-IF
               END-IF
               .
      *    MENSAL: PERCENTUAL SOBRE O SALARIO ANTIGO (OS EVENTOS DA
      *    COMPETENCIA NAO SAO REAJUSTADOS); FERIAS E 13O (PARCELA
      *    2, QUE TRAZ O 13O INTEGRAL): PERCENTUAL SOBRE O BRUTO
      *    PAGO. A PARCELA 1 E A RESCISAO NAO GERAM DIFERENCA.
           TRATA-COMPETENCIA.
               EVALUATE FOLHA-COMP-TIPO
                   WHEN "M"
                       COMPUTE WDIF-BRUTO ROUNDED =
                           WSAL-ANTIGO * WPERC / 100
                   WHEN "F"
                   WHEN "2"
                       COMPUTE WDIF-BRUTO ROUNDED =
                           FOLHA-SALARIO * WPERC / 100
                   WHEN OTHER
                       GO TO TRATA-COMPETENCIA-PROXIMA
               END-EVALUATE
               MOVE FOLHA-SALARIO TO WBRUTO-ANTES
               COMPUTE WBRUTO-DEPOIS = FOLHA-SALARIO + WDIF-BRUTO
               CALL "CALCULA-FOLHA" USING WBRUTO-ANTES,
                   FUNC-DEPENDENTES, WINSS-ANTES, WIR-ANTES, WLIQ-CALC
               CALL "CALCULA-FOLHA" USING WBRUTO-DEPOIS,
                   FUNC-DEPENDENTES, WINSS-DEPOIS, WIR-DEPOIS,
                   WLIQ-CALC
               MOVE ZERO TO WDIF-INSS WDIF-IR
               IF WINSS-DEPOIS > WINSS-ANTES
                   COMPUTE WDIF-INSS = WINSS-DEPOIS - WINSS-ANTES
               END-IF
               IF WIR-DEPOIS > WIR-ANTES
                   COMPUTE WDIF-IR = WIR-DEPOIS - WIR-ANTES
               END-IF
               COMPUTE WDIF-LIQUIDO = WDIF-BRUTO - WDIF-INSS - WDIF-IR
               ADD 1 TO QT-COMPET-FUNC
               ADD WDIF-BRUTO   TO WFUNC-BRUTO
               ADD WDIF-INSS    TO WFUNC-INSS
               ADD WDIF-IR      TO WFUNC-IR
               ADD WDIF-LIQUIDO TO WFUNC-LIQUIDO
               MOVE WDIF-BRUTO   TO WED-VALOR
               MOVE WDIF-INSS    TO WED-INSS
               MOVE WDIF-IR      TO WED-IR
               MOVE WDIF-LIQUIDO TO WED-LIQUIDO
               MOVE SPACES TO WREL-TEXTO
               STRING "  " FOLHA-COMP-ANO FOLHA-COMP-MES "   "
                   FOLHA-COMP-TIPO "   " WED-VALOR "   " WED-INSS
                   "   " WED-IR "   " WED-LIQUIDO
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               .
           TRATA-COMPETENCIA-PROXIMA.
               PERFORM LE-HISTORICO
               .
           TRATA-COMPETENCIA-EXIT.
               EXIT.
      *    NOVO SALARIO NO CADASTRO E AS DIFERENCAS NOS EVENTOS DA
      *    FOLHA DO PAGAMENTO (SOMADAS A UM LANCAMENTO JA EXISTENTE
      *    DO MESMO EVENTO NA COMPETENCIA)
           EFETIVA-FUNCIONARIO.
               MOVE WSAL-NOVO TO FUNC-SALARIO
               REWRITE REGISTRO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "FALHA AO REGRAVAR " FUNC-CODIGO
                           AT 2105
               END-REWRITE
               IF WFUNC-BRUTO > ZERO
                   MOVE WEVENTO-DIF TO WCODIGO-EVENTO
                   MOVE WFUNC-BRUTO TO WVALOR-EVENTO
                   PERFORM GRAVA-EVENTO
               END-IF
               COMPUTE WFUNC-DESC = WFUNC-INSS + WFUNC-IR
               IF WEVENTO-DESC NOT = ZERO AND WFUNC-DESC > ZERO
                   MOVE WEVENTO-DESC TO WCODIGO-EVENTO
                   MOVE WFUNC-DESC  TO WVALOR-EVENTO
                   PERFORM GRAVA-EVENTO
               END-IF
               .
           GRAVA-EVENTO.
               MOVE FUNC-CODIGO       TO EF-FUNC
               MOVE WCOMP-PAGTO (1:4) TO EF-ANO
               MOVE WCOMP-PAGTO (5:2) TO EF-MES
               MOVE WCODIGO-EVENTO    TO EF-EVENTO
               READ EVENFOL
                   INVALID KEY
                       MOVE QT-COMPET-FUNC TO EF-QTDE
                       MOVE WVALOR-EVENTO  TO EF-VALOR
                       WRITE REGISTRO-EVENFOL
                           INVALID KEY
                               DISPLAY "ERRO AO LANCAR EVENTO "
                                   FUNC-CODIGO AT 2105
                       END-WRITE
                   NOT INVALID KEY
                       ADD QT-COMPET-FUNC TO EF-QTDE
                       ADD WVALOR-EVENTO  TO EF-VALOR
                       REWRITE REGISTRO-EVENFOL
                           INVALID KEY
                               DISPLAY "ERRO AO LANCAR EVENTO "
                                   FUNC-CODIGO AT 2105
                       END-REWRITE
               END-READ
               .
           IMPRIME-TOTAIS.
               MOVE " " TO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE SPACES TO WREL-TEXTO
               STRING "Funcionarios reajustados: " QT-FUNCIONARIOS
                   "   sem faixa na tabela: " QT-SEM-FAIXA
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WTOT-BRUTO TO WED-TOTAL
               MOVE SPACES TO WREL-TEXTO
               STRING "Total das diferencas:      " WED-TOTAL
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WTOT-INSS TO WED-TOTAL
               MOVE SPACES TO WREL-TEXTO
               STRING "INSS sobre as diferencas:  " WED-TOTAL
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WTOT-IR TO WED-TOTAL
               MOVE SPACES TO WREL-TEXTO
               STRING "IRRF sobre as diferencas:  " WED-TOTAL
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               MOVE WTOT-LIQUIDO TO WED-TOTAL
               MOVE SPACES TO WREL-TEXTO
               STRING "Liquido das diferencas:    " WED-TOTAL
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               .
           MARCA-EFETIVADO.
               OPEN EXTEND DISSIDCT
               IF FS-DISSIDCT = "35"
                   OPEN OUTPUT DISSIDCT
               END-IF
               MOVE SPACES        TO REGISTRO-DISSIDCT
               MOVE WCOMP-BASE    TO DC-COMP-BASE
               MOVE WCOMP-PAGTO   TO DC-COMP-PAGTO
               MOVE WDATA-SISTEMA TO DC-DATA
               MOVE WOPERADOR     TO DC-OPERADOR
               WRITE REGISTRO-DISSIDCT
               CLOSE DISSIDCT
               .
           GRAVA-LINHA-T.
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
       END PROGRAM DISSID01.
