      *               EVENTOS VARIAVEIS DA FOLHA DE PAGAMENTO
      *     T-TABELA   MANTEM A TABELA DE EVENTOS (EVENTAB.DAT):
      *                CODIGO, DESCRICAO, TIPO P-PROVENTO/D-DESCONTO
      *                E SE INCIDE INSS, IRRF E FGTS;
      *     L-LANCAR   LANCA OS EVENTOS DO FUNCIONARIO NA
      *                COMPETENCIA (EVENFOL.DAT): HORAS EXTRAS,
      *                FALTAS, ADIANTAMENTOS, COMISSOES... A FOLHA
      *                EM LOTE (FOLHA001) DOBRA OS EVENTOS NO BRUTO
      *                ANTES DO CALCULA-FOLHA E O CONTRACHEQUE
      *                (CONTRAC1) DISCRIMINA CADA UM;
      *     E-EMPRESTIMO CONCEDE EMPRESTIMO CONSIGNADO OU ADIANTAMENTO
      *                AO FUNCIONARIO (EMPCONS.DAT): VALOR, NUMERO E
      *                VALOR DAS PARCELAS, 1A COMPETENCIA E O EVENTO
      *                DE DESCONTO. A PARCELA, SOMADA AS DOS DEMAIS
      *                EMPRESTIMOS EM ABERTO, NAO PODE PASSAR DA
      *                MARGEM DE 35% DO SALARIO LIQUIDO. A FOLHA001
      *                LANCA A PARCELA DEVIDA DE CADA MES COMO EVENTO
      *                DE DESCONTO E O RESCIS01 DESCONTA O SALDO;
      *     D-DISSIDIO REAJUSTE COLETIVO DOS SALARIOS COM AS
      *                DIFERENCAS RETROATIVAS LANCADAS COMO EVENTO NA
      *                FOLHA DO PAGAMENTO (DISSID01);
      *     B-BENEFICIO VALE-TRANSPORTE E VALE-REFEICAO DO
      *                FUNCIONARIO (BENEFIC.DAT): OPCAO, QUANTIDADE
      *                POR DIA, VALOR UNITARIO, PERCENTUAL DE
      *                DESCONTO E O EVENTO DE DESCONTO. O CALCULO
      *                MENSAL (BENEFI01) APURA O VALOR PELOS DIAS
      *                UTEIS E A FOLHA001 DESCONTA A PARTE DO
      *                FUNCIONARIO.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.

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
       FILE                                SECTION.
               88 EV-DESCONTO VALUE "D".
           02 EV-INCIDE-INSS PIC X.
           02 EV-INCIDE-IRRF PIC X.
           02 EV-INCIDE-FGTS PIC X.

       FD  EVENFOL.
       01  REGISTRO-EVENFOL.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

      *    EMPRESTIMOS CONSIGNADOS E ADIANTAMENTOS DESCONTADOS EM
      *    FOLHA - SALDO E A SOMA DAS PARCELAS AINDA A DESCONTAR;
      *    ULT-COMPET/ULT-VALOR GUARDAM O ULTIMO DESCONTO, PARA O
      *    REPROCESSAMENTO DA FOLHA NAO DESCONTAR DUAS VEZES
       FD  EMPCONS.
       01  REGISTRO-EMPCONS.
           02 EC-CHAVE.
               03 EC-FUNC       PIC 9(04).
               03 EC-NUMERO     PIC 9(02).
      *        E-EMPRESTIMO CONSIGNADO A-ADIANTAMENTO SALARIAL
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
      *        A-EM ABERTO Q-QUITADO NA FOLHA R-QUITADO NA RESCISAO
           02 EC-SITUACAO       PIC X.
               88 EC-EM-ABERTO  VALUE "A".

      *    VALE-TRANSPORTE E VALE-REFEICAO DO FUNCIONARIO - O CALCULO
      *    MENSAL (BENEFI01) GRAVA OS DIAS, O VALOR E O DESCONTO DA
      *    ULTIMA COMPETENCIA, QUE A FOLHA001 LANCA NO EVENTO
       FD  BENEFIC.
       01  REGISTRO-BENEFIC.
           02 BF-CHAVE.
               03 BF-FUNC       PIC 9(04).
      *        T-VALE-TRANSPORTE R-VALE-REFEICAO
               03 BF-TIPO       PIC X.
           02 BF-OPTANTE        PIC X.
           02 BF-QTDE-DIA       PIC 9(02).
           02 BF-VALOR-UNIT     PIC 9(05)V99.
      *        VT: % DO SALARIO (ATE 6); VR: % DO VALOR DO BENEFICIO
           02 BF-PERC-DESC      PIC 9(02)V99.
           02 BF-EVENTO         PIC 9(03).
           02 BF-ULT-COMPET     PIC 9(06).
           02 BF-DIAS           PIC 9(02).
           02 BF-VALOR-MES      PIC 9(07)V99.
           02 BF-DESC-MES       PIC 9(07)V99.

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WEV-TIPO        PIC X VALUE "P".
       77  WEV-INCIDE-INSS PIC X VALUE "N".
       77  WEV-INCIDE-IRRF PIC X VALUE "N".
       77  WEV-INCIDE-FGTS PIC X VALUE "N".
       77  WEF-FUNC   PIC 9(04) VALUE ZERO.
       77  WEF-ANO    PIC 9(04) VALUE ZERO.
       77  WEF-MES    PIC 9(02) VALUE ZERO.
       77  WEF-EVENTO PIC 9(03) VALUE ZERO.
       77  WEF-QTDE   PIC 9(03)V99 VALUE ZERO.
       77  WEF-VALOR  PIC 9(07)V99 VALUE ZERO.
      *    CONCESSAO DE EMPRESTIMO (MARGEM CONSIGNAVEL)
       01  FS-EMPCONS.
           02 FS-EMPCONS-1 PIC 9.
           02 FS-EMPCONS-2 PIC 9.
           02 FS-EMPCONS-R REDEFINES FS-EMPCONS-2 PIC 99 COMP-X.
       77  WEC-FUNC       PIC 9(04) VALUE ZERO.
       77  WEC-NUMERO     PIC 9(02) VALUE ZERO.
       77  WEC-TIPO       PIC X VALUE "E".
       77  WEC-EVENTO     PIC 9(03) VALUE ZERO.
       77  WEC-PRINCIPAL  PIC 9(07)V99 VALUE ZERO.
       77  WEC-QTD-PARCELAS  PIC 9(03) VALUE ZERO.
       77  WEC-VALOR-PARCELA PIC 9(07)V99 VALUE ZERO.
       77  WEC-COMPET-INI PIC 9(06) VALUE ZERO.
       77  WEC-SALDO      PIC 9(07)V99 VALUE ZERO.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WPERC-MARGEM   PIC 9V99 VALUE 0.35.
       77  WINSS          PIC 9(06)V99 VALUE ZERO.
       77  WIR            PIC 9(06)V99 VALUE ZERO.
       77  WLIQUIDO       PIC 9(07)V99 VALUE ZERO.
       77  WMARGEM        PIC 9(07)V99 VALUE ZERO.
       77  WCOMPROMETIDO  PIC 9(07)V99 VALUE ZERO.
       77  QT-EM-ABERTO   PIC 9(02) VALUE ZERO.
       77  WED-VALOR      PIC Z(6)9.99.
      *    BENEFICIOS DO FUNCIONARIO (VT/VR)
       01  FS-BENEFIC.
           02 FS-BENEFIC-1 PIC 9.
           02 FS-BENEFIC-2 PIC 9.
           02 FS-BENEFIC-R REDEFINES FS-BENEFIC-2 PIC 99 COMP-X.
       77  WBF-FUNC       PIC 9(04) VALUE ZERO.
       77  WBF-TIPO       PIC X VALUE "T".
       77  WBF-OPTANTE    PIC X VALUE "S".
       77  WBF-QTDE-DIA   PIC 9(02) VALUE ZERO.
       77  WBF-VALOR-UNIT PIC 9(05)V99 VALUE ZERO.
       77  WBF-PERC-DESC  PIC 9(02)V99 VALUE ZERO.
       77  WBF-EVENTO     PIC 9(03) VALUE ZERO.
       77  WPERC-MAX-VT   PIC 9(02)V99 VALUE 6.
       77  WPERC-MAX-VR   PIC 9(02)V99 VALUE 20.

      *================================================================*
       LINKAGE                             SECTION.
               OPEN I-O EVENFOL
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           OPEN I-O EMPCONS.
           IF FS-EMPCONS = "35"
               OPEN OUTPUT EMPCONS
               CLOSE EMPCONS
               OPEN I-O EMPCONS
           END-IF.
           OPEN I-O BENEFIC.
           IF FS-BENEFIC = "35"
               OPEN OUTPUT BENEFIC
               CLOSE BENEFIC
               OPEN I-O BENEFIC
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
           .
           TELA.
               DISPLAY "EVENTOS VARIAVEIS DA FOLHA  " AT 0430
               DISPLAY "ACAO T-TABELA L-LANCAR E-EMPRESTIMO"
                   " D-DISSIDIO B-BENEFICIO X-SAIR" AT 0505
               ACCEPT WACAO AT 0571
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE EVENTAB EVENFOL FUNCIONARIOS EMPCONS
                       CLOSE BENEFIC
                       EXIT PROGRAM
                   WHEN WACAO = "T" OR WACAO = "t"
                       PERFORM MANTEM-TABELA THRU MANTEM-EXIT
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LANCA-EVENTO THRU LANCA-EXIT
                   WHEN WACAO = "E" OR WACAO = "e"
                       PERFORM CONCEDE-EMPRESTIMO THRU CONCEDE-EXIT
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM CHAMA-DISSIDIO
                   WHEN WACAO = "B" OR WACAO = "b"
                       PERFORM MANTEM-BENEFICIO THRU BENEFICIO-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2205
               ACCEPT OPCAO AT 2235
               .
           TELA-EXIT.
               EXIT.
      *    O DISSIDIO REGRAVA O CADASTRO E OS EVENTOS - OS ARQUIVOS
      *    DESTA TELA SAO FECHADOS DURANTE A CHAMADA
           CHAMA-DISSIDIO.
               CLOSE EVENTAB EVENFOL FUNCIONARIOS EMPCONS
               CALL "DISSID01" USING LK-OPCAO LK-OPERADOR
               OPEN I-O EVENTAB
               OPEN I-O EVENFOL
               OPEN INPUT FUNCIONARIOS
               OPEN I-O EMPCONS
               DISPLAY SPACE ERASE EOS
               .
           MANTEM-TABELA.
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR" AT 0605
               ACCEPT WMODO AT 0641
               DISPLAY "TIPO P-PROVENTO D-DESCONTO " AT 0905
               DISPLAY "INCIDE INSS [S-N]          " AT 1005
               DISPLAY "INCIDE IRRF [S-N]          " AT 1105
               DISPLAY "INCIDE FGTS [S-N]          " AT 1205
               ACCEPT WEV-CODIGO AT 0713
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                  WMODO = "e"
                   MOVE EV-TIPO        TO WEV-TIPO
                   MOVE EV-INCIDE-INSS TO WEV-INCIDE-INSS
                   MOVE EV-INCIDE-IRRF TO WEV-INCIDE-IRRF
                   MOVE EV-INCIDE-FGTS TO WEV-INCIDE-FGTS
                   DISPLAY WEV-DESCRICAO   AT 0835
                   DISPLAY WEV-TIPO        AT 0935
                   DISPLAY WEV-INCIDE-INSS AT 1025
                   DISPLAY WEV-INCIDE-IRRF AT 1125
                   DISPLAY WEV-INCIDE-FGTS AT 1225
               END-IF
               IF WMODO = "E" OR WMODO = "e"
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
               ACCEPT WEV-TIPO AT 0935
               ACCEPT WEV-INCIDE-INSS AT 1025
               ACCEPT WEV-INCIDE-IRRF AT 1125
               ACCEPT WEV-INCIDE-FGTS AT 1225
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
               MOVE WEV-TIPO        TO EV-TIPO
               MOVE WEV-INCIDE-INSS TO EV-INCIDE-INSS
               MOVE WEV-INCIDE-IRRF TO EV-INCIDE-IRRF
               MOVE WEV-INCIDE-FGTS TO EV-INCIDE-FGTS
               IF WMODO = "A" OR WMODO = "a"
                   REWRITE REGISTRO-EVENTAB
                   MOVE WEV-CODIGO TO WCHAVE-AUD
               .
           LANCA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    CONCESSAO DE EMPRESTIMO: A MARGEM E 35% DO LIQUIDO DO
      *    SALARIO (CALCULA-FOLHA SOBRE O SALARIO DO MESTRE) E A
      *    PARCELA NOVA MAIS AS DOS EMPRESTIMOS EM ABERTO NAO PODE
      *    PASSAR DELA. PARCELA INFORMADA COM ZERO = VALOR DIVIDIDO
      *    PELO NUMERO DE PARCELAS (A ULTIMA LEVA O ARREDONDAMENTO);
      *    INFORMADA, O SALDO A DESCONTAR E PARCELA X QUANTIDADE.
      *----------------------------------------------------------------*
           CONCEDE-EMPRESTIMO.
               DISPLAY "FUNCIONARIO [....]         " AT 0605
               ACCEPT WEC-FUNC AT 0618
               MOVE WEC-FUNC TO FUNC-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO CADASTRADO" AT 1905
                       GO TO CONCEDE-EXIT
               END-READ
               IF FUNC-SITUACAO NOT = "A" AND FUNC-SITUACAO NOT = "a"
                   DISPLAY "FUNCIONARIO DESLIGADO" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               DISPLAY FUNC-NOME (1:30) AT 0625
               PERFORM SOMA-EMPRESTIMOS
               IF WEC-NUMERO = 99
                   DISPLAY "FUNCIONARIO JA TEM 99 EMPRESTIMOS" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               CALL "CALCULA-FOLHA" USING FUNC-SALARIO,
                   FUNC-DEPENDENTES, WINSS, WIR, WLIQUIDO
               COMPUTE WMARGEM ROUNDED = WLIQUIDO * WPERC-MARGEM
               DISPLAY "LIQUIDO" AT 0705
               MOVE WLIQUIDO TO WED-VALOR
               DISPLAY WED-VALOR AT 0713
               DISPLAY "MARGEM 35%" AT 0725
               MOVE WMARGEM TO WED-VALOR
               DISPLAY WED-VALOR AT 0736
               DISPLAY "EM ABERTO" AT 0748
               MOVE WCOMPROMETIDO TO WED-VALOR
               DISPLAY WED-VALOR AT 0758
               DISPLAY "TIPO E-EMPRESTIMO A-ADIANTAMENTO [.]" AT 0805
               ACCEPT WEC-TIPO AT 0839
               IF WEC-TIPO = "e"
                   MOVE "E" TO WEC-TIPO
               END-IF
               IF WEC-TIPO = "a"
                   MOVE "A" TO WEC-TIPO
               END-IF
               IF WEC-TIPO NOT = "E" AND WEC-TIPO NOT = "A"
                   DISPLAY "TIPO INVALIDO" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               DISPLAY "EVENTO DE DESCONTO [...]   " AT 0905
               ACCEPT WEC-EVENTO AT 0925
               MOVE WEC-EVENTO TO EV-CODIGO
               READ EVENTAB
                   INVALID KEY
                       DISPLAY "EVENTO NAO CADASTRADO" AT 1905
                       GO TO CONCEDE-EXIT
               END-READ
               IF NOT EV-DESCONTO
                   DISPLAY "O EVENTO PRECISA SER DE DESCONTO" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               DISPLAY EV-DESCRICAO AT 0930
               DISPLAY "VALOR CONCEDIDO [.........]" AT 1005
               ACCEPT WEC-PRINCIPAL AT 1022
               DISPLAY "PARCELAS [...]             " AT 1105
               ACCEPT WEC-QTD-PARCELAS AT 1115
               IF WEC-PRINCIPAL = ZERO OR WEC-QTD-PARCELAS = ZERO
                   DISPLAY "VALOR OU PARCELAS NAO INFORMADOS" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               DISPLAY "VALOR DA PARCELA [.........] (0 = VALOR /"
                   " PARCELAS)" AT 1205
               ACCEPT WEC-VALOR-PARCELA AT 1223
               IF WEC-VALOR-PARCELA = ZERO
                   COMPUTE WEC-VALOR-PARCELA ROUNDED =
                       WEC-PRINCIPAL / WEC-QTD-PARCELAS
                   MOVE WEC-PRINCIPAL TO WEC-SALDO
               ELSE
                   COMPUTE WEC-SALDO =
                       WEC-VALOR-PARCELA * WEC-QTD-PARCELAS
               END-IF
               IF WEC-SALDO < WEC-PRINCIPAL
                   DISPLAY "PARCELAS NAO COBREM O VALOR CONCEDIDO"
                       AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               MOVE WEC-VALOR-PARCELA TO WED-VALOR
               DISPLAY WED-VALOR AT 1223
               DISPLAY "1A COMPETENCIA (AAAAMM) [......]" AT 1305
               ACCEPT WEC-COMPET-INI AT 1330
               IF WEC-COMPET-INI (5:2) < "01" OR
                  WEC-COMPET-INI (5:2) > "12"
                   DISPLAY "COMPETENCIA INVALIDA" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               IF WCOMPROMETIDO + WEC-VALOR-PARCELA > WMARGEM
                   DISPLAY "PARCELA EXCEDE A MARGEM CONSIGNAVEL"
                       " DE 35% DO LIQUIDO" AT 1905
                   GO TO CONCEDE-EXIT
               END-IF
               DISPLAY "TOTAL A DESCONTAR" AT 1405
               MOVE WEC-SALDO TO WED-VALOR
               DISPLAY WED-VALOR AT 1423
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO CONCEDE-EXIT
               END-IF
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               ADD 1 TO WEC-NUMERO
               MOVE WEC-FUNC          TO EC-FUNC
               MOVE WEC-NUMERO        TO EC-NUMERO
               MOVE WEC-TIPO          TO EC-TIPO
               MOVE WEC-EVENTO        TO EC-EVENTO
               MOVE WDATA-SISTEMA     TO EC-DATA-CONCESSAO
               MOVE WEC-PRINCIPAL     TO EC-PRINCIPAL
               MOVE WEC-QTD-PARCELAS  TO EC-QTD-PARCELAS
               MOVE WEC-VALOR-PARCELA TO EC-VALOR-PARCELA
               MOVE WEC-COMPET-INI    TO EC-COMPET-INI
               MOVE ZERO              TO EC-PARCELAS-PAGAS
               MOVE WEC-SALDO         TO EC-SALDO
               MOVE ZERO              TO EC-ULT-COMPET
               MOVE ZERO              TO EC-ULT-VALOR
               MOVE "A"               TO EC-SITUACAO
               WRITE REGISTRO-EMPCONS
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O EMPRESTIMO" AT 1905
                       GO TO CONCEDE-EXIT
               END-WRITE
               MOVE SPACES TO WCHAVE-AUD
               STRING WEC-FUNC "/" WEC-NUMERO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADEVF01", "CONCEDEU", WCHAVE-AUD
               DISPLAY "EMPRESTIMO REGISTRADO NUMERO" AT 2005
               DISPLAY WEC-NUMERO AT 2034
               .
           CONCEDE-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    BENEFICIOS DO FUNCIONARIO: UM REGISTRO POR TIPO (VALE-
      *    TRANSPORTE OU VALE-REFEICAO). O DESCONTO DO VT E SOBRE O
      *    SALARIO, LIMITADO A 6% (ZERO = 6%); O DO VR E SOBRE O
      *    VALOR DO BENEFICIO, LIMITADO A 20%. OS VALORES DA ULTIMA
      *    COMPETENCIA CALCULADA (BENEFI01) SAO PRESERVADOS NA
      *    ALTERACAO.
      *----------------------------------------------------------------*
           MANTEM-BENEFICIO.
               DISPLAY "MODO I-INCLUIR A-ALTERAR E-EXCLUIR" AT 0605
               ACCEPT WMODO AT 0641
               DISPLAY "FUNCIONARIO [....]         " AT 0705
               ACCEPT WBF-FUNC AT 0718
               MOVE WBF-FUNC TO FUNC-CODIGO
               READ FUNCIONARIOS
                   INVALID KEY
                       DISPLAY "FUNCIONARIO NAO CADASTRADO" AT 1905
                       GO TO BENEFICIO-EXIT
               END-READ
               DISPLAY FUNC-NOME (1:30) AT 0725
               DISPLAY "TIPO T-VALE-TRANSPORTE R-VALE-REFEICAO [.]"
                   AT 0805
               ACCEPT WBF-TIPO AT 0845
               IF WBF-TIPO = "t"
                   MOVE "T" TO WBF-TIPO
               END-IF
               IF WBF-TIPO = "r"
                   MOVE "R" TO WBF-TIPO
               END-IF
               IF WBF-TIPO NOT = "T" AND WBF-TIPO NOT = "R"
                   DISPLAY "TIPO INVALIDO" AT 1905
                   GO TO BENEFICIO-EXIT
               END-IF
               DISPLAY "OPTANTE [S-N][.]           " AT 0905
               DISPLAY "QUANTIDADE POR DIA [..]    " AT 1005
               DISPLAY "VALOR UNITARIO [.......]   " AT 1105
               DISPLAY "% DE DESCONTO [.....]      " AT 1205
               DISPLAY "EVENTO DE DESCONTO [...]   " AT 1305
               MOVE WBF-FUNC TO BF-FUNC
               MOVE WBF-TIPO TO BF-TIPO
               IF WMODO = "A" OR WMODO = "a" OR WMODO = "E" OR
                  WMODO = "e"
                   READ BENEFIC
                       INVALID KEY
                           DISPLAY "BENEFICIO NAO CADASTRADO" AT 1905
                           GO TO BENEFICIO-EXIT
                   END-READ
                   MOVE BF-OPTANTE    TO WBF-OPTANTE
                   MOVE BF-QTDE-DIA   TO WBF-QTDE-DIA
                   MOVE BF-VALOR-UNIT TO WBF-VALOR-UNIT
                   MOVE BF-PERC-DESC  TO WBF-PERC-DESC
                   MOVE BF-EVENTO     TO WBF-EVENTO
                   DISPLAY WBF-OPTANTE    AT 0919
                   DISPLAY WBF-QTDE-DIA   AT 1025
                   DISPLAY WBF-VALOR-UNIT AT 1121
                   DISPLAY WBF-PERC-DESC  AT 1220
                   DISPLAY WBF-EVENTO     AT 1325
                   DISPLAY "ULTIMA COMPETENCIA" AT 1405
                   DISPLAY BF-ULT-COMPET AT 1424
                   MOVE BF-VALOR-MES TO WED-VALOR
                   DISPLAY WED-VALOR AT 1431
                   DISPLAY "DESCONTO" AT 1443
                   MOVE BF-DESC-MES TO WED-VALOR
                   DISPLAY WED-VALOR AT 1452
               END-IF
               IF WMODO = "E" OR WMODO = "e"
                   DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
                   ACCEPT OPCAO AT 1927
                   IF OPCAO = "S" OR OPCAO = "s"
                       DELETE BENEFIC
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE SPACES TO WCHAVE-AUD
                       STRING WBF-FUNC "/" WBF-TIPO
                           DELIMITED BY SIZE INTO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "CADEVF01", "EXCLUIU", WCHAVE-AUD
                   END-IF
                   GO TO BENEFICIO-EXIT
               END-IF
               ACCEPT WBF-OPTANTE AT 0919
               IF WBF-OPTANTE = "s"
                   MOVE "S" TO WBF-OPTANTE
               END-IF
               IF WBF-OPTANTE NOT = "S"
                   MOVE "N" TO WBF-OPTANTE
               END-IF
               ACCEPT WBF-QTDE-DIA AT 1025
               ACCEPT WBF-VALOR-UNIT AT 1121
               IF WBF-OPTANTE = "S" AND
                  (WBF-QTDE-DIA = ZERO OR WBF-VALOR-UNIT = ZERO)
                   DISPLAY "QUANTIDADE OU VALOR NAO INFORMADOS" AT 1905
                   GO TO BENEFICIO-EXIT
               END-IF
               ACCEPT WBF-PERC-DESC AT 1220
               IF WBF-TIPO = "T"
                   IF WBF-PERC-DESC = ZERO
                       MOVE WPERC-MAX-VT TO WBF-PERC-DESC
                       DISPLAY WBF-PERC-DESC AT 1220
                   END-IF
                   IF WBF-PERC-DESC > WPERC-MAX-VT
                       DISPLAY "DESCONTO DO VALE-TRANSPORTE LIMITADO"
                           " A 6% DO SALARIO" AT 1905
                       GO TO BENEFICIO-EXIT
                   END-IF
               ELSE
                   IF WBF-PERC-DESC > WPERC-MAX-VR
                       DISPLAY "DESCONTO DO VALE-REFEICAO LIMITADO"
                           " A 20% DO BENEFICIO" AT 1905
                       GO TO BENEFICIO-EXIT
                   END-IF
               END-IF
               ACCEPT WBF-EVENTO AT 1325
               IF WBF-PERC-DESC > ZERO
                   MOVE WBF-EVENTO TO EV-CODIGO
                   READ EVENTAB
                       INVALID KEY
                           DISPLAY "EVENTO NAO CADASTRADO" AT 1905
                           GO TO BENEFICIO-EXIT
                   END-READ
                   IF NOT EV-DESCONTO
                       DISPLAY "O EVENTO PRECISA SER DE DESCONTO"
                           AT 1905
                       GO TO BENEFICIO-EXIT
                   END-IF
                   DISPLAY EV-DESCRICAO AT 1330
               END-IF
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO BENEFICIO-EXIT
               END-IF
               IF WMODO NOT = "A" AND WMODO NOT = "a"
                   MOVE WBF-FUNC TO BF-FUNC
                   MOVE WBF-TIPO TO BF-TIPO
                   MOVE ZERO     TO BF-ULT-COMPET
                   MOVE ZERO     TO BF-DIAS
                   MOVE ZERO     TO BF-VALOR-MES
                   MOVE ZERO     TO BF-DESC-MES
               END-IF
               MOVE WBF-OPTANTE    TO BF-OPTANTE
               MOVE WBF-QTDE-DIA   TO BF-QTDE-DIA
               MOVE WBF-VALOR-UNIT TO BF-VALOR-UNIT
               MOVE WBF-PERC-DESC  TO BF-PERC-DESC
               MOVE WBF-EVENTO     TO BF-EVENTO
               MOVE SPACES TO WCHAVE-AUD
               STRING WBF-FUNC "/" WBF-TIPO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               IF WMODO = "A" OR WMODO = "a"
                   REWRITE REGISTRO-BENEFIC
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "CADEVF01", "ALTEROU", WCHAVE-AUD
               ELSE
                   WRITE REGISTRO-BENEFIC
                       INVALID KEY
                           DISPLAY "BENEFICIO JA CADASTRADO" AT 1905
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADEVF01", "GRAVOU", WCHAVE-AUD
                   END-WRITE
               END-IF
               .
           BENEFICIO-EXIT.
               EXIT.
      *    PERCORRE OS EMPRESTIMOS DO FUNCIONARIO: ULTIMO NUMERO
      *    USADO E SOMA DAS PARCELAS DOS QUE ESTAO EM ABERTO
           SOMA-EMPRESTIMOS.
               MOVE ZERO TO WEC-NUMERO
               MOVE ZERO TO WCOMPROMETIDO
               MOVE ZERO TO QT-EM-ABERTO
               MOVE WEC-FUNC TO EC-FUNC
               MOVE ZERO     TO EC-NUMERO
               START EMPCONS KEY NOT LESS THAN EC-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-EMPCONS
               END-START
               PERFORM LE-EMPRESTIMO
                   UNTIL FS-EMPCONS NOT = "00"
               MOVE "00" TO FS-EMPCONS
               .
           LE-EMPRESTIMO.
               READ EMPCONS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-EMPCONS
               END-READ
               IF FS-EMPCONS = "00"
                   IF EC-FUNC NOT = WEC-FUNC
                       MOVE "10" TO FS-EMPCONS
                   ELSE
                       MOVE EC-NUMERO TO WEC-NUMERO
                       IF EC-EM-ABERTO
                           ADD 1 TO QT-EM-ABERTO
                           ADD EC-VALOR-PARCELA TO WCOMPROMETIDO
                       END-IF
                   END-IF
               END-IF
               .
       END PROGRAM CADEVF01.
