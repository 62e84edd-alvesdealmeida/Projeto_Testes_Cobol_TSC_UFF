      ******************************************************************
      *
      *     RESUMO MENSAL DE FGTS E ENCARGOS DO EMPREGADOR
      *     (FOLHAPAG.DAT X FUNCION.DAT) - PARA A COMPETENCIA
      *     INFORMADA LISTA CADA CALCULO DO HISTORICO DE FOLHA
      *     (MENSAL, PARCELAS DO 13O, FERIAS E RESCISOES) COM A
      *     BASE DO FGTS, O DEPOSITO DE 8%, O INSS PATRONAL E A
      *     MULTA RESCISORIA, TOTALIZA POR TIPO DE CALCULO E FECHA
      *     COM OS VALORES DAS GUIAS: FGTS A DEPOSITAR (DEPOSITOS
      *     MAIS MULTAS) E INSS A RECOLHER (RETIDO DOS EMPREGADOS
      *     MAIS A PARTE PATRONAL). CALCULOS GRAVADOS ANTES DOS
      *     ENCARGOS EXISTIREM SAEM MARCADOS PARA REPROCESSAMENTO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELFGT01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FOLHAPAG ASSIGN TO "FOLHAPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAVE-FOLHA
           FILE STATUS IS FS-FOLHAPAG.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-FOLHAPAG.
           02 FS-FOLHAPAG-1 PIC 9.
           02 FS-FOLHAPAG-2 PIC 9.
           02 FS-FOLHAPAG-R REDEFINES FS-FOLHAPAG-2 PIC 99 COMP-X.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.

       77  WCOMPETENCIA PIC 9(06) VALUE ZERO.
       77  WCOMP-LIDA   PIC 9(06) VALUE ZERO.
       77  WNOME        PIC X(20) VALUE SPACES.
       77  WTIPO-DESC   PIC X(10) VALUE SPACES.

      *    TOTAIS POR TIPO DE CALCULO: 1-MENSAL 2-13O PARCELA 1
      *    3-13O PARCELA 2 4-FERIAS 5-RESCISAO
       01  TAB-TIPOS.
           02 TT-ITEM OCCURS 5 TIMES.
               03 TT-QTDE       PIC 9(05).
               03 TT-BASE-FGTS  PIC 9(09)V99.
               03 TT-FGTS       PIC 9(09)V99.
               03 TT-PATRONAL   PIC 9(09)V99.
               03 TT-MULTA      PIC 9(09)V99.
               03 TT-INSS-EMPR  PIC 9(09)V99.
       77  IND-TIPO     PIC 9(01) VALUE ZERO.
       77  QT-LIDOS     PIC 9(05) VALUE ZEROS.
       77  QT-SEM-ENCARGOS PIC 9(05) VALUE ZEROS.
       77  WTOT-BASE-FGTS  PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-PATRONAL   PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-MULTA      PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-INSS-EMPR  PIC 9(09)V99 VALUE ZEROS.
       77  WGUIA-FGTS      PIC 9(09)V99 VALUE ZEROS.
       77  WGUIA-INSS      PIC 9(09)V99 VALUE ZEROS.
       77  WED-BASE     PIC Z(8)9.99.
       77  WED-FGTS     PIC Z(8)9.99.
       77  WED-PATR     PIC Z(8)9.99.
       77  WED-MULTA    PIC Z(8)9.99.
       77  WED-QTDE     PIC Z(4)9.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LISTA-COMPETENCIA THRU 2000-EXIT
           PERFORM 3000-TOTAIS THRU 3000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           INITIALIZE TAB-TIPOS
           DISPLAY SPACE ERASE EOS
           DISPLAY "RESUMO DE FGTS E ENCARGOS DO EMPREGADOR"
           DISPLAY "COMPETENCIA (AAAAMM):"
           ACCEPT WCOMPETENCIA
           OPEN INPUT FOLHAPAG
           OPEN INPUT FUNCIONARIOS
           .
       2000-LISTA-COMPETENCIA.
           IF FS-FOLHAPAG NOT = "00"
               DISPLAY "HISTORICO DE FOLHA NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "COMPETENCIA " WCOMPETENCIA (5:2) "/"
               WCOMPETENCIA (1:4)
           DISPLAY "FUNC NOME                 TIPO      "
               "   BASE FGTS     FGTS 8%   INSS PATR  MULTA FGTS"
           PERFORM 2100-LE-PROXIMO
           PERFORM 2200-TRATA-REGISTRO
               UNTIL FS-FOLHAPAG NOT = "00"
           IF QT-LIDOS = ZERO
               DISPLAY "NENHUM CALCULO DE FOLHA NA COMPETENCIA"
           END-IF
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ FOLHAPAG NEXT RECORD
               AT END
                   MOVE "10" TO FS-FOLHAPAG
           END-READ
           .
       2200-TRATA-REGISTRO.
           COMPUTE WCOMP-LIDA = FOLHA-COMP-ANO * 100 + FOLHA-COMP-MES
           IF WCOMP-LIDA = WCOMPETENCIA
               PERFORM 2300-LINHA-CALCULO
           END-IF
           PERFORM 2100-LE-PROXIMO
           .
       2300-LINHA-CALCULO.
           ADD 1 TO QT-LIDOS
           EVALUATE FOLHA-COMP-TIPO
               WHEN "1"
                   MOVE 2 TO IND-TIPO
                   MOVE "13O SAL P1" TO WTIPO-DESC
               WHEN "2"
                   MOVE 3 TO IND-TIPO
                   MOVE "13O SAL P2" TO WTIPO-DESC
               WHEN "F"
                   MOVE 4 TO IND-TIPO
                   MOVE "FERIAS" TO WTIPO-DESC
               WHEN "R"
                   MOVE 5 TO IND-TIPO
                   MOVE "RESCISAO" TO WTIPO-DESC
               WHEN OTHER
                   MOVE 1 TO IND-TIPO
                   MOVE "MENSAL" TO WTIPO-DESC
           END-EVALUATE
           MOVE "NAO CADASTRADO" TO WNOME
           MOVE FOLHA-CODFUNC TO FUNC-CODIGO
           READ FUNCIONARIOS
               NOT INVALID KEY
                   MOVE FUNC-NOME (1:20) TO WNOME
           END-READ
      *    CALCULO GRAVADO ANTES DOS CAMPOS DE ENCARGOS: SO AVISA
           IF FOLHA-BASE-FGTS NOT NUMERIC OR
              FOLHA-FGTS NOT NUMERIC OR
              FOLHA-INSS-PATR NOT NUMERIC OR
              FOLHA-MULTA-FGTS NOT NUMERIC
               ADD 1 TO QT-SEM-ENCARGOS
               DISPLAY FOLHA-CODFUNC " " WNOME " " WTIPO-DESC
                   " SEM ENCARGOS - REPROCESSAR A FOLHA"
           ELSE
               ADD 1 TO TT-QTDE (IND-TIPO)
               ADD FOLHA-BASE-FGTS  TO TT-BASE-FGTS (IND-TIPO)
               ADD FOLHA-FGTS       TO TT-FGTS (IND-TIPO)
               ADD FOLHA-INSS-PATR  TO TT-PATRONAL (IND-TIPO)
               ADD FOLHA-MULTA-FGTS TO TT-MULTA (IND-TIPO)
               ADD FOLHA-INSS       TO TT-INSS-EMPR (IND-TIPO)
               MOVE FOLHA-BASE-FGTS  TO WED-BASE
               MOVE FOLHA-FGTS       TO WED-FGTS
               MOVE FOLHA-INSS-PATR  TO WED-PATR
               MOVE FOLHA-MULTA-FGTS TO WED-MULTA
               DISPLAY FOLHA-CODFUNC " " WNOME " " WTIPO-DESC
                   WED-BASE WED-FGTS WED-PATR WED-MULTA
           END-IF
           .
      *----------------------------------------------------------------*
      *    TOTAIS POR TIPO DE CALCULO E VALORES DAS GUIAS DO MES
      *----------------------------------------------------------------*
       3000-TOTAIS.
           IF QT-LIDOS = ZERO
               GO TO 3000-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "TOTAIS POR TIPO   QTDE   BASE FGTS     FGTS 8%"
               "   INSS PATR  MULTA FGTS"
           PERFORM 3100-LINHA-TIPO
               VARYING IND-TIPO FROM 1 BY 1
               UNTIL IND-TIPO > 5
           MOVE WTOT-BASE-FGTS TO WED-BASE
           MOVE WTOT-FGTS      TO WED-FGTS
           MOVE WTOT-PATRONAL  TO WED-PATR
           MOVE WTOT-MULTA     TO WED-MULTA
           DISPLAY "TOTAL GERAL           " WED-BASE WED-FGTS
               WED-PATR WED-MULTA
           COMPUTE WGUIA-FGTS = WTOT-FGTS + WTOT-MULTA
           COMPUTE WGUIA-INSS = WTOT-INSS-EMPR + WTOT-PATRONAL
           DISPLAY " "
           MOVE WGUIA-FGTS TO WED-BASE
           DISPLAY "FGTS A DEPOSITAR (DEPOSITOS + MULTAS) ..."
               WED-BASE
           MOVE WTOT-INSS-EMPR TO WED-BASE
           DISPLAY "INSS RETIDO DOS EMPREGADOS ............."
               WED-BASE
           MOVE WTOT-PATRONAL TO WED-BASE
           DISPLAY "INSS PARTE PATRONAL ...................."
               WED-BASE
           MOVE WGUIA-INSS TO WED-BASE
           DISPLAY "INSS A RECOLHER (TOTAL) ................"
               WED-BASE
           IF QT-SEM-ENCARGOS > ZERO
               MOVE QT-SEM-ENCARGOS TO WED-QTDE
               DISPLAY "ATENCAO: " WED-QTDE " CALCULO(S) SEM"
                   " ENCARGOS FORA DOS TOTAIS"
           END-IF
           .
       3000-EXIT.
           EXIT.
       3100-LINHA-TIPO.
           IF TT-QTDE (IND-TIPO) > ZERO
               EVALUATE IND-TIPO
                   WHEN 1
                       MOVE "MENSAL" TO WTIPO-DESC
                   WHEN 2
                       MOVE "13O SAL P1" TO WTIPO-DESC
                   WHEN 3
                       MOVE "13O SAL P2" TO WTIPO-DESC
                   WHEN 4
                       MOVE "FERIAS" TO WTIPO-DESC
                   WHEN 5
                       MOVE "RESCISAO" TO WTIPO-DESC
               END-EVALUATE
               ADD TT-BASE-FGTS (IND-TIPO) TO WTOT-BASE-FGTS
               ADD TT-FGTS (IND-TIPO)      TO WTOT-FGTS
               ADD TT-PATRONAL (IND-TIPO)  TO WTOT-PATRONAL
               ADD TT-MULTA (IND-TIPO)     TO WTOT-MULTA
               ADD TT-INSS-EMPR (IND-TIPO) TO WTOT-INSS-EMPR
               MOVE TT-QTDE (IND-TIPO)      TO WED-QTDE
               MOVE TT-BASE-FGTS (IND-TIPO) TO WED-BASE
               MOVE TT-FGTS (IND-TIPO)      TO WED-FGTS
               MOVE TT-PATRONAL (IND-TIPO)  TO WED-PATR
               MOVE TT-MULTA (IND-TIPO)     TO WED-MULTA
               DISPLAY WTIPO-DESC "       " WED-QTDE WED-BASE
                   WED-FGTS WED-PATR WED-MULTA
           END-IF
           .
       9999-ENCERRA.
           CLOSE FOLHAPAG FUNCIONARIOS
           GOBACK
           .
       END PROGRAM RELFGT01.
