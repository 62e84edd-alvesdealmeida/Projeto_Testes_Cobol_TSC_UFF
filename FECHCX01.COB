      *     FECHAMENTO (CAIXAFCH.DAT) DEPOIS DA CONFERENCIA - A
      *     PARTIR DAI O RECEB001 RECUSA NOVAS BAIXAS NO DIA.
      *     DIVERGENCIA ENTRE CONTADO E SISTEMA E AUDITADA.
      *     O FECHAMENTO E POR FILIAL (MC-FILIAL; LINHA ANTIGA, SEM
      *     FILIAL, E DA MATRIZ 01) - A FILIAL DO OPERADOR VEM
      *     SUGERIDA. FILIAL 00 E O FECHAMENTO CONSOLIDADO, QUE
      *     TOTALIZA E FECHA TODAS AS FILIAIS DE UMA VEZ.
      *
      ******************************************************************

           02 FILLER       PIC X     VALUE SPACE.
           02 MC-FORMA     PIC 9(02).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-PEDIDO    PIC 9(06).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-PARCELA   PIC 9(02).
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-VALOR     PIC 9(8)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 MC-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL DO CAIXA (FILIAL DO OPERADOR)
           02 MC-FILIAL    PIC 9(02).

       FD  FORMPG.
       01  REGISTRO-FORMPG.
           02 FG-DESCRICAO   PIC X(20).
           02 FG-CONTA       PIC 9(05).
           02 FG-DIAS-LIQUID PIC 9(03).
      *    CARTAO: TAXA CONTRATADA COM A ADQUIRENTE E CONTA DE
      *    DESPESA ONDE A TAXA E LANCADA (CONCRT01)
           02 FG-TAXA-PCT    PIC 99V99.
           02 FG-CONTA-TAXA  PIC 9(05).

       FD  CAIXAFCH.
       01  REGISTRO-CAIXAFCH.
           02 CF-CONTADO   PIC 9(10)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL FECHADA - ZERO (OU REGISTRO ANTIGO, SEM FILIAL)
      *    E O FECHAMENTO CONSOLIDADO, QUE VALE PARA TODAS
           02 CF-FILIAL    PIC 9(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WCHAVE-AUD  PIC X(20) VALUE SPACES.
       77  WDATA-CAIXA PIC 9(08) VALUE ZERO.
       77  WJA-FECHADO PIC X VALUE "N".
      *    FILIAL DO FECHAMENTO (00 = CONSOLIDADO)
       77  WFILIAL-CX  PIC 9(02) VALUE ZERO.
           88 CAIXA-CONSOLIDADO VALUE ZERO.
       77  WFILIAL-MC  PIC 9(02) VALUE ZERO.
       77  WFILIAL     PIC 9(02) VALUE 01.
       77  WTIPO-FIL   PIC X     VALUE "O".
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.

      *    TOTAIS DO DIA POR FORMA DE PAGAMENTO
       01  TAB-FORMAS.
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           OPEN INPUT FORMPG.
           INICIO.
               DISPLAY SPACE ERASE EOS
                   ACCEPT WDATA-CAIXA FROM DATE YYYYMMDD
                   DISPLAY WDATA-CAIXA AT 0647
               END-IF
               DISPLAY "FILIAL (00 = CONSOLIDADO)   [..]" AT 0705
               MOVE WFILIAL TO WFILIAL-CX
               DISPLAY WFILIAL-CX AT 0734
               ACCEPT WFILIAL-CX AT 0734
               PERFORM VERIFICA-JA-FECHADO
               IF WJA-FECHADO = "S"
                   DISPLAY "DIA JA FECHADO               " AT 1905
                   PERFORM LE-CAIXAFCH
                   PERFORM UNTIL FS-CAIXAFCH NOT = "00"
                       IF CF-DATA = WDATA-CAIXA AND
                          CF-STATUS = "FECHADO" AND
                          (CF-FILIAL NOT NUMERIC OR CF-FILIAL = ZERO
                           OR CF-FILIAL = WFILIAL-CX)
                           MOVE "S" TO WJA-FECHADO
                       END-IF
                       PERFORM LE-CAIXAFCH
               END-IF
               PERFORM LE-MOVCAIXA
               PERFORM UNTIL FS-MOVCAIXA NOT = "00"
                   PERFORM FILIAL-MOVCAIXA
                   IF MC-DATA = WDATA-CAIXA AND
                      (CAIXA-CONSOLIDADO OR WFILIAL-MC = WFILIAL-CX)
                       PERFORM ACUMULA-FORMA
                   END-IF
                   PERFORM LE-MOVCAIXA
                       MOVE "10" TO FS-MOVCAIXA
               END-READ
               .
           FILIAL-MOVCAIXA.
               IF MC-FILIAL NUMERIC AND MC-FILIAL NOT = ZERO
                   MOVE MC-FILIAL TO WFILIAL-MC
               ELSE
                   MOVE 01 TO WFILIAL-MC
               END-IF
               .
           ACUMULA-FORMA.
               MOVE "N" TO WACHOU
               PERFORM VARYING IND1 FROM 1 BY 1
               MOVE WTOTAL-DIA  TO CF-SISTEMA
               MOVE WCONTADO    TO CF-CONTADO
               MOVE WOPERADOR   TO CF-OPERADOR
               MOVE WFILIAL-CX  TO CF-FILIAL
               WRITE REGISTRO-CAIXAFCH
               CLOSE CAIXAFCH
               MOVE SPACES TO WCHAVE-AUD
               STRING WDATA-CAIXA " FIL " WFILIAL-CX
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "FECHCX01",
                   "FECHOUCX", WCHAVE-AUD
               IF WCONTADO NOT = WTOT-DINHEIRO
