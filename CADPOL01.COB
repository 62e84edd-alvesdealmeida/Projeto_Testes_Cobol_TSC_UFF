      *     DIAS DE CARENCIA ANTES DE COBRAR ENCARGOS, MULTA FIXA
      *     PCT, JUROS PCT AO DIA E O DESCONTO DE ANTECIPACAO (PCT
      *     E QUANTOS DIAS ANTES DO VENCIMENTO). APLICADA POR
      *     CALCULA-ENCARGOS EM RECEB001, REMESSA1 E RETORNO1. A
      *     TARIFA DE CHEQUE DEVOLVIDO E LANCADA NA PARCELA PELA
      *     CUSTODIA DE CHEQUES (CHQCUS01). OS DIAS DE ATRASO PARA
      *     PROPOR A NEGATIVACAO E OS DIAS DE AVISO PREVIO AO CLIENTE
      *     (MINIMO 10) SAO USADOS PELO NEGATI01.
      *
      ******************************************************************

           02 PL-JUROS-DIA-PCT PIC 9V9999.
           02 PL-DESC-PCT      PIC 99V99.
           02 PL-DESC-DIAS     PIC 9(03).
      *    TARIFA COBRADA DO CLIENTE POR CHEQUE DEVOLVIDO (CHQCUS01)
           02 PL-TARIFA-CHEQUE PIC 9(6)V99.
      *    NEGATIVACAO NO BUREAU DE CREDITO (NEGATI01): DIAS DE
      *    ATRASO PARA PROPOR E DIAS DE AVISO PREVIO AO CLIENTE
           02 PL-NEGAT-DIAS    PIC 9(03).
           02 PL-NEGAT-AVISO   PIC 9(03).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WJUROS-DIA PIC 9V9999 VALUE ZERO.
       77  WDESC-PCT  PIC 99V99 VALUE ZERO.
       77  WDESC-DIAS PIC 9(03) VALUE ZERO.
       77  WTARIFA-CHQ PIC 9(6)V99 VALUE ZERO.
       77  WNEGAT-DIAS  PIC 9(03) VALUE 90.
       77  WNEGAT-AVISO PIC 9(03) VALUE 10.

      *================================================================*
       LINKAGE                             SECTION.
               READ POLCOB
                   INVALID KEY
                       MOVE ZERO TO WCARENCIA WMULTA-PCT
                           WDESC-PCT WDESC-DIAS WTARIFA-CHQ
                       MOVE 0.0330 TO WJUROS-DIA
                       MOVE 90 TO WNEGAT-DIAS
                       MOVE 10 TO WNEGAT-AVISO
                   NOT INVALID KEY
                       MOVE "S" TO WJA-EXISTE
                       MOVE PL-CARENCIA-DIAS TO WCARENCIA
                       MOVE PL-JUROS-DIA-PCT TO WJUROS-DIA
                       MOVE PL-DESC-PCT      TO WDESC-PCT
                       MOVE PL-DESC-DIAS     TO WDESC-DIAS
                       MOVE PL-TARIFA-CHEQUE TO WTARIFA-CHQ
                       MOVE PL-NEGAT-DIAS    TO WNEGAT-DIAS
                       MOVE PL-NEGAT-AVISO   TO WNEGAT-AVISO
               END-READ
      *        POLITICA GRAVADA ANTES DOS CAMPOS DE NEGATIVACAO
               IF WNEGAT-DIAS NOT NUMERIC OR WNEGAT-DIAS = ZERO
                   MOVE 90 TO WNEGAT-DIAS
               END-IF
               IF WNEGAT-AVISO NOT NUMERIC OR WNEGAT-AVISO < 10
                   MOVE 10 TO WNEGAT-AVISO
               END-IF
               DISPLAY "CARENCIA EM DIAS           " AT 0605
               DISPLAY WCARENCIA AT 0635
               ACCEPT WCARENCIA AT 0635
               DISPLAY "JANELA DO DESCONTO (DIAS)  " AT 1005
               DISPLAY WDESC-DIAS AT 1035
               ACCEPT WDESC-DIAS AT 1035
               DISPLAY "TARIFA CHEQUE DEVOLVIDO    " AT 1105
               DISPLAY WTARIFA-CHQ AT 1135
               ACCEPT WTARIFA-CHQ AT 1135
               DISPLAY "DIAS DE ATRASO P/ NEGATIVAR" AT 1205
               DISPLAY WNEGAT-DIAS AT 1235
               ACCEPT WNEGAT-DIAS AT 1235
               IF WNEGAT-DIAS = ZERO
                   MOVE 90 TO WNEGAT-DIAS
                   DISPLAY WNEGAT-DIAS AT 1235
               END-IF
               DISPLAY "AVISO PREVIO NEGATIV (DIAS)" AT 1305
               DISPLAY WNEGAT-AVISO AT 1335
               ACCEPT WNEGAT-AVISO AT 1335
      *        O AVISO PREVIO AO CONSUMIDOR NAO PODE SER MENOR QUE 10
               IF WNEGAT-AVISO < 10
                   MOVE 10 TO WNEGAT-AVISO
                   DISPLAY WNEGAT-AVISO AT 1335
                   DISPLAY "AVISO MINIMO DE 10 DIAS" AT 1340
               END-IF
               DISPLAY "CONFIRMA [S-N-X SAIR][.]   " AT 1905
               ACCEPT OPCAO AT 1932
               .
               MOVE WJUROS-DIA TO PL-JUROS-DIA-PCT
               MOVE WDESC-PCT  TO PL-DESC-PCT
               MOVE WDESC-DIAS TO PL-DESC-DIAS
               MOVE WTARIFA-CHQ TO PL-TARIFA-CHEQUE
               MOVE WNEGAT-DIAS  TO PL-NEGAT-DIAS
               MOVE WNEGAT-AVISO TO PL-NEGAT-AVISO
               IF WJA-EXISTE = "S"
                   REWRITE REGISTRO-POLCOB
               ELSE
