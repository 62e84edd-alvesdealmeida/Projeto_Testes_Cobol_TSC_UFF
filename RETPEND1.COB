           02 RP-ID          PIC 9(05).
           02 RP-DATA-ENTRA  PIC 9(08).
           02 RP-DOCUMENTO.
               03 RP-PEDIDO  PIC 9(06).
               03 RP-PARCELA PIC 9(02).
           02 RP-DATA-PGTO   PIC 9(08).
           02 RP-VALOR       PIC 9(8)V99.
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WITEM-ID   PIC 9(05) VALUE ZERO.
       77  WPEDIDO    PIC 9(06) VALUE ZERO.
       77  WPARCELA   PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA PIC 9(02) VALUE ZEROS.
       77  QT-LISTADOS PIC 9(02) VALUE ZEROS.
       77  WCONTA-TRANSITO PIC 9(05) VALUE 9.
       77  WTIPO-LANCTO    PIC X VALUE "C".
       77  WLAN-RESULT     PIC X VALUE "N".
       77  WCENTRO-CUSTO   PIC 9(03) VALUE ZERO.
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.

      *================================================================*
       LINKAGE                             SECTION.
                       MOVE RP-PARCELA TO WPARCELA
                       PERFORM APLICA-EM-PARCELA THRU APLICA-FIM
                   WHEN WACAO = "O" OR WACAO = "o"
                       DISPLAY "PEDIDO [......] PARCELA [..]"
                           AT 0905
                       ACCEPT WPEDIDO AT 0913
                       ACCEPT WPARCELA AT 0930
                       PERFORM APLICA-EM-PARCELA THRU APLICA-FIM
                   WHEN OTHER
                       PERFORM BAIXA-EM-TRANSITO THRU TRANSITO-FIM
               END-IF
               CALL "GRAVA-LANCAMENTO" USING WCONTA-CAIXA,
                   WTIPO-LANCTO, RP-VALOR, RP-DATA-PGTO,
                   WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   DISPLAY "LANCAMENTO REJEITADO - PENDENCIA"
                       " MANTIDA" AT 2005
               END-IF
               CALL "GRAVA-LANCAMENTO" USING WCONTA-CAIXA,
                   WTIPO-LANCTO, RP-VALOR, RP-DATA-PGTO,
                   WLAN-RESULT, WCONTA-TRANSITO, WCENTRO-CUSTO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   DISPLAY "LANCAMENTO REJEITADO - PENDENCIA"
                       " MANTIDA" AT 2005
