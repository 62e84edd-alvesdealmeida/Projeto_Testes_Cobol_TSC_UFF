       01  LINHA-RETORNO.
           02 RT-TIPO        PIC X.
           02 RT-DOCUMENTO.
               03 RT-PEDIDO  PIC 9(06).
               03 RT-PARCELA PIC 9(02).
           02 RT-DATA-PGTO   PIC 9(08).
           02 RT-VALOR-PAGO  PIC 9(8)V99.
           02 FILLER         PIC X(53).

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
           02 RP-ID          PIC 9(05).
           02 RP-DATA-ENTRA  PIC 9(08).
           02 RP-DOCUMENTO.
               03 RP-PEDIDO  PIC 9(06).
               03 RP-PARCELA PIC 9(02).
           02 RP-DATA-PGTO   PIC 9(08).
           02 RP-VALOR       PIC 9(8)V99.
           02 FS-RETPEND-2 PIC 9.
           02 FS-RETPEND-R REDEFINES FS-RETPEND-2 PIC 99 COMP-X.
       77  WENTIDADE      PIC X(10) VALUE "RETPEND".
       77  WNOVO-ID       PIC 9(06) VALUE ZERO.
       77  WMOTIVO        PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WSALDO         PIC 9(8)V99 VALUE ZERO.
       77  WCONTA-CLIENTES PIC 9(05) VALUE 2.
       77  WTIPO-LANCTO   PIC X VALUE "C".
       77  WLAN-RESULT    PIC X VALUE "N".
       77  WCENTRO-CUSTO  PIC 9(03) VALUE ZERO.
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WED-SALDO      PIC Z(7)9.99.
       77  WED-PAGO       PIC Z(7)9.99.

           END-IF
           CALL "GRAVA-LANCAMENTO" USING WCONTA-CAIXA,
               WTIPO-LANCTO, RT-VALOR-PAGO, RT-DATA-PGTO,
               WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO, WFILIAL
           IF WLAN-RESULT NOT = "S"
               MOVE "LANC REJEITADO" TO WMOTIVO
               PERFORM 2500-GRAVA-PENDENCIA
