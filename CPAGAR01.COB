      *     PAGOS (ACEITANDO PAGAMENTO PARCIAL), BAIXA A PARCELA
      *     QUANDO QUITADA E POSTA O LANCAMENTO "D" NO LIVRO CAIXA
      *     (GRAVA-LANCAMENTO / DADOS001.DAT) - O ESPELHO DO
      *     RECEB001 DO LADO DO FORNECEDOR. PARCELA APROVADA OU JA
      *     ENVIADA AO BANCO NUM BORDERO (BORDPAG.DAT) NAO E PAGA
      *     AQUI - A BAIXA VEM DO RETORNO PAGRET01.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           FILE STATUS IS FS-CONTASPAG.

           SELECT BORDPAG ASSIGN TO "BORDPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BP-CHAVE
           ALTERNATE KEY IS BP-TITULO WITH DUPLICATES
           FILE STATUS IS FS-BORDPAG.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
               88 CP-ABERTA    VALUE "A".
               88 CP-PAGA      VALUE "P".
               88 CP-CANCELADA VALUE "C".
           02 CP-CENTRO        PIC 9(03).

      *    ITENS DOS BORDEROS DE PAGAMENTO (PAGBOR01)
       FD  BORDPAG.
       01  REGISTRO-BORDPAG.
           02 BP-CHAVE.
               03 BP-BORDERO    PIC 9(06).
               03 BP-FORNECEDOR PIC 9(04).
               03 BP-TITULO.
                   04 BP-PEDCOMP PIC 9(04).
                   04 BP-PARCELA PIC 9(02).
           02 BP-VENCIMENTO     PIC 9(08).
           02 BP-VALOR          PIC 9(8)V99.
           02 BP-DATA-LIMITE    PIC 9(08).
           02 BP-DATA-GERACAO   PIC 9(08).
           02 BP-SITUACAO       PIC X.
               88 BP-PROPOSTO   VALUE "P".
               88 BP-APROVADO   VALUE "A".
               88 BP-RETIDO     VALUE "R".
               88 BP-ENVIADO    VALUE "E".
               88 BP-LIQUIDADO  VALUE "L".
               88 BP-REJEITADO  VALUE "J".
           02 BP-APROVADOR      PIC X(10).
           02 BP-DATA-REMESSA   PIC 9(08).
           02 BP-DATA-PGTO      PIC 9(08).
           02 BP-VALOR-PAGO     PIC 9(8)V99.
           02 BP-OCORRENCIA     PIC X(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPA-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       01  FS-BORDPAG.
           02 FS-BORDPAG-1 PIC 9.
           02 FS-BORDPAG-2 PIC 9.
           02 FS-BORDPAG-R REDEFINES FS-BORDPAG-2 PIC 99 COMP-X.
       77  WBORDPAG-OK    PIC X VALUE "N".
       77  WEM-BORDERO    PIC X VALUE "N".
       77  OPCAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WCONTA-FORNEC  PIC 9(05) VALUE 3.
       77  WTIPO-LANCTO   PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
      *    FILIAL DO OPERADOR (BUSCA-FILIAL) - VAI NO LANCAMENTO
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WTIPO-FIL      PIC X     VALUE "O".
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.

      *================================================================*
       LINKAGE                             SECTION.
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CONTASPAG.
           OPEN INPUT BORDPAG.
           IF FS-BORDPAG = "00"
               MOVE "S" TO WBORDPAG-OK
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
               ACCEPT WCP-PEDCOMP                    AT 0635
               IF WCP-PEDCOMP = 9999 THEN
                   CLOSE CONTASPAG
                   IF WBORDPAG-OK = "S"
                       CLOSE BORDPAG
                   END-IF
                   EXIT PROGRAM
               END-IF
               ACCEPT WCP-PARCELA                    AT 0735
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               PERFORM CONFERE-BORDERO
               IF WEM-BORDERO = "S"
                   DISPLAY "PARCELA APROVADA/ENVIADA EM BORDERO -"
                       " BAIXA PELO RETORNO DO BANCO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               COMPUTE WSALDO-DEVIDO = CP-VALOR - CP-VALOR-PAGO
               DISPLAY WSALDO-DEVIDO AT 1235
               DISPLAY "DATA DO PAGAMENTO (AAAAMMDD)" AT 1505
               DISPLAY CP-VALOR      AT 1035
               DISPLAY CP-VALOR-PAGO AT 1135
               .
      *    PARCELA COM ITEM DE BORDERO APROVADO OU ENVIADO AO BANCO
           CONFERE-BORDERO.
               MOVE "N" TO WEM-BORDERO
               IF WBORDPAG-OK = "S"
                   MOVE CP-CHAVE TO BP-TITULO
                   START BORDPAG KEY IS EQUAL BP-TITULO
                       INVALID KEY
                           MOVE "10" TO FS-BORDPAG
                   END-START
                   IF FS-BORDPAG = "00"
                       PERFORM LE-BORDPAG
                   END-IF
                   PERFORM AVALIA-ITEM-BORDERO
                       UNTIL FS-BORDPAG NOT = "00"
                          OR BP-TITULO NOT = CP-CHAVE
               END-IF
               .
           AVALIA-ITEM-BORDERO.
               IF BP-APROVADO OR BP-ENVIADO
                   MOVE "S" TO WEM-BORDERO
               END-IF
               PERFORM LE-BORDPAG
               .
           LE-BORDPAG.
               READ BORDPAG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-BORDPAG
               END-READ
               .
      *    O LANCAMENTO NO LIVRO CAIXA VEM PRIMEIRO - SE FOR
      *    REJEITADO (CONTA FORA DO PLANO OU COMPETENCIA FECHADA),
      *    A BAIXA NAO E EFETUADA.
           PAGA-PARCELA.
               CALL "GRAVA-LANCAMENTO" USING WCONTA-CAIXA,
                   WTIPO-LANCTO, WVALOR-PAGO, WDATA-PGTO,
                   WLAN-RESULT, WCONTA-FORNEC, CP-CENTRO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   DISPLAY "LANCAMENTO REJEITADO - BAIXA NAO"
                       " EFETUADA" AT 2005
