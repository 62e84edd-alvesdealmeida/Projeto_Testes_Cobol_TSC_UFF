      ******************************************************************
      *
      *     PROCESSAMENTO DO RETORNO BANCARIO DE PAGAMENTO A FORNECEDOR
      *     LE PAGRET.TXT (REGISTROS TIPO 1: BORDERO, FORNECEDOR E
      *     PARCELA DO CONTAS A PAGAR REMETIDOS EM PAGREM.TXT, DATA E
      *     VALOR PAGOS E A OCORRENCIA DO BANCO). OCORRENCIA "00" E
      *     PAGAMENTO EFETUADO: POSTA O DEBITO NO LIVRO CAIXA
      *     (GRAVA-LANCAMENTO, COMO O CPAGAR01), BAIXA A PARCELA EM
      *     CONTASPAG.DAT E LIQUIDA O ITEM DO BORDERO. QUALQUER OUTRA
      *     OCORRENCIA E PAGAMENTO REJEITADO: O ITEM FICA REJEITADO E
      *     LISTADO, A PARCELA CONTINUA EM ABERTO E PODE ENTRAR NO
      *     PROXIMO BORDERO. ITEM JA PROCESSADO NAO E TOCADO DE NOVO;
      *     LANCAMENTO REJEITADO PELO LIVRO DEIXA O ITEM COMO ENVIADO
      *     PARA NOVA RODADA DO MESMO RETORNO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. PAGRET01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PAGRET ASSIGN TO "PAGRET.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGRET.

           SELECT BORDPAG ASSIGN TO "BORDPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BP-CHAVE
           ALTERNATE KEY IS BP-TITULO WITH DUPLICATES
           FILE STATUS IS FS-BORDPAG.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           FILE STATUS IS FS-CONTASPAG.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  PAGRET.
       01  LINHA-PAGRET.
           02 RT-TIPO        PIC X.
           02 RT-DOCUMENTO.
               03 RT-BORDERO    PIC 9(06).
               03 RT-FORNECEDOR PIC 9(04).
               03 RT-PEDCOMP    PIC 9(04).
               03 RT-PARCELA    PIC 9(02).
           02 RT-DATA-PGTO   PIC 9(08).
           02 RT-VALOR-PAGO  PIC 9(8)V99.
           02 RT-OCORRENCIA  PIC X(02).
           02 FILLER         PIC X(43).

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

       FD  CONTASPAG.
       01  REGISTRO-CONTASPAG.
           02 CP-CHAVE.
               03 CP-PEDCOMP   PIC 9(04).
               03 CP-PARCELA   PIC 9(02).
           02 CP-FORNECEDOR    PIC 9(04).
           02 CP-VENCIMENTO    PIC 9(08).
           02 CP-VALOR         PIC 9(8)V99.
           02 CP-VALOR-PAGO    PIC 9(8)V99.
           02 CP-DATA-PGTO     PIC 9(08).
           02 CP-STATUS        PIC X.
               88 CP-ABERTA    VALUE "A".
               88 CP-PAGA      VALUE "P".
               88 CP-CANCELADA VALUE "C".
           02 CP-CENTRO        PIC 9(03).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-PAGRET     PIC XX VALUE SPACES.
       01  FS-BORDPAG.
           02 FS-BORDPAG-1 PIC 9.
           02 FS-BORDPAG-2 PIC 9.
           02 FS-BORDPAG-R REDEFINES FS-BORDPAG-2 PIC 99 COMP-X.
       01  FS-CONTASPAG.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPA-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       77  WOPERADOR      PIC X(10) VALUE "PAGRET01".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  QT-PAGOS       PIC 9(05) VALUE ZEROS.
       77  QT-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77  QT-IGNORADOS   PIC 9(05) VALUE ZEROS.
       77  WTOTAL-PAGO    PIC 9(10)V99 VALUE ZERO.
       77  WTOTAL-REJ     PIC 9(10)V99 VALUE ZERO.
       77  WCONTA-CAIXA   PIC 9(05) VALUE 1.
      *    CONTRAPARTIDA DO PAGAMENTO - CONTA DE FORNECEDORES (3)
       77  WCONTA-FORNEC  PIC 9(05) VALUE 3.
       77  WTIPO-LANCTO   PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
      *    LANCAMENTO CORPORATIVO - FILIAL MATRIZ
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-TOTAL      PIC Z(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-RETORNO THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           OPEN INPUT PAGRET
           OPEN I-O BORDPAG
           OPEN I-O CONTASPAG
           DISPLAY SPACE ERASE EOS
           DISPLAY "RETORNO BANCARIO DE PAGAMENTO A FORNECEDORES"
           .
       2000-PROCESSA-RETORNO.
           IF FS-PAGRET NOT = "00"
               DISPLAY "ARQUIVO PAGRET.TXT NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           IF FS-BORDPAG NOT = "00"
               DISPLAY "NENHUM BORDERO DE PAGAMENTO GERADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM UNTIL FS-PAGRET NOT = "00"
               IF RT-TIPO = "1"
                   PERFORM 2200-TRATA-ITEM THRU 2200-FIM
               END-IF
               PERFORM 2100-LE-PROXIMO
           END-PERFORM
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ PAGRET
               AT END
                   MOVE "10" TO FS-PAGRET
           END-READ
           .
       2200-TRATA-ITEM.
           MOVE RT-BORDERO    TO BP-BORDERO
           MOVE RT-FORNECEDOR TO BP-FORNECEDOR
           MOVE RT-PEDCOMP    TO BP-PEDCOMP
           MOVE RT-PARCELA    TO BP-PARCELA
           READ BORDPAG
               INVALID KEY
                   DISPLAY "DOC " RT-DOCUMENTO
                       " NAO CONSTA DE BORDERO - IGNORADO"
                   ADD 1 TO QT-IGNORADOS
                   GO TO 2200-FIM
           END-READ
           IF NOT BP-ENVIADO
               DISPLAY "DOC " RT-DOCUMENTO
                   " NAO ESTA AGUARDANDO RETORNO - IGNORADO"
               ADD 1 TO QT-IGNORADOS
               GO TO 2200-FIM
           END-IF
           IF RT-OCORRENCIA = "00"
               PERFORM 2300-LIQUIDA-ITEM THRU 2300-FIM
           ELSE
               PERFORM 2400-REJEITA-ITEM
           END-IF
           .
       2200-FIM.
           EXIT.
      *    O LANCAMENTO NO LIVRO CAIXA VEM PRIMEIRO - SE FOR
      *    REJEITADO (CONTA FORA DO PLANO OU COMPETENCIA FECHADA),
      *    A BAIXA NAO E EFETUADA E O ITEM ESPERA NOVA RODADA.
       2300-LIQUIDA-ITEM.
           MOVE BP-PEDCOMP TO CP-PEDCOMP
           MOVE BP-PARCELA TO CP-PARCELA
           READ CONTASPAG
               INVALID KEY
                   DISPLAY "DOC " RT-DOCUMENTO
                       " PARCELA NAO CADASTRADA - IGNORADO"
                   ADD 1 TO QT-IGNORADOS
                   GO TO 2300-FIM
           END-READ
           IF NOT CP-ABERTA
               DISPLAY "DOC " RT-DOCUMENTO
                   " PARCELA NAO ESTA EM ABERTO - CONFERIR"
               ADD 1 TO QT-IGNORADOS
               GO TO 2300-FIM
           END-IF
           CALL "GRAVA-LANCAMENTO" USING WCONTA-CAIXA,
               WTIPO-LANCTO, RT-VALOR-PAGO, RT-DATA-PGTO,
               WLAN-RESULT, WCONTA-FORNEC, CP-CENTRO, WFILIAL
           IF WLAN-RESULT NOT = "S"
               DISPLAY "DOC " RT-DOCUMENTO
                   " LANCAMENTO REJEITADO - BAIXA NAO EFETUADA"
               ADD 1 TO QT-IGNORADOS
               GO TO 2300-FIM
           END-IF
           ADD RT-VALOR-PAGO TO CP-VALOR-PAGO
           MOVE RT-DATA-PGTO TO CP-DATA-PGTO
           IF CP-VALOR-PAGO NOT < CP-VALOR
               MOVE "P" TO CP-STATUS
           END-IF
           REWRITE REGISTRO-CONTASPAG
           MOVE CP-CHAVE TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "PAGRET01", "PAGOU", WCHAVE-AUD
           MOVE "L"           TO BP-SITUACAO
           MOVE RT-DATA-PGTO  TO BP-DATA-PGTO
           MOVE RT-VALOR-PAGO TO BP-VALOR-PAGO
           MOVE RT-OCORRENCIA TO BP-OCORRENCIA
           REWRITE REGISTRO-BORDPAG
           ADD 1 TO QT-PAGOS
           ADD RT-VALOR-PAGO TO WTOTAL-PAGO
           .
       2300-FIM.
           EXIT.
       2400-REJEITA-ITEM.
           MOVE "J"           TO BP-SITUACAO
           MOVE RT-OCORRENCIA TO BP-OCORRENCIA
           REWRITE REGISTRO-BORDPAG
           ADD 1 TO QT-REJEITADOS
           ADD BP-VALOR TO WTOTAL-REJ
           MOVE BP-VALOR TO WED-VALOR
           DISPLAY "REJEITADO FORN " BP-FORNECEDOR " PARCELA "
               BP-PEDCOMP "/" BP-PARCELA " VALOR " WED-VALOR
               " OCORRENCIA " RT-OCORRENCIA " - CONTINUA EM ABERTO"
           MOVE SPACES TO WCHAVE-AUD
           STRING BP-BORDERO "/" BP-PEDCOMP "/" BP-PARCELA
               DELIMITED BY SIZE INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "PAGRET01", "REJEITADO", WCHAVE-AUD
           .
       9999-ENCERRA.
           CLOSE PAGRET BORDPAG CONTASPAG
           DISPLAY " "
           MOVE WTOTAL-PAGO TO WED-TOTAL
           DISPLAY "PARCELAS PAGAS E BAIXADAS:      " QT-PAGOS
               "  VALOR " WED-TOTAL
           MOVE WTOTAL-REJ TO WED-TOTAL
           DISPLAY "PAGAMENTOS REJEITADOS (ABERTOS): " QT-REJEITADOS
               "  VALOR " WED-TOTAL
           IF QT-IGNORADOS > ZERO
               DISPLAY "REGISTROS NAO PROCESSADOS:      " QT-IGNORADOS
           END-IF
           GOBACK
           .
       END PROGRAM PAGRET01.
