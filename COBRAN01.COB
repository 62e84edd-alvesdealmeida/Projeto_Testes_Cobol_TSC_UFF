      *     PARA O MESMO NIVEL NUNCA SAIR DUAS VEZES; AO FINAL
      *     IMPRIME A LISTA DE CONTROLE DE QUEM FOI COBRADO EM QUAL
      *     NIVEL. RODA NA CADEIA DE FIM DE DIA (BATCH001).
      *     PARCELA COBERTA POR CHEQUE AINDA EM CUSTODIA (CHQCUS01)
      *     NAO E COBRADA; PARCELA COM CHEQUE DEVOLVIDO ENTRA DIRETO
      *     NA COBRANCA FORMAL (NIVEL 2), MESMO ANTES DO VENCIMENTO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT COBRCTL ASSIGN TO "COBRCTL.DAT"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CHAVE
           FILE STATUS IS FS-COBRCTL.

           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-NUMERO
           ALTERNATE KEY IS CH-IDENT
           ALTERNATE KEY IS CH-BOM-PARA WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

           SELECT CHQPARC ASSIGN TO "CHQPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-CHEQUE WITH DUPLICATES
           FILE STATUS IS FS-CHQPARC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
      *    PESSOA FISICA (CPF) OU JURIDICA (CNPJ, INSCRICAO ESTADUAL
      *    E NOME FANTASIA) - CONTATOS DA EMPRESA EM CLICONT.DAT
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *    MAIOR NIVEL DE COBRANCA JA ENVIADO POR PARCELA
       FD  COBRCTL.
       01  REGISTRO-COBRCTL.
           02 CB-CHAVE.
               03 CB-PEDIDO  PIC 9(06).
               03 CB-PARCELA PIC 9(02).
           02 CB-NIVEL       PIC 9(01).
           02 CB-DATA-ULT    PIC 9(08).

      *    CUSTODIA DE CHEQUES (CHQCUS01) E VINCULO CHEQUE X PARCELA
       FD  CHEQUES.
       01  REGISTRO-CHEQUES.
           02 CH-NUMERO        PIC 9(06).
           02 CH-CLIENTE       PIC 9(06).
           02 CH-IDENT.
               03 CH-BANCO     PIC 9(03).
               03 CH-AGENCIA   PIC 9(04).
               03 CH-CONTA     PIC X(12).
               03 CH-CHEQUE    PIC 9(06).
           02 CH-TIPO-DOC      PIC X.
           02 CH-DOCUMENTO     PIC 9(14).
           02 CH-VALOR         PIC 9(8)V99.
           02 CH-BOM-PARA      PIC 9(08).
           02 CH-FORMA         PIC 9(02).
           02 CH-DATA-RECEB    PIC 9(08).
           02 CH-DATA-DEPOSITO PIC 9(08).
           02 CH-DATA-BAIXA    PIC 9(08).
           02 CH-MOTIVO-DEV    PIC 9(02).
           02 CH-TARIFA        PIC 9(6)V99.
           02 CH-STATUS        PIC X.
               88 CH-EM-CUSTODIA VALUE "C".
               88 CH-DEPOSITADO  VALUE "D".
               88 CH-COMPENSADO  VALUE "L".
               88 CH-DEVOLVIDO   VALUE "V".
           02 CH-OPERADOR      PIC X(10).

       FD  CHQPARC.
       01  REGISTRO-CHQPARC.
           02 CP-CHAVE.
               03 CP-PEDIDO    PIC 9(06).
               03 CP-PARCELA   PIC 9(02).
               03 CP-CHEQUE    PIC 9(06).
           02 CP-VALOR         PIC 9(8)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CONTASREC.
           02 FS-COBRCTL-1 PIC 9.
           02 FS-COBRCTL-2 PIC 9.
           02 FS-COBRCTL-R REDEFINES FS-COBRCTL-2 PIC 99 COMP-X.
       01  FS-CHEQUES.
           02 FS-CHEQUES-1 PIC 9.
           02 FS-CHEQUES-2 PIC 9.
           02 FS-CHEQUES-R REDEFINES FS-CHEQUES-2 PIC 99 COMP-X.
       01  FS-CHQPARC.
           02 FS-CHQPARC-1 PIC 9.
           02 FS-CHQPARC-2 PIC 9.
           02 FS-CHQPARC-R REDEFINES FS-CHQPARC-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(8) VALUE ZERO.
       77  WDIAS-ATRASO  PIC S9(5) VALUE ZERO.
       77  QT-NIVEL2     PIC 9(05) VALUE ZEROS.
       77  QT-NIVEL3     PIC 9(05) VALUE ZEROS.
       77  QT-SEM-EMAIL  PIC 9(05) VALUE ZEROS.
       77  QT-CUSTODIA   PIC 9(05) VALUE ZEROS.
      *    SITUACAO DOS CHEQUES VINCULADOS A PARCELA
       77  WTEM-CUSTODIA PIC X VALUE "N".
       77  WTEM-DEVOLVIDO PIC X VALUE "N".
       77  WCHEQUES-OK   PIC X VALUE "N".

      *    MENSAGEM DEPOSITADA NA CAIXA DE SAIDA (GRAVA-NOTIFICA)
       77  WASSUNTO      PIC X(60) VALUE SPACES.
               CLOSE COBRCTL
               OPEN I-O COBRCTL
           END-IF
           MOVE "N" TO WCHEQUES-OK
           OPEN INPUT CHEQUES
           IF FS-CHEQUES = "00"
               OPEN INPUT CHQPARC
               IF FS-CHQPARC = "00"
                   MOVE "S" TO WCHEQUES-OK
               ELSE
                   CLOSE CHEQUES
               END-IF
           END-IF
           DISPLAY "COBRANCA ESCALONADA - " WDATA-SISTEMA
           DISPLAY "NV PEDIDO PARC CLI    NOME                 "
               "SALDO"
           .
       2000-VARRE-PARCELAS.
           END-READ
           .
       2200-AVALIA-PARCELA.
           PERFORM 2600-CONSULTA-CHEQUES THRU 2600-FIM
           IF WTEM-CUSTODIA = "S"
               ADD 1 TO QT-CUSTODIA
               GO TO 2200-FIM
           END-IF
           CALL "DATAUTIL" USING "DIFDIAS", CR-VENCIMENTO,
               WDATA-SISTEMA, WDIAS-ATRASO, WNOME-DIA,
               WDATAUTIL-SAIDA
           IF WDIAS-ATRASO NOT > ZERO AND WTEM-DEVOLVIDO NOT = "S"
               GO TO 2200-FIM
           END-IF
           EVALUATE TRUE
               WHEN OTHER
                   MOVE 3 TO WNIVEL
           END-EVALUATE
           IF WTEM-DEVOLVIDO = "S" AND WNIVEL < 2
               MOVE 2 TO WNIVEL
           END-IF
      *    O MESMO NIVEL NUNCA E ENVIADO DUAS VEZES PARA A PARCELA
           PERFORM 2300-CONSULTA-CONTROLE
           IF WNIVEL NOT > WNIVEL-ENVIADO
               WHEN 3 ADD 1 TO QT-NIVEL3
           END-EVALUATE
           MOVE WSALDO-PARCELA TO WED-VALOR
           DISPLAY WNIVEL "  " CR-PEDIDO " " CR-PARCELA "   "
               CR-CLIENTE " " NOME (1:20) " " WED-VALOR
           .
       2200-FIM.
                       CR-VENCIMENTO ". SE JA PAGOU, DESCONSIDERE."
                       DELIMITED BY SIZE INTO WCORPO
               WHEN 2
                   IF WTEM-DEVOLVIDO = "S"
                       STRING "CHEQUE DEVOLVIDO - PEDIDO " CR-PEDIDO
                           " PARCELA " CR-PARCELA
                           DELIMITED BY SIZE INTO WASSUNTO
                       STRING "PREZADO(A) " FUNCTION TRIM(NOME) ", O"
                           " CHEQUE DADO PARA A PARCELA " CR-PARCELA
                           " DO PEDIDO " CR-PEDIDO " FOI DEVOLVIDO PELO"
                           " BANCO. SALDO EM ABERTO COM A TARIFA: "
                           WED-VALOR ". FAVOR REGULARIZAR."
                           DELIMITED BY SIZE INTO WCORPO
                   ELSE
                       STRING "COBRANCA - PEDIDO " CR-PEDIDO
                           " PARCELA " CR-PARCELA
                           DELIMITED BY SIZE INTO WASSUNTO
                       STRING "PREZADO(A) " FUNCTION TRIM(NOME) ", A"
                           " PARCELA " CR-PARCELA " DO PEDIDO "
                           CR-PEDIDO " (SALDO " WED-VALOR ") SEGUE EM"
                           " ABERTO. SOLICITAMOS A REGULARIZACAO."
                           DELIMITED BY SIZE INTO WCORPO
                   END-IF
               WHEN OTHER
                   STRING "AVISO DE PRE-PROTESTO - PEDIDO "
                       CR-PEDIDO " PARCELA " CR-PARCELA
                   REWRITE REGISTRO-COBRCTL
           END-READ
           .
      *----------------------------------------------------------------*
      *    CHEQUES VINCULADOS A PARCELA (CHQPARC.DAT): EM CUSTODIA OU
      *    DEPOSITADO SEGURA A COBRANCA; DEVOLVIDO ANTECIPA O NIVEL 2
      *----------------------------------------------------------------*
       2600-CONSULTA-CHEQUES.
           MOVE "N" TO WTEM-CUSTODIA
           MOVE "N" TO WTEM-DEVOLVIDO
           IF WCHEQUES-OK NOT = "S"
               GO TO 2600-FIM
           END-IF
           MOVE CR-PEDIDO  TO CP-PEDIDO
           MOVE CR-PARCELA TO CP-PARCELA
           MOVE ZERO       TO CP-CHEQUE
           START CHQPARC KEY IS NOT < CP-CHAVE
               INVALID KEY
                   GO TO 2600-FIM
           END-START
           PERFORM 2610-LE-VINCULO
           PERFORM 2620-AVALIA-VINCULO
               UNTIL FS-CHQPARC NOT = "00"
                  OR CP-PEDIDO NOT = CR-PEDIDO
                  OR CP-PARCELA NOT = CR-PARCELA
           .
       2600-FIM.
           EXIT.
       2610-LE-VINCULO.
           READ CHQPARC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CHQPARC
           END-READ
           .
       2620-AVALIA-VINCULO.
           MOVE CP-CHEQUE TO CH-NUMERO
           READ CHEQUES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-EM-CUSTODIA OR CH-DEPOSITADO
                       MOVE "S" TO WTEM-CUSTODIA
                   END-IF
                   IF CH-DEVOLVIDO
                       MOVE "S" TO WTEM-DEVOLVIDO
                   END-IF
           END-READ
           PERFORM 2610-LE-VINCULO
           .
       9999-ENCERRA.
           DISPLAY " "
           DISPLAY "LEMBRETES AMIGAVEIS (1-30):   " QT-NIVEL1
           IF QT-SEM-EMAIL > ZERO
               DISPLAY "PARCELAS SEM EMAIL DO CLIENTE:" QT-SEM-EMAIL
           END-IF
           IF QT-CUSTODIA > ZERO
               DISPLAY "PARCELAS COM CHEQUE EM CUSTODIA:" QT-CUSTODIA
           END-IF
           CLOSE CONTASREC CLIENTES COBRCTL
           IF WCHEQUES-OK = "S"
               CLOSE CHEQUES CHQPARC
           END-IF
           GOBACK
           .
       END PROGRAM COBRAN01.
