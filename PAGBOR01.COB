      ******************************************************************
      *
      *               BORDERO DE PAGAMENTO A FORNECEDORES
      *     G-GERAR    PROPOSTA DE PAGAMENTO DA SEMANA: TODA PARCELA EM
      *                ABERTO DO CONTAS A PAGAR (CONTASPAG.DAT) COM
      *                VENCIMENTO ATE A DATA ESCOLHIDA ENTRA NUM NOVO
      *                BORDERO (NUMERO VIA PROXIMO-NUMERO "BORDERO"),
      *                ORDENADO POR FORNECEDOR, COM O SALDO A PAGAR.
      *                PARCELA JA PRESA EM OUTRO BORDERO (PROPOSTA,
      *                APROVADA OU ENVIADA AO BANCO) FICA DE FORA;
      *     A-APROVAR  O GERENTE FINANCEIRO PERCORRE O BORDERO ITEM A
      *                ITEM E APROVA OU RETEM CADA PARCELA. ITEM RETIDO
      *                PODE SER APROVADO DEPOIS, DESDE QUE A PARCELA
      *                NAO TENHA IDO PARA OUTRO BORDERO. TODA DECISAO E
      *                AUDITADA.
      *     OS ITENS APROVADOS SEGUEM PARA O BANCO NA REMESSA PAGREM01
      *     E SAO BAIXADOS PELO RETORNO PAGRET01.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. PAGBOR01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
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

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    ITENS DO BORDERO DE PAGAMENTO - UMA PARCELA DO CONTAS A
      *    PAGAR POR REGISTRO, AGRUPADAS POR FORNECEDOR NA CHAVE
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

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO    PIC 9999.
           02 V-NOME      PIC X(50).
           02 V-TIPO      PIC X.
           02 V-DOCUMENTO PIC X(14).
           02 V-TELEFONE  PIC X(30).
           02 V-ENDERECO  PIC X(50).
           02 V-CIDADE    PIC X(30).
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-BORDPAG.
           02 FS-BORDPAG-1 PIC 9.
           02 FS-BORDPAG-2 PIC 9.
           02 FS-BORDPAG-R REDEFINES FS-BORDPAG-2 PIC 99 COMP-X.
       01  FS-CONTASPAG.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPA-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       77  OPCAO       PIC X VALUE SPACES.
       77  WACAO       PIC X VALUE SPACES.
       77  WDECISAO    PIC X VALUE SPACES.
       77  WFIM        PIC X VALUE "N".
       77  WLINHA-BRANCA PIC X(70) VALUE SPACES.
       77  WOPERADOR   PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD  PIC X(20) VALUE SPACES.
       77  WENTIDADE   PIC X(10) VALUE "BORDERO".
       77  WNUM-GERADO PIC 9(06) VALUE ZERO.
       77  WBORDERO    PIC 9(06) VALUE ZERO.
       77  WDATA-HOJE  PIC 9(08) VALUE ZERO.
       77  WDATA-LIMITE PIC 9(08) VALUE ZERO.
       77  WSALDO      PIC 9(8)V99 VALUE ZERO.
       77  WTOTAL      PIC 9(10)V99 VALUE ZERO.
       77  WED-TOTAL   PIC Z(9)9.99.
       77  WED-VALOR   PIC Z(7)9.99.
       77  QT-ITENS    PIC 9(05) VALUE ZEROS.
       77  QT-APROVADOS PIC 9(05) VALUE ZEROS.
       77  QT-RETIDOS  PIC 9(05) VALUE ZEROS.
      *    PARCELA JA PRESA EM BORDERO ATIVO (PROPOSTA, APROVADA OU
      *    ENVIADA) - A VARREDURA PELA CHAVE ALTERNATIVA GUARDA E
      *    RESTAURA O ITEM CORRENTE
       77  WATIVO      PIC X VALUE "N".
       01  WTITULO.
           02 WTI-PEDCOMP PIC 9(04).
           02 WTI-PARCELA PIC 9(02).
       77  WCHAVE-ITEM PIC X(16) VALUE SPACES.
       77  WBORDERO-ITEM PIC 9(06) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O BORDPAG.
           IF FS-BORDPAG = "35"
               OPEN OUTPUT BORDPAG
               CLOSE BORDPAG
               OPEN I-O BORDPAG
           END-IF.
           OPEN INPUT CONTASPAG.
           OPEN INPUT VENDEDORES.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "BORDERO DE PAGAMENTOS       " AT 0430
               DISPLAY "ACAO G-GERAR PROPOSTA A-APROVAR/RETER X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0551
               ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE BORDPAG CONTASPAG VENDEDORES
                       EXIT PROGRAM
                   WHEN WACAO = "G" OR WACAO = "g"
                       PERFORM GERA-PROPOSTA THRU GERA-PROPOSTA-EXIT
                   WHEN WACAO = "A" OR WACAO = "a"
                       PERFORM APROVA-BORDERO
                           THRU APROVA-BORDERO-EXIT
                   WHEN OTHER
                       GO TO TELA-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    PROPOSTA: PARCELAS EM ABERTO COM VENCIMENTO ATE A DATA
      *    LIMITE (ATRASADAS INCLUSIVE) QUE NAO ESTEJAM EM OUTRO
      *    BORDERO ATIVO
      *----------------------------------------------------------------*
           GERA-PROPOSTA.
               MOVE ZERO TO QT-ITENS WTOTAL
               DISPLAY "PAGAR VENCIMENTOS ATE (AAAAMMDD)" AT 0705
               ACCEPT WDATA-LIMITE AT 0738
               IF WDATA-LIMITE = ZERO
                   GO TO GERA-PROPOSTA-EXIT
               END-IF
               IF FS-CONTASPAG NOT = "00"
                   DISPLAY "CONTAS A PAGAR NAO ENCONTRADO" AT 1905
                   GO TO GERA-PROPOSTA-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WENTIDADE, WNUM-GERADO
               MOVE WNUM-GERADO TO WBORDERO
               MOVE LOW-VALUES TO CP-CHAVE
               START CONTASPAG KEY NOT LESS THAN CP-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CONTASPAG
               END-START
               IF FS-CONTASPAG = "00"
                   PERFORM LE-CONTASPAG
               END-IF
               PERFORM AVALIA-PARCELA
                   UNTIL FS-CONTASPAG NOT = "00"
               MOVE "00" TO FS-CONTASPAG
               IF QT-ITENS = ZERO
                   DISPLAY "NENHUMA PARCELA A PAGAR ATE A DATA" AT 1905
                   GO TO GERA-PROPOSTA-EXIT
               END-IF
               MOVE WTOTAL TO WED-TOTAL
               DISPLAY "BORDERO GERADO:" AT 1905
               DISPLAY WBORDERO AT 1921
               DISPLAY "PARCELAS:" AT 1929
               DISPLAY QT-ITENS AT 1939
               DISPLAY "TOTAL:" AT 1946
               DISPLAY WED-TOTAL AT 1953
               DISPLAY "AGUARDANDO APROVACAO ITEM A ITEM (ACAO A)"
                   AT 2005
               MOVE WBORDERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "PAGBOR01", "GEROU", WCHAVE-AUD
               .
           GERA-PROPOSTA-EXIT.
               EXIT.
           LE-CONTASPAG.
               READ CONTASPAG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTASPAG
               END-READ
               .
           AVALIA-PARCELA.
               IF CP-ABERTA AND CP-VENCIMENTO NOT > WDATA-LIMITE
                  AND CP-VALOR > CP-VALOR-PAGO
                   MOVE CP-PEDCOMP TO WTI-PEDCOMP
                   MOVE CP-PARCELA TO WTI-PARCELA
                   MOVE ZERO TO WBORDERO-ITEM
                   PERFORM CONFERE-TITULO-ATIVO
                   IF WATIVO = "N"
                       PERFORM GRAVA-ITEM-PROPOSTA
                   END-IF
               END-IF
               PERFORM LE-CONTASPAG
               .
           GRAVA-ITEM-PROPOSTA.
               COMPUTE WSALDO = CP-VALOR - CP-VALOR-PAGO
               MOVE WBORDERO      TO BP-BORDERO
               MOVE CP-FORNECEDOR TO BP-FORNECEDOR
               MOVE CP-PEDCOMP    TO BP-PEDCOMP
               MOVE CP-PARCELA    TO BP-PARCELA
               MOVE CP-VENCIMENTO TO BP-VENCIMENTO
               MOVE WSALDO        TO BP-VALOR
               MOVE WDATA-LIMITE  TO BP-DATA-LIMITE
               MOVE WDATA-HOJE    TO BP-DATA-GERACAO
               MOVE "P"           TO BP-SITUACAO
               MOVE SPACES        TO BP-APROVADOR
               MOVE ZERO          TO BP-DATA-REMESSA
               MOVE ZERO          TO BP-DATA-PGTO
               MOVE ZERO          TO BP-VALOR-PAGO
               MOVE SPACES        TO BP-OCORRENCIA
               WRITE REGISTRO-BORDPAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO QT-ITENS
                       ADD WSALDO TO WTOTAL
               END-WRITE
               .
      *    ALGUM ITEM DE OUTRO BORDERO (DIFERENTE DE WBORDERO-ITEM)
      *    AINDA PROPOSTO, APROVADO OU ENVIADO PARA A MESMA PARCELA?
           CONFERE-TITULO-ATIVO.
               MOVE "N" TO WATIVO
               MOVE WTITULO TO BP-TITULO
               START BORDPAG KEY IS EQUAL BP-TITULO
                   INVALID KEY
                       MOVE "10" TO FS-BORDPAG
               END-START
               IF FS-BORDPAG = "00"
                   PERFORM LE-BORDPAG
               END-IF
               PERFORM CONFERE-ITEM-TITULO
                   UNTIL FS-BORDPAG NOT = "00"
                      OR BP-TITULO NOT = WTITULO
               MOVE "00" TO FS-BORDPAG
               .
           CONFERE-ITEM-TITULO.
               IF (BP-PROPOSTO OR BP-APROVADO OR BP-ENVIADO)
                  AND BP-BORDERO NOT = WBORDERO-ITEM
                   MOVE "S" TO WATIVO
               END-IF
               PERFORM LE-BORDPAG
               .
           LE-BORDPAG.
               READ BORDPAG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-BORDPAG
               END-READ
               .
      *----------------------------------------------------------------*
      *    APROVACAO ITEM A ITEM: PERCORRE O BORDERO NA ORDEM DA CHAVE
      *    (FORNECEDOR, PARCELA) MOSTRANDO OS ITENS PROPOSTOS OU
      *    RETIDOS. ENTER MANTEM O ITEM COMO ESTA, F ENCERRA.
      *----------------------------------------------------------------*
           APROVA-BORDERO.
               MOVE ZERO TO QT-APROVADOS QT-RETIDOS WTOTAL
               MOVE "N" TO WFIM
               DISPLAY "BORDERO                    " AT 0705
               ACCEPT WBORDERO AT 0735
               IF WBORDERO = ZERO
                   GO TO APROVA-BORDERO-EXIT
               END-IF
               MOVE WBORDERO TO BP-BORDERO
               MOVE ZERO TO BP-FORNECEDOR
               MOVE ZERO TO BP-TITULO
               START BORDPAG KEY NOT LESS THAN BP-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-BORDPAG
               END-START
               IF FS-BORDPAG = "00"
                   PERFORM LE-BORDPAG
               END-IF
               IF FS-BORDPAG NOT = "00" OR BP-BORDERO NOT = WBORDERO
                   DISPLAY "BORDERO NAO CADASTRADO" AT 1905
                   MOVE "00" TO FS-BORDPAG
                   GO TO APROVA-BORDERO-EXIT
               END-IF
               DISPLAY "LIMITE DE VENCIMENTO" AT 0745
               DISPLAY BP-DATA-LIMITE AT 0766
               PERFORM AVALIA-ITEM-BORDERO THRU AVALIA-ITEM-FIM
                   UNTIL FS-BORDPAG NOT = "00"
                      OR BP-BORDERO NOT = WBORDERO
                      OR WFIM = "S"
               MOVE "00" TO FS-BORDPAG
               MOVE WTOTAL TO WED-TOTAL
               DISPLAY WLINHA-BRANCA AT 1905
               DISPLAY "APROVADOS NESTA SESSAO:" AT 1905
               DISPLAY QT-APROVADOS AT 1929
               DISPLAY "VALOR:" AT 1936
               DISPLAY WED-TOTAL AT 1943
               DISPLAY "RETIDOS NESTA SESSAO:  " AT 2005
               DISPLAY QT-RETIDOS AT 2029
               .
           APROVA-BORDERO-EXIT.
               EXIT.
           AVALIA-ITEM-BORDERO.
               IF NOT BP-PROPOSTO AND NOT BP-RETIDO
                   GO TO AVALIA-ITEM-PROXIMO
               END-IF
               MOVE BP-FORNECEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO V-NOME
               END-READ
               MOVE BP-VALOR TO WED-VALOR
               DISPLAY "FORNECEDOR                 " AT 0905
               DISPLAY BP-FORNECEDOR AT 0935
               DISPLAY V-NOME (1:35) AT 0940
               DISPLAY "PEDIDO COMPRA/PARCELA      " AT 1005
               DISPLAY BP-PEDCOMP AT 1035
               DISPLAY BP-PARCELA AT 1040
               DISPLAY "VENCIMENTO                 " AT 1105
               DISPLAY BP-VENCIMENTO AT 1135
               DISPLAY "VALOR A PAGAR              " AT 1205
               DISPLAY WED-VALOR AT 1235
               DISPLAY "SITUACAO                   " AT 1305
               IF BP-RETIDO
                   DISPLAY "RETIDO   " AT 1335
               ELSE
                   DISPLAY "PROPOSTO " AT 1335
               END-IF
               DISPLAY WLINHA-BRANCA AT 1905
               DISPLAY "A-APROVAR R-RETER ENTER-MANTER F-FIM [.]"
                   AT 1605
               MOVE SPACE TO WDECISAO
               ACCEPT WDECISAO AT 1643
               EVALUATE TRUE
                   WHEN WDECISAO = "F" OR WDECISAO = "f"
                       MOVE "S" TO WFIM
                       GO TO AVALIA-ITEM-FIM
                   WHEN WDECISAO = "A" OR WDECISAO = "a"
                       PERFORM APROVA-ITEM THRU APROVA-ITEM-FIM
                   WHEN WDECISAO = "R" OR WDECISAO = "r"
                       MOVE "R" TO BP-SITUACAO
                       MOVE WOPERADOR TO BP-APROVADOR
                       REWRITE REGISTRO-BORDPAG
                       ADD 1 TO QT-RETIDOS
                       PERFORM AUDITA-ITEM
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "PAGBOR01", "RETEVE", WCHAVE-AUD
               END-EVALUATE
               .
           AVALIA-ITEM-PROXIMO.
               PERFORM LE-BORDPAG
               .
           AVALIA-ITEM-FIM.
               EXIT.
      *    A PARCELA PRECISA CONTINUAR EM ABERTO NO CONTAS A PAGAR
      *    (PODE TER SIDO PAGA NA TELA DEPOIS DA PROPOSTA) E, SE O
      *    ITEM ESTAVA RETIDO, NAO PODE TER IDO PARA OUTRO BORDERO
           APROVA-ITEM.
               MOVE BP-PEDCOMP TO CP-PEDCOMP
               MOVE BP-PARCELA TO CP-PARCELA
               READ CONTASPAG
                   INVALID KEY
                       MOVE "C" TO CP-STATUS
               END-READ
               IF NOT CP-ABERTA
                   DISPLAY "PARCELA NAO ESTA MAIS EM ABERTO - ITEM"
                       " NAO APROVADO" AT 1905
                   GO TO APROVA-ITEM-FIM
               END-IF
               IF BP-RETIDO
                   MOVE BP-CHAVE   TO WCHAVE-ITEM
                   MOVE BP-TITULO  TO WTITULO
                   MOVE BP-BORDERO TO WBORDERO-ITEM
                   PERFORM CONFERE-TITULO-ATIVO
                   MOVE WCHAVE-ITEM TO BP-CHAVE
                   READ BORDPAG KEY IS BP-CHAVE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE "00" TO FS-BORDPAG
                   IF WATIVO = "S"
                       DISPLAY "PARCELA JA ESTA EM OUTRO BORDERO -"
                           " ITEM NAO APROVADO" AT 1905
                       GO TO APROVA-ITEM-FIM
                   END-IF
               END-IF
               MOVE "A" TO BP-SITUACAO
               MOVE WOPERADOR TO BP-APROVADOR
               REWRITE REGISTRO-BORDPAG
               ADD 1 TO QT-APROVADOS
               ADD BP-VALOR TO WTOTAL
               PERFORM AUDITA-ITEM
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "PAGBOR01", "APROVOU", WCHAVE-AUD
               .
           APROVA-ITEM-FIM.
               EXIT.
           AUDITA-ITEM.
               MOVE SPACES TO WCHAVE-AUD
               STRING BP-BORDERO "/" BP-PEDCOMP "/" BP-PARCELA
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               .
       END PROGRAM PAGBOR01.
