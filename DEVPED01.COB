      *     ABATE O VALOR DEVOLVIDO DAS PARCELAS EM ABERTO DO PEDIDO
      *     E, QUANDO HA REEMBOLSO EM DINHEIRO, LANCA O DEBITO "D"
      *     NO LIVRO CAIXA (GRAVA-LANCAMENTO). TUDO AUDITADO POR
      *     GRAVA-AUDITORIA. PRODUTO COM GARANTIA (FD-GARANTIA = 1)
      *     PEDE O NUMERO DE SERIE DE CADA UNIDADE DEVOLVIDA, QUE
      *     VOLTA AO ESTOQUE EM SERIAIS.DAT.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-CODIGO
           FILE STATUS IS FS-MOTDEV.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-CHAVE
           FILE STATUS IS FS-SERIAIS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
      *    ENDERECO DE ENTREGA DO PEDIDO (SEQUENCIA EM ENDENTR.DAT);
      *    ZERO = ENDERECO PRINCIPAL DO CLIENTE
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
           02 FD-MARGEM-MIN     PIC 99V99.
           02 FD-ESTOQUE-MINIMO PIC 9(06).
           02 FD-QTD-REPOR      PIC 9(06).
           02 FD-UNIDADE        PIC X(03).
           02 FD-UNID-COMPRA    PIC X(03).
           02 FD-FATOR-COMPRA   PIC 9(05).
           02 FD-UNID-VENDA     PIC X(03).
           02 FD-FATOR-VENDA    PIC 9(05).
           02 FD-CLASSE-ABC.
               03 FD-ABC-RECEITA  PIC X.
               03 FD-ABC-MARGEM   PIC X.
               03 FD-ABC-UNIDADES PIC X.

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
       01  LINHA-DEVOLUCAO.
           02 DEV-DATA         PIC 9(8).
           02 FILLER           PIC X     VALUE SPACE.
           02 DEV-PEDIDO       PIC 9(06).
           02 FILLER           PIC X     VALUE SPACE.
           02 DEV-LINHA        PIC 9(2).
           02 FILLER           PIC X     VALUE SPACE.
           02 DEV-PRODUTO      PIC 9(06).
           02 FILLER           PIC X     VALUE SPACE.
           02 DEV-QUANTIDADE   PIC 9(4).
           02 FILLER           PIC X     VALUE SPACE.
       01  REGISTRO-RMA.
           02 RMA-NUMERO       PIC 9(06).
           02 RMA-DATA         PIC 9(08).
           02 RMA-PEDIDO       PIC 9(06).
           02 RMA-LINHA        PIC 9(02).
           02 RMA-QUANTIDADE   PIC 9(04).
           02 RMA-MOTIVO       PIC 9(02).
      *    RECEB001 OFERECE O SALDO COMO FONTE DE PAGAMENTO
       FD  CREDCLI.
       01  REGISTRO-CREDCLI.
           02 CC-CLIENTE PIC 9(06).
           02 CC-SALDO   PIC 9(8)V99.

      *    NUMEROS DE SERIE (RECPOC01 / FATPED01) - A UNIDADE
      *    DEVOLVIDA VOLTA PARA O ESTOQUE
       FD  SERIAIS.
       01  REGISTRO-SERIAL.
           02 SN-CHAVE.
               03 SN-PRODUTO   PIC 9(06).
               03 SN-SERIE     PIC X(20).
           02 SN-STATUS        PIC X.
               88 SN-EM-ESTOQUE VALUE "E".
               88 SN-VENDIDO    VALUE "V".
               88 SN-BAIXADO    VALUE "B".
           02 SN-FORNECEDOR    PIC 9(04).
           02 SN-PEDCOMP       PIC 9(04).
           02 SN-DATA-ENTRADA  PIC 9(08).
           02 SN-CLIENTE       PIC 9(06).
           02 SN-PEDIDO        PIC 9(06).
           02 SN-NF-SERIE      PIC X(01).
           02 SN-NF-NUMERO     PIC 9(06).
           02 SN-DATA-VENDA    PIC 9(08).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-PEDIDOS.
       77  OPCAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WLINHA         PIC 9(02) VALUE ZERO.
       77  WQT-DEVOLVIDA  PIC 9(04) VALUE ZERO.
       77  WMOTIVO        PIC X(30) VALUE SPACES.
       77  WCONTA-CLIENTES PIC 9(05) VALUE 2.
       77  WTIPO-LANCTO   PIC X VALUE "D".
       77  WLAN-RESULT    PIC X VALUE "N".
       77  WCENTRO-CUSTO  PIC 9(03) VALUE ZERO.
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
       77  IND-PARC       PIC 9(02) VALUE ZERO.
      *    DEVOLUCOES JA REGISTRADAS DA MESMA LINHA (DEVOLUC.DAT)
       77  WDEV-ACUMULADA PIC 9(06) VALUE ZERO.
           02 FS-CREDCLI-1 PIC 9.
           02 FS-CREDCLI-2 PIC 9.
           02 FS-CREDCLI-R REDEFINES FS-CREDCLI-2 PIC 99 COMP-X.
      *    SERIES DAS UNIDADES DEVOLVIDAS (PRODUTO COM GARANTIA)
       01  FS-SERIAIS.
           02 FS-SERIAIS-1 PIC 9.
           02 FS-SERIAIS-2 PIC 9.
           02 FS-SERIAIS-R REDEFINES FS-SERIAIS-2 PIC 99 COMP-X.
       01  TAB-SERIES.
           02 TS-SERIE PIC X(20) OCCURS 50 TIMES.
       77  QT-SERIES      PIC 9(02) VALUE ZERO.
       77  IND-SERIE      PIC 9(02) VALUE ZERO.
       77  WSERIE         PIC X(20) VALUE SPACES.
       77  WSERIE-UNID    PIC 9(04) VALUE ZERO.
       77  WSERIE-OK      PIC X VALUE "N".
       77  WFIM-SERIES    PIC X VALUE "N".
       77  WLIMPA         PIC X(40) VALUE SPACES.

      *================================================================*
       LINKAGE                             SECTION.
           OPEN I-O CONTASREC.
           OPEN I-O RMA.
           OPEN INPUT MOTDEV.
           OPEN I-O SERIAIS.
           IF FS-SERIAIS = "35"
               OPEN OUTPUT SERIAIS
               CLOSE SERIAIS
               OPEN I-O SERIAIS
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
               ACCEPT WRMA-NUMERO AT 0535
               IF WRMA-NUMERO = 999999 THEN
                   CLOSE PEDIDOS PEDITENS ARQ1 CONTASREC RMA
                       MOTDEV SERIAIS
                   EXIT PROGRAM
               END-IF
      *        SO RMA APROVADA NO RMAPED01 PODE SER EXECUTADA -
                   MOVE 1 TO WDEPOSITO
                   DISPLAY WDEPOSITO AT 1432
               END-IF
               MOVE ZERO TO QT-SERIES
               MOVE ITM-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-GARANTIA
               END-READ
               IF FD-GARANTIA = 1
                   PERFORM CAPTURA-SERIES-DEVOL
               END-IF
               COMPUTE WVALOR-DEVOL ROUNDED = ITM-VALOR-LINHA *
                   WQT-DEVOLVIDA / ITM-QUANTIDADE
               DISPLAY "VALOR A CREDITAR           " AT 1205
               .
           POSTA-DEVOLUCAO.
               PERFORM REENTRA-ESTOQUE
               PERFORM REENTRA-SERIE
                   VARYING IND-SERIE FROM 1 BY 1
                   UNTIL IND-SERIE > QT-SERIES
               PERFORM GRAVA-DEVOLUCAO
               PERFORM CREDITA-RECEBIVEL
               IF (WREEMBOLSO = "S" OR WREEMBOLSO = "s") AND
                  WCREDITO > ZERO
                   CALL "GRAVA-LANCAMENTO" USING WCONTA-CAIXA,
                       WTIPO-LANCTO, WCREDITO, WDATA-SISTEMA,
                       WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO,
                       WFILIAL
      *            SEM LANCAMENTO NO CAIXA NAO HA REEMBOLSO - O
      *            VALOR VIRA CREDITO DO CLIENTE (CREDCLI.DAT)
                   IF WLAN-RESULT NOT = "S"
                           WDEPOSITO, WMV-LOTE
               END-REWRITE
               .
      *----------------------------------------------------------------*
      *    PRODUTO COM GARANTIA: UM NUMERO DE SERIE POR UNIDADE
      *    DEVOLVIDA, QUE TEM DE TER SAIDO NESTE PEDIDO. SERIE EM
      *    BRANCO ENCERRA A LEITURA; AS UNIDADES SEM SERIE ENTRAM NO
      *    ESTOQUE DO MESMO JEITO.
      *----------------------------------------------------------------*
           CAPTURA-SERIES-DEVOL.
               MOVE "N" TO WFIM-SERIES
               DISPLAY "SERIE DEVOLVIDA      DE     " AT 1505
               DISPLAY WQT-DEVOLVIDA AT 1529
               PERFORM CAPTURA-UMA-SERIE
                   UNTIL QT-SERIES NOT < WQT-DEVOLVIDA
                      OR WFIM-SERIES = "S"
               .
           CAPTURA-UMA-SERIE.
               IF QT-SERIES = 50
                   MOVE "S" TO WFIM-SERIES
               ELSE
                   COMPUTE WSERIE-UNID = QT-SERIES + 1
                   DISPLAY WSERIE-UNID AT 1521
                   DISPLAY "[....................]" AT 1605
                   MOVE SPACES TO WSERIE
                   ACCEPT WSERIE AT 1606
                   IF WSERIE = SPACES
                       MOVE "S" TO WFIM-SERIES
                   ELSE
                       PERFORM CONFERE-SERIE-DEVOL
                       IF WSERIE-OK = "S"
                           ADD 1 TO QT-SERIES
                           MOVE WSERIE TO TS-SERIE (QT-SERIES)
                           DISPLAY WLIMPA AT 1705
                       END-IF
                   END-IF
               END-IF
               .
           CONFERE-SERIE-DEVOL.
               MOVE "N" TO WSERIE-OK
               MOVE ITM-PRODUTO TO SN-PRODUTO
               MOVE WSERIE      TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
                           AT 1705
                   NOT INVALID KEY
                       IF SN-VENDIDO AND SN-PEDIDO = WPED-CODIGO
                           MOVE "S" TO WSERIE-OK
                       ELSE
                           DISPLAY "SERIE NAO SAIU NESTE PEDIDO     "
                               AT 1705
                       END-IF
               END-READ
               PERFORM CONFERE-SERIE-REPETIDA
                   VARYING IND-SERIE FROM 1 BY 1
                   UNTIL IND-SERIE > QT-SERIES
               .
           CONFERE-SERIE-REPETIDA.
               IF TS-SERIE (IND-SERIE) = WSERIE AND WSERIE-OK = "S"
                   MOVE "N" TO WSERIE-OK
                   DISPLAY "SERIE JA INFORMADA NESTA DEVOLUCAO"
                       AT 1705
               END-IF
               .
      *    A UNIDADE VOLTA AO ESTOQUE E PERDE O VINCULO COM A VENDA
           REENTRA-SERIE.
               MOVE ITM-PRODUTO          TO SN-PRODUTO
               MOVE TS-SERIE (IND-SERIE) TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "E"   TO SN-STATUS
                       MOVE ZERO  TO SN-CLIENTE SN-PEDIDO SN-NF-NUMERO
                                     SN-DATA-VENDA
                       MOVE SPACE TO SN-NF-SERIE
                       REWRITE REGISTRO-SERIAL
                       MOVE SPACES TO WCHAVE-AUD
                       STRING SN-PRODUTO "/" SN-SERIE
                           DELIMITED BY SIZE INTO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "DEVPED01", "VOLTOUSER", WCHAVE-AUD
               END-READ
               .
      *    ACUMULA O CREDITO DO CLIENTE (CREDCLI.DAT) E AUDITA - O
      *    EXTRATO (EXTRCLI1) MOSTRA O SALDO E O RECEB001 OFERECE O
      *    CREDITO COMO FONTE DE PAGAMENTO
