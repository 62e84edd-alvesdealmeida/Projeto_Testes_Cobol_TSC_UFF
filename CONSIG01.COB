      ******************************************************************
      *
      *        CONSIGNACAO EM CLIENTES (CONSIG.DAT / CONSMOV.DAT)
      *     R-REMESSA   A MERCADORIA SAI DO DEPOSITO ESCOLHIDO ("X") E
      *                 ENTRA NO DEPOSITO 98 - CONSIGNACAO ("T") - PELO
      *                 GRAVA-MOVESTOQUE, SEM PEDIDO NEM NOTA. O SALDO
      *                 CONSOLIDADO FD-QTD-ESTOQUE NAO MUDA: A
      *                 MERCADORIA CONTINUA NOSSA ATE SER VENDIDA. O
      *                 SALDO DE CADA CLIENTE X PRODUTO FICA EM
      *                 CONSIG.DAT, COM O PRECO COMBINADO NA REMESSA.
      *     A-ACERTO    O CLIENTE INFORMA O QUE VENDEU E O QUE DEVOLVE.
      *                 O VENDIDO VIRA UM PEDIDO (PEDIDO.DAT E
      *                 PEDITEM.DAT, COM A PARCELA DO CONTAS A RECEBER)
      *                 PELO PRECO DA CONSIGNACAO, FATURADO NO FATPED01
      *                 COM SAIDA DO DEPOSITO 98 E NOTA FISCAL NORMAL;
      *                 O DEVOLVIDO
      *                 SAI DO 98 ("X") E VOLTA AO DEPOSITO INFORMADO
      *                 ("T").
      *     C-CONSULTAR POSICAO DO CLIENTE - SALDO, PRECO E DATAS.
      *     CADA MOVIMENTO FICA EM CONSMOV.DAT (DOCUMENTO PELA ENTIDADE
      *     CONSIGNA); A POSICAO GERAL SAI NO RELCSG01. TUDO AUDITADO
      *     POR GRAVA-AUDITORIA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CONSIGNACAO-CLIENTE.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CONSIG ASSIGN TO "CONSIG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CHAVE
           FILE STATUS IS FS-CONSIG.

           SELECT CONSMOV ASSIGN TO "CONSMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CHAVE
           ALTERNATE KEY IS CM-PEDIDO WITH DUPLICATES
           FILE STATUS IS FS-CONSMOV.

           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CODIGO
           FILE STATUS IS FS-PEDIDOS.

           SELECT PEDITENS ASSIGN TO "PEDITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-CHAVE
           FILE STATUS IS FS-PEDITENS.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT TAXAIMP ASSIGN TO "TAXAIMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-CHAVE
           FILE STATUS IS FS-TAXAIMP.

           SELECT SALDODEP ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    SALDO EM CONSIGNACAO POR CLIENTE X PRODUTO - PRECO E CUSTO
      *    SAO OS DA ULTIMA REMESSA; AS QUANTIDADES ACUMULADAS CONTAM
      *    A HISTORIA DA CONSIGNACAO
       FD  CONSIG.
       01  REGISTRO-CONSIG.
           02 CS-CHAVE.
               03 CS-CLIENTE   PIC 9(06).
               03 CS-PRODUTO   PIC 9(06).
           02 CS-SALDO         PIC 9(06).
           02 CS-VALUNIT       PIC 9(6)V99.
           02 CS-CUSTO         PIC 9(6)V99.
           02 CS-DATA-REMESSA  PIC 9(08).
           02 CS-DATA-ACERTO   PIC 9(08).
           02 CS-QTD-REMETIDA  PIC 9(07).
           02 CS-QTD-VENDIDA   PIC 9(07).
           02 CS-QTD-DEVOLVIDA PIC 9(07).

      *    MOVIMENTOS DE CONSIGNACAO - R REMESSA, V VENDA ACERTADA
      *    (COM O PEDIDO GERADO), D DEVOLUCAO
       FD  CONSMOV.
       01  REGISTRO-CONSMOV.
           02 CM-CHAVE.
               03 CM-DOCUMENTO PIC 9(06).
               03 CM-SEQ       PIC 9(02).
           02 CM-TIPO          PIC X.
               88 CM-REMESSA   VALUE "R".
               88 CM-VENDA     VALUE "V".
               88 CM-DEVOLUCAO VALUE "D".
           02 CM-CLIENTE       PIC 9(06).
           02 CM-PRODUTO       PIC 9(06).
           02 CM-QUANTIDADE    PIC 9(06).
           02 CM-VALUNIT       PIC 9(6)V99.
           02 CM-CUSTO         PIC 9(6)V99.
           02 CM-DEPOSITO      PIC 9(02).
           02 CM-DATA          PIC 9(08).
           02 CM-PEDIDO        PIC 9(06).
           02 CM-OPERADOR      PIC X(10).

      *    MESMO LAYOUT JA DECLARADO EM CADPED01/FATPED01.
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
               88 PED-ABERTO    VALUE "A".
               88 PED-SEPARADO  VALUE "S".
               88 PED-FATURADO  VALUE "F".
               88 PED-CANCELADO VALUE "C".
           02 PED-DATA-FATUR   PIC 9(08).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
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
           02 ITM-DESCONTO     PIC 9(6)V99.
           02 ITM-IMPOSTO      PIC 9(6)V99.
           02 ITM-CUSTO-MEDIO  PIC 9(6)V99.

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
           02 CR-DATA-PGTO     PIC 9(08).
           02 CR-STATUS        PIC X.
               88 CR-ABERTA    VALUE "A".
               88 CR-PAGA      VALUE "P".
               88 CR-CANCELADA VALUE "C".

      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADPED01.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               03 DIA-NAS PIC 99.
               03 MES-NAS PIC 99.
               03 ANO-NAS PIC 9999.
           02 TELEFONE PIC X(30).
           02 ENDERECO PIC X(50).
           02 NUMERO   PIC 9(6).
           02 COMPLEMENTO PIC X(30).
           02 BAIRRO      PIC X(30).
           02 CIDADE      PIC X(30).
           02 CEP         PIC X(8).
           02 ESTADO      PIC AA.
           02 EMAIL       PIC X(50).
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
           02 FD-OPCOES.
               03 FD-IMPORTADO  PIC 9(01).
               03 FD-GARANTIA   PIC 9(01).
               03 FD-DURAVEL    PIC 9(01).
           02 FD-QTD-ESTOQUE    PIC 9(06).
           02 FD-CUSTO-MEDIO    PIC 9(6)V99.
           02 FD-DESC-QTDE      PIC 9(06).
           02 FD-DESC-PCT       PIC 99V99.
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

      *    ALIQUOTAS DE IMPOSTO POR TIPO DE PRODUTO E UF DO CLIENTE
       FD  TAXAIMP.
       01  REGISTRO-TAXAIMP.
           02 TX-CHAVE.
               03 TX-TIPO   PIC 9(01).
               03 TX-ESTADO PIC AA.
           02 TX-ALIQUOTA   PIC 99V99.

      *    SALDO POR PRODUTO X DEPOSITO (MANTIDO POR GRAVA-MOVESTOQUE)
       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-CONSIG.
           02 FS-CONSIG-1 PIC 9.
           02 FS-CONSIG-2 PIC 9.
           02 FS-CONSIG-R REDEFINES FS-CONSIG-2 PIC 99 COMP-X.
       01  FS-CONSMOV.
           02 FS-CONSMOV-1 PIC 9.
           02 FS-CONSMOV-2 PIC 9.
           02 FS-CONSMOV-R REDEFINES FS-CONSMOV-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEN-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-TAXAIMP.
           02 FS-TAXAIMP-1 PIC 9.
           02 FS-TAXAIMP-2 PIC 9.
           02 FS-TAXAIMP-R REDEFINES FS-TAXAIMP-2 PIC 99 COMP-X.
       01  FS-SALDODEP.
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
      *    FILIAL DO OPERADOR (BUSCA-FILIAL) - VAI NO PEDIDO
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
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WCM-ENTIDADE   PIC X(10) VALUE "CONSIGNA".
       77  WPED-ENTIDADE  PIC X(10) VALUE "PEDIDO".
       77  WDOCUMENTO     PIC 9(06) VALUE ZERO.
       77  WSEQ           PIC 9(02) VALUE ZERO.
       77  WCLIENTE       PIC 9(06) VALUE ZERO.
       77  WESTADO-CLI    PIC AA VALUE SPACES.
       77  WDEPOSITO      PIC 9(02) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WQUANTIDADE    PIC 9(06) VALUE ZERO.
       77  WVALUNIT       PIC 9(6)V99 VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WED-QTDE       PIC Z(5)9.
       77  WED-VALOR      PIC Z(5)9.99.
       77  WED-TOTAL      PIC Z(7)9.99.
      *    DEPOSITOS RESERVADOS - 98 CONSIGNACAO, 99 TRANSITO
       77  WDEP-CONSIGNA  PIC 9(02) VALUE 98.
       77  WDEP-TRANSITO  PIC 9(02) VALUE 99.
      *    SALDO DO PRODUTO NUM DEPOSITO (SALDODEP.DAT)
       77  WSD-PRODUTO    PIC 9(06) VALUE ZERO.
       77  WSD-DEPOSITO   PIC 9(02) VALUE ZERO.
       77  WSALDO-DEP     PIC S9(07) VALUE ZERO.
       77  WJA-DIGITADO   PIC 9(07) VALUE ZERO.
      *    MOVIMENTOS DE ESTOQUE (GRAVA-MOVESTOQUE)
       77  WMV-SAIDA      PIC X VALUE "X".
       77  WMV-ENTRADA    PIC X VALUE "T".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
      *    ITENS DA REMESSA EM DIGITACAO (ATE 20)
       01  TAB-REMESSA.
           02 RM-ITEM OCCURS 20 TIMES.
               03 RM-PRODUTO    PIC 9(06).
               03 RM-QUANTIDADE PIC 9(06).
               03 RM-VALUNIT    PIC 9(6)V99.
       77  QT-REMESSA     PIC 9(02) VALUE ZERO.
      *    SALDOS DO CLIENTE NO ACERTO (ATE 20 PRODUTOS - O LIMITE
      *    DE LINHAS DE UM PEDIDO)
       01  TAB-ACERTO.
           02 AC-ITEM OCCURS 20 TIMES.
               03 AC-PRODUTO    PIC 9(06).
               03 AC-SALDO      PIC 9(06).
               03 AC-VALUNIT    PIC 9(6)V99.
               03 AC-VENDIDA    PIC 9(06).
               03 AC-DEVOLVIDA  PIC 9(06).
       77  QT-ACERTO      PIC 9(02) VALUE ZERO.
       77  WMAIS-SALDOS   PIC X VALUE "N".
       77  IND-ITEM       PIC 9(02) VALUE ZERO.
       77  WQT-VENDIDA    PIC 9(06) VALUE ZERO.
       77  WQT-DEVOLVIDA  PIC 9(06) VALUE ZERO.
       77  WT-VENDIDA     PIC 9(07) VALUE ZERO.
       77  WT-DEVOLVIDA   PIC 9(07) VALUE ZERO.
      *    PEDIDO DO VENDIDO E A PARCELA UNICA DO CONTAS A RECEBER
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WVENDEDOR      PIC 9(04) VALUE ZERO.
       77  WDIAS-PRAZO    PIC S9(5) VALUE ZERO.
       77  WVENCIMENTO    PIC 9(08) VALUE ZERO.
       77  WQT-LINHAS     PIC 9(02) VALUE ZERO.
       77  WVALOR-LINHA   PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-TOTAL   PIC 9(8)V99 VALUE ZERO.
       77  WALIQUOTA      PIC 99V99 VALUE ZERO.
       77  WDEP-RETORNO   PIC 9(02) VALUE ZERO.
      *    POSICAO DO CLIENTE (CONSULTA)
       77  WT-SALDO       PIC 9(07) VALUE ZERO.
       77  WT-VALOR       PIC 9(8)V99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CONSIG.
           IF FS-CONSIG = "35"
               OPEN OUTPUT CONSIG
               CLOSE CONSIG
               OPEN I-O CONSIG
           END-IF.
           OPEN I-O CONSMOV.
           IF FS-CONSMOV = "35"
               OPEN OUTPUT CONSMOV
               CLOSE CONSMOV
               OPEN I-O CONSMOV
           END-IF.
           OPEN I-O PEDIDOS.
           OPEN I-O PEDITENS.
           OPEN I-O CONTASREC.
           IF FS-CONTASREC = "35"
               OPEN OUTPUT CONTASREC
               CLOSE CONTASREC
               OPEN I-O CONTASREC
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT ARQ1.
           OPEN INPUT TAXAIMP.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "CONSIGNACAO EM CLIENTES" AT 0430
               DISPLAY "ACAO R-REMESSA A-ACERTO C-CONSULTAR" AT 0505
               DISPLAY "X-SAIR [.]" AT 0548
               ACCEPT WACAO AT 0556
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE CONSIG CONSMOV PEDIDOS PEDITENS CONTASREC
                           CLIENTES ARQ1 TAXAIMP
                       EXIT PROGRAM
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM REMESSA-CONSIGNACAO
                           THRU REMESSA-CONSIGNACAO-EXIT
                   WHEN WACAO = "A" OR WACAO = "a"
                       PERFORM ACERTO-CONSIGNACAO
                           THRU ACERTO-CONSIGNACAO-EXIT
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM CONSULTA-POSICAO
                           THRU CONSULTA-POSICAO-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    CLIENTE DA CONSIGNACAO
      *----------------------------------------------------------------*
           BUSCA-CLIENTE.
               MOVE "N" TO WACHOU
               DISPLAY "CLIENTE  [......]" AT 0705
               MOVE ZERO TO WCLIENTE
               ACCEPT WCLIENTE AT 0715
               MOVE WCLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO" AT 1905
                       GO TO BUSCA-CLIENTE-EXIT
               END-READ
               MOVE "S" TO WACHOU
               MOVE ESTADO TO WESTADO-CLI
               DISPLAY NOME (1:40) AT 0723
               .
           BUSCA-CLIENTE-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    REMESSA: DEPOSITO DE ORIGEM E ITENS (PRODUTO, QUANTIDADE E
      *    PRECO COMBINADO, ATE 20), CONFERIDOS CONTRA O SALDO DA
      *    ORIGEM. NADA E GRAVADO ATE A CONFIRMACAO.
      *----------------------------------------------------------------*
           REMESSA-CONSIGNACAO.
               PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-EXIT
               IF WACHOU = "N"
                   GO TO REMESSA-CONSIGNACAO-EXIT
               END-IF
               DISPLAY "DEPOSITO DE ORIGEM [..]" AT 0805
               MOVE ZERO TO WDEPOSITO
               ACCEPT WDEPOSITO AT 0825
               IF WDEPOSITO = ZERO
                   MOVE 1 TO WDEPOSITO
                   DISPLAY WDEPOSITO AT 0825
               END-IF
               IF WDEPOSITO = WDEP-CONSIGNA OR
                  WDEPOSITO = WDEP-TRANSITO
                   DISPLAY "DEPOSITO RESERVADO (98 CONSIGNACAO,"
                       " 99 TRANSITO)" AT 1905
                   GO TO REMESSA-CONSIGNACAO-EXIT
               END-IF
               MOVE ZERO TO QT-REMESSA
               MOVE 1 TO WPRODUTO
               PERFORM DIGITA-ITEM-REMESSA
                   THRU DIGITA-ITEM-REMESSA-EXIT
                   UNTIL WPRODUTO = ZERO OR QT-REMESSA = 20
               IF QT-REMESSA = ZERO
                   DISPLAY "REMESSA SEM ITENS" AT 1905
                   GO TO REMESSA-CONSIGNACAO-EXIT
               END-IF
               DISPLAY SPACES AT 1905
               DISPLAY "CONFIRMA A REMESSA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1930
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO REMESSA-CONSIGNACAO-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WCM-ENTIDADE, WDOCUMENTO
               MOVE ZERO TO WSEQ
               PERFORM POSTA-ITEM-REMESSA
                   VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > QT-REMESSA
               MOVE SPACES TO WCHAVE-AUD
               STRING WDOCUMENTO "/" WCLIENTE
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CONSIG01", "REMESSA", WCHAVE-AUD
               DISPLAY SPACES AT 1905
               DISPLAY "REMESSA EM CONSIGNACAO NUMERO" AT 1905
               DISPLAY WDOCUMENTO AT 1935
               .
           REMESSA-CONSIGNACAO-EXIT.
               EXIT.
           DIGITA-ITEM-REMESSA.
               DISPLAY "PRODUTO (0=FIM) [......]   " AT 1005
               MOVE ZERO TO WPRODUTO
               ACCEPT WPRODUTO AT 1022
               IF WPRODUTO = ZERO
                   GO TO DIGITA-ITEM-REMESSA-EXIT
               END-IF
               DISPLAY SPACES AT 1905
               DISPLAY SPACES AT 1105
               DISPLAY SPACES AT 1205
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO DIGITA-ITEM-REMESSA-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 1032
               MOVE WPRODUTO  TO WSD-PRODUTO
               MOVE WDEPOSITO TO WSD-DEPOSITO
               PERFORM CONSULTA-SALDO-DEPOSITO
               MOVE ZERO TO WJA-DIGITADO
               PERFORM SOMA-JA-DIGITADO
                   VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > QT-REMESSA
               SUBTRACT WJA-DIGITADO FROM WSALDO-DEP
               DISPLAY "QUANTIDADE [......]" AT 1105
               MOVE ZERO TO WQUANTIDADE
               ACCEPT WQUANTIDADE AT 1117
               DISPLAY FD-UNIDADE AT 1125
               DISPLAY "SALDO NA ORIGEM" AT 1132
               IF WSALDO-DEP > ZERO
                   MOVE WSALDO-DEP TO WED-QTDE
               ELSE
                   MOVE ZERO TO WED-QTDE
               END-IF
               DISPLAY WED-QTDE AT 1148
               IF WQUANTIDADE = ZERO
                   GO TO DIGITA-ITEM-REMESSA-EXIT
               END-IF
               IF WQUANTIDADE > WSALDO-DEP
                   DISPLAY "SALDO DO DEPOSITO DE ORIGEM INSUFICIENTE"
                       AT 1905
                   GO TO DIGITA-ITEM-REMESSA-EXIT
               END-IF
      *        PRECO SUGERIDO: O DA CONSIGNACAO JA EXISTENTE PARA O
      *        CLIENTE, SENAO O PRECO DE TABELA
               MOVE FD-VALUNIT TO WVALUNIT
               MOVE WCLIENTE TO CS-CLIENTE
               MOVE WPRODUTO TO CS-PRODUTO
               READ CONSIG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CS-VALUNIT TO WVALUNIT
               END-READ
               DISPLAY "PRECO UNITARIO [........]" AT 1205
               DISPLAY WVALUNIT AT 1221
               ACCEPT WVALUNIT AT 1221
               IF WVALUNIT = ZERO
                   MOVE FD-VALUNIT TO WVALUNIT
                   DISPLAY WVALUNIT AT 1221
               END-IF
               ADD 1 TO QT-REMESSA
               MOVE WPRODUTO    TO RM-PRODUTO (QT-REMESSA)
               MOVE WQUANTIDADE TO RM-QUANTIDADE (QT-REMESSA)
               MOVE WVALUNIT    TO RM-VALUNIT (QT-REMESSA)
               DISPLAY "ITENS NA REMESSA           " AT 1405
               DISPLAY QT-REMESSA AT 1432
               .
           DIGITA-ITEM-REMESSA-EXIT.
               EXIT.
      *    O MESMO PRODUTO PODE VIR EM MAIS DE UMA LINHA - O SALDO DA
      *    ORIGEM TEM DE COBRIR A SOMA
           SOMA-JA-DIGITADO.
               IF RM-PRODUTO (IND-ITEM) = WPRODUTO
                   ADD RM-QUANTIDADE (IND-ITEM) TO WJA-DIGITADO
               END-IF
               .
      *    SALDO DO PRODUTO NO DEPOSITO (SALDODEP.DAT) - SEM
      *    REGISTRO O SALDO DO DEPOSITO E ZERO. O ARQUIVO SO FICA
      *    ABERTO NA CONSULTA; QUEM GRAVA E O GRAVA-MOVESTOQUE.
           CONSULTA-SALDO-DEPOSITO.
               MOVE ZERO TO WSALDO-DEP
               OPEN INPUT SALDODEP
               IF FS-SALDODEP = "00"
                   MOVE WSD-PRODUTO  TO SD-PRODUTO
                   MOVE WSD-DEPOSITO TO SD-DEPOSITO
                   READ SALDODEP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SD-SALDO TO WSALDO-DEP
                   END-READ
                   CLOSE SALDODEP
               END-IF
               .
      *    O ITEM SAI DA ORIGEM E ENTRA NA CONSIGNACAO (DEPOSITO 98);
      *    O SALDO DO CLIENTE SOBE E GUARDA O PRECO E O CUSTO DO DIA
           POSTA-ITEM-REMESSA.
               MOVE RM-PRODUTO (IND-ITEM) TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-QTD-ESTOQUE
                       MOVE ZERO TO FD-CUSTO-MEDIO
               END-READ
               MOVE RM-QUANTIDADE (IND-ITEM) TO WMV-QUANTIDADE
               MOVE SPACES TO WMV-LOTE
               CALL "GRAVA-MOVESTOQUE" USING RM-PRODUTO (IND-ITEM),
                   WMV-SAIDA, WMV-QUANTIDADE, FD-QTD-ESTOQUE,
                   WDEPOSITO, WMV-LOTE
               CALL "GRAVA-MOVESTOQUE" USING RM-PRODUTO (IND-ITEM),
                   WMV-ENTRADA, WMV-QUANTIDADE, FD-QTD-ESTOQUE,
                   WDEP-CONSIGNA, WMV-LOTE
               MOVE WCLIENTE TO CS-CLIENTE
               MOVE RM-PRODUTO (IND-ITEM) TO CS-PRODUTO
               READ CONSIG
                   INVALID KEY
                       MOVE ZERO TO CS-SALDO
                       MOVE ZERO TO CS-DATA-ACERTO
                       MOVE ZERO TO CS-QTD-REMETIDA
                       MOVE ZERO TO CS-QTD-VENDIDA
                       MOVE ZERO TO CS-QTD-DEVOLVIDA
               END-READ
               ADD RM-QUANTIDADE (IND-ITEM) TO CS-SALDO
               ADD RM-QUANTIDADE (IND-ITEM) TO CS-QTD-REMETIDA
               MOVE RM-VALUNIT (IND-ITEM) TO CS-VALUNIT
               MOVE FD-CUSTO-MEDIO TO CS-CUSTO
               MOVE WDATA-SISTEMA  TO CS-DATA-REMESSA
               IF FS-CONSIG = "00"
                   REWRITE REGISTRO-CONSIG
               ELSE
                   WRITE REGISTRO-CONSIG
               END-IF
               MOVE "R" TO CM-TIPO
               MOVE RM-PRODUTO (IND-ITEM)    TO CM-PRODUTO
               MOVE RM-QUANTIDADE (IND-ITEM) TO CM-QUANTIDADE
               MOVE RM-VALUNIT (IND-ITEM)    TO CM-VALUNIT
               MOVE WDEPOSITO TO CM-DEPOSITO
               MOVE ZERO      TO CM-PEDIDO
               PERFORM GRAVA-MOVIMENTO
               .
           GRAVA-MOVIMENTO.
               ADD 1 TO WSEQ
               MOVE WDOCUMENTO     TO CM-DOCUMENTO
               MOVE WSEQ           TO CM-SEQ
               MOVE WCLIENTE       TO CM-CLIENTE
               MOVE FD-CUSTO-MEDIO TO CM-CUSTO
               MOVE WDATA-SISTEMA  TO CM-DATA
               MOVE WOPERADOR      TO CM-OPERADOR
               WRITE REGISTRO-CONSMOV
                   INVALID KEY
                       REWRITE REGISTRO-CONSMOV
               END-WRITE
               .
      *----------------------------------------------------------------*
      *    ACERTO: PARA CADA PRODUTO COM SALDO NO CLIENTE O OPERADOR
      *    DIGITA O VENDIDO E O DEVOLVIDO (A SOMA NAO PASSA DO SALDO;
      *    O QUE NAO FOR INFORMADO CONTINUA EM CONSIGNACAO).
      *----------------------------------------------------------------*
           ACERTO-CONSIGNACAO.
               PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-EXIT
               IF WACHOU = "N"
                   GO TO ACERTO-CONSIGNACAO-EXIT
               END-IF
               PERFORM CARREGA-SALDOS
               IF QT-ACERTO = ZERO
                   DISPLAY "CLIENTE SEM SALDO EM CONSIGNACAO" AT 1905
                   GO TO ACERTO-CONSIGNACAO-EXIT
               END-IF
               PERFORM CABECALHO-ACERTO
               MOVE ZERO TO WT-VENDIDA
               MOVE ZERO TO WT-DEVOLVIDA
               MOVE ZERO TO WVALOR-TOTAL
               PERFORM DIGITA-ITEM-ACERTO
                   VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > QT-ACERTO
               IF WT-VENDIDA = ZERO AND WT-DEVOLVIDA = ZERO
                   DISPLAY "NADA VENDIDO NEM DEVOLVIDO - ACERTO NAO"
                       " EFETUADO" AT 1905
                   GO TO ACERTO-CONSIGNACAO-EXIT
               END-IF
               DISPLAY SPACES AT 1905
               DISPLAY "VALOR VENDIDO" AT 1905
               MOVE WVALOR-TOTAL TO WED-TOTAL
               DISPLAY WED-TOTAL AT 1920
               IF WMAIS-SALDOS = "S"
                   DISPLAY "MAIS DE 20 PRODUTOS - OS DEMAIS NO PROXIMO"
                       " ACERTO" AT 1935
               END-IF
               IF WT-VENDIDA > ZERO
                   DISPLAY "VENDEDOR [....]" AT 2005
                   MOVE ZERO TO WVENDEDOR
                   ACCEPT WVENDEDOR AT 2015
                   DISPLAY "PRAZO (DIAS) [...]" AT 2025
                   MOVE 30 TO WDIAS-PRAZO
                   DISPLAY WDIAS-PRAZO AT 2039
                   ACCEPT WDIAS-PRAZO AT 2039
               END-IF
               IF WT-DEVOLVIDA > ZERO
                   DISPLAY "DEP. RETORNO [..]" AT 2045
                   MOVE ZERO TO WDEP-RETORNO
                   ACCEPT WDEP-RETORNO AT 2059
                   IF WDEP-RETORNO = ZERO
                       MOVE 1 TO WDEP-RETORNO
                       DISPLAY WDEP-RETORNO AT 2059
                   END-IF
                   IF WDEP-RETORNO = WDEP-CONSIGNA OR
                      WDEP-RETORNO = WDEP-TRANSITO
                       DISPLAY "DEPOSITO RESERVADO (98 CONSIGNACAO,"
                           " 99 TRANSITO)" AT 2105
                       GO TO ACERTO-CONSIGNACAO-EXIT
                   END-IF
               END-IF
               DISPLAY "CONFIRMA O ACERTO [S-N][.]" AT 2105
               ACCEPT OPCAO AT 2129
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO ACERTO-CONSIGNACAO-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WCM-ENTIDADE, WDOCUMENTO
               MOVE ZERO TO WSEQ
               MOVE ZERO TO WPED-CODIGO
               IF WT-VENDIDA > ZERO
                   PERFORM GERA-PEDIDO-ACERTO
               END-IF
               PERFORM POSTA-ITEM-ACERTO
                   VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > QT-ACERTO
               MOVE SPACES TO WCHAVE-AUD
               STRING WDOCUMENTO "/" WPED-CODIGO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CONSIG01", "ACERTO", WCHAVE-AUD
               DISPLAY SPACES AT 2105
               DISPLAY "ACERTO NUMERO" AT 2105
               DISPLAY WDOCUMENTO AT 2119
               IF WPED-CODIGO > ZERO
                   DISPLAY "PEDIDO" AT 2127
                   DISPLAY WPED-CODIGO AT 2134
                   DISPLAY "- FATURAR NO FATPED01" AT 2141
               END-IF
               .
           ACERTO-CONSIGNACAO-EXIT.
               EXIT.
           CARREGA-SALDOS.
               MOVE ZERO TO QT-ACERTO
               MOVE "N" TO WMAIS-SALDOS
               PERFORM POSICIONA-SALDOS
               PERFORM GUARDA-SALDO
                   UNTIL FS-CONSIG NOT = "00"
               MOVE "00" TO FS-CONSIG
               .
           GUARDA-SALDO.
               IF CS-SALDO > ZERO
                   IF QT-ACERTO = 20
                       MOVE "S" TO WMAIS-SALDOS
                   ELSE
                       ADD 1 TO QT-ACERTO
                       MOVE CS-PRODUTO TO AC-PRODUTO (QT-ACERTO)
                       MOVE CS-SALDO   TO AC-SALDO (QT-ACERTO)
                       MOVE CS-VALUNIT TO AC-VALUNIT (QT-ACERTO)
                       MOVE ZERO       TO AC-VENDIDA (QT-ACERTO)
                       MOVE ZERO       TO AC-DEVOLVIDA (QT-ACERTO)
                   END-IF
               END-IF
               PERFORM LE-SALDO
               .
           POSICIONA-SALDOS.
               MOVE WCLIENTE TO CS-CLIENTE
               MOVE ZEROS    TO CS-PRODUTO
               START CONSIG KEY NOT LESS THAN CS-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CONSIG
               END-START
               IF FS-CONSIG = "00"
                   PERFORM LE-SALDO
               END-IF
               .
           LE-SALDO.
               READ CONSIG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONSIG
               END-READ
               IF FS-CONSIG = "00" AND CS-CLIENTE NOT = WCLIENTE
                   MOVE "10" TO FS-CONSIG
               END-IF
               .
           CABECALHO-ACERTO.
               DISPLAY "PRODUTO" AT 0905
               DISPLAY "DESCRICAO" AT 0912
               DISPLAY "SALDO" AT 0932
               DISPLAY "PRECO UN" AT 0939
               DISPLAY "VENDIDO" AT 0948
               DISPLAY "DEVOLVE" AT 0956
               MOVE 10 TO WLINHA-TELA
               .
           QUEBRA-PAGINA.
               IF WLINHA-TELA > 18
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "CONSIGNACAO EM CLIENTES" AT 0430
                   DISPLAY "CLIENTE" AT 0705
                   DISPLAY WCLIENTE AT 0715
                   PERFORM CABECALHO-ACERTO
               END-IF
               .
           MOSTRA-SALDO.
               PERFORM QUEBRA-PAGINA
               MOVE AC-PRODUTO (IND-ITEM) TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY AC-PRODUTO (IND-ITEM)
                   AT LINE WLINHA-TELA COL 05
               DISPLAY FD-PRODUTO (1:18) AT LINE WLINHA-TELA COL 12
               MOVE AC-SALDO (IND-ITEM) TO WED-QTDE
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 31
               MOVE AC-VALUNIT (IND-ITEM) TO WED-VALOR
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 38
               .
      *    VENDIDO + DEVOLVIDO ACIMA DO SALDO (OU VENDIDO ACIMA DO
      *    LIMITE DE UMA LINHA DE PEDIDO) ZERA A LINHA
           DIGITA-ITEM-ACERTO.
               PERFORM MOSTRA-SALDO
               MOVE ZERO TO WQT-VENDIDA
               MOVE ZERO TO WQT-DEVOLVIDA
               ACCEPT WQT-VENDIDA AT LINE WLINHA-TELA COL 48
               ACCEPT WQT-DEVOLVIDA AT LINE WLINHA-TELA COL 56
               IF WQT-VENDIDA + WQT-DEVOLVIDA > AC-SALDO (IND-ITEM) OR
                  WQT-VENDIDA > 9999
                   DISPLAY "QUANTIDADE ACIMA DO SALDO - LINHA ZERADA"
                       AT 1905
                   MOVE ZERO TO WQT-VENDIDA
                   MOVE ZERO TO WQT-DEVOLVIDA
                   DISPLAY WQT-VENDIDA AT LINE WLINHA-TELA COL 48
                   DISPLAY WQT-DEVOLVIDA AT LINE WLINHA-TELA COL 56
               ELSE
                   DISPLAY SPACES AT 1905
               END-IF
               MOVE WQT-VENDIDA   TO AC-VENDIDA (IND-ITEM)
               MOVE WQT-DEVOLVIDA TO AC-DEVOLVIDA (IND-ITEM)
               ADD WQT-VENDIDA   TO WT-VENDIDA
               ADD WQT-DEVOLVIDA TO WT-DEVOLVIDA
               COMPUTE WVALOR-TOTAL = WVALOR-TOTAL +
                   WQT-VENDIDA * AC-VALUNIT (IND-ITEM)
               ADD 1 TO WLINHA-TELA
               .
      *----------------------------------------------------------------*
      *    PEDIDO DO VENDIDO: UMA LINHA POR PRODUTO PELO PRECO DA
      *    CONSIGNACAO, IMPOSTO PELA ALIQUOTA DO TIPO X UF, SEM FRETE
      *    (A MERCADORIA JA ESTA NO CLIENTE) E UMA PARCELA UNICA NO
      *    CONTAS A RECEBER NO PRAZO DIGITADO (DIA UTIL). O PEDIDO
      *    NASCE ABERTO, SEM RESERVA - A MERCADORIA NAO ESTA NOS
      *    DEPOSITOS DE VENDA - E SEGUE PARA O FATPED01.
      *----------------------------------------------------------------*
           GERA-PEDIDO-ACERTO.
               CALL "PROXIMO-NUMERO" USING WPED-ENTIDADE, WPED-CODIGO
               MOVE ZERO TO WQT-LINHAS
               MOVE ZERO TO WVALOR-TOTAL
               PERFORM GRAVA-LINHA-PEDIDO
                   VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > QT-ACERTO
               MOVE WPED-CODIGO   TO PED-CODIGO
               MOVE WCLIENTE      TO PED-CLIENTE
               MOVE WVENDEDOR     TO PED-VENDEDOR
               MOVE WDATA-SISTEMA TO PED-DATA
               MOVE WQT-LINHAS    TO PED-QTD-ITENS
               MOVE WVALOR-TOTAL  TO PED-VALOR-TOTAL
               MOVE "A"           TO PED-STATUS
               MOVE ZERO          TO PED-DATA-FATUR
               MOVE ZERO          TO PED-CONDPG
               MOVE ZERO          TO PED-DATA-SEPAR
               MOVE ZERO          TO PED-FRETE
               MOVE ZERO          TO PED-ENTREGA
               MOVE WFILIAL       TO PED-FILIAL
               WRITE REGISTRO-PEDIDOS
                   INVALID KEY
                       REWRITE REGISTRO-PEDIDOS
               END-WRITE
               MOVE WPED-CODIGO   TO CR-PEDIDO
               MOVE 1             TO CR-PARCELA
               MOVE WCLIENTE      TO CR-CLIENTE
               MOVE WVALOR-TOTAL  TO CR-VALOR
               CALL "DIAUTIL1" USING WDATA-SISTEMA, WDIAS-PRAZO,
                   WVENCIMENTO
               MOVE WVENCIMENTO   TO CR-VENCIMENTO
               MOVE ZERO          TO CR-VALOR-PAGO
               MOVE ZERO          TO CR-DATA-PGTO
               MOVE "A"           TO CR-STATUS
               WRITE REGISTRO-CONTASREC
                   INVALID KEY
                       REWRITE REGISTRO-CONTASREC
               END-WRITE
               MOVE WPED-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CONSIG01", "GRAVOUPED", WCHAVE-AUD
               .
           GRAVA-LINHA-PEDIDO.
               IF AC-VENDIDA (IND-ITEM) > ZERO
                   MOVE AC-PRODUTO (IND-ITEM) TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE ZERO TO FD-TIPO
                   END-READ
                   COMPUTE WVALOR-LINHA =
                       AC-VENDIDA (IND-ITEM) * AC-VALUNIT (IND-ITEM)
                   MOVE ZERO TO WALIQUOTA
                   MOVE FD-TIPO     TO TX-TIPO
                   MOVE WESTADO-CLI TO TX-ESTADO
                   READ TAXAIMP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TX-ALIQUOTA TO WALIQUOTA
                   END-READ
                   ADD 1 TO WQT-LINHAS
                   MOVE WPED-CODIGO           TO ITM-PEDIDO
                   MOVE WQT-LINHAS            TO ITM-LINHA
                   MOVE AC-PRODUTO (IND-ITEM) TO ITM-PRODUTO
                   MOVE AC-VENDIDA (IND-ITEM) TO ITM-QUANTIDADE
                   MOVE AC-VALUNIT (IND-ITEM) TO ITM-VALUNIT
                   MOVE WVALOR-LINHA          TO ITM-VALOR-LINHA
                   MOVE ZERO                  TO ITM-DESCONTO
                   COMPUTE ITM-IMPOSTO ROUNDED =
                       WVALOR-LINHA * WALIQUOTA / 100
      *            O CUSTO E CONGELADO NO FATURAMENTO (FATPED01)
                   MOVE ZERO                  TO ITM-CUSTO-MEDIO
                   WRITE REGISTRO-ITEM
                       INVALID KEY
                           REWRITE REGISTRO-ITEM
                   END-WRITE
                   ADD WVALOR-LINHA TO WVALOR-TOTAL
               END-IF
               .
      *    BAIXA O SALDO DO CLIENTE, REGISTRA A VENDA (LIGADA AO
      *    PEDIDO) E DEVOLVE O RESTANTE DO DEPOSITO 98 AO DE RETORNO
           POSTA-ITEM-ACERTO.
               IF AC-VENDIDA (IND-ITEM) > ZERO OR
                  AC-DEVOLVIDA (IND-ITEM) > ZERO
                   MOVE AC-PRODUTO (IND-ITEM) TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE ZERO TO FD-QTD-ESTOQUE
                           MOVE ZERO TO FD-CUSTO-MEDIO
                   END-READ
                   MOVE WCLIENTE TO CS-CLIENTE
                   MOVE AC-PRODUTO (IND-ITEM) TO CS-PRODUTO
                   READ CONSIG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SUBTRACT AC-VENDIDA (IND-ITEM) FROM CS-SALDO
                           SUBTRACT AC-DEVOLVIDA (IND-ITEM)
                               FROM CS-SALDO
                           ADD AC-VENDIDA (IND-ITEM) TO CS-QTD-VENDIDA
                           ADD AC-DEVOLVIDA (IND-ITEM)
                               TO CS-QTD-DEVOLVIDA
                           MOVE WDATA-SISTEMA TO CS-DATA-ACERTO
                           REWRITE REGISTRO-CONSIG
                   END-READ
               END-IF
               IF AC-VENDIDA (IND-ITEM) > ZERO
                   MOVE "V" TO CM-TIPO
                   MOVE AC-PRODUTO (IND-ITEM) TO CM-PRODUTO
                   MOVE AC-VENDIDA (IND-ITEM) TO CM-QUANTIDADE
                   MOVE AC-VALUNIT (IND-ITEM) TO CM-VALUNIT
                   MOVE WDEP-CONSIGNA         TO CM-DEPOSITO
                   MOVE WPED-CODIGO           TO CM-PEDIDO
                   PERFORM GRAVA-MOVIMENTO
               END-IF
               IF AC-DEVOLVIDA (IND-ITEM) > ZERO
                   MOVE AC-DEVOLVIDA (IND-ITEM) TO WMV-QUANTIDADE
                   MOVE SPACES TO WMV-LOTE
                   CALL "GRAVA-MOVESTOQUE" USING AC-PRODUTO (IND-ITEM),
                       WMV-SAIDA, WMV-QUANTIDADE, FD-QTD-ESTOQUE,
                       WDEP-CONSIGNA, WMV-LOTE
                   CALL "GRAVA-MOVESTOQUE" USING AC-PRODUTO (IND-ITEM),
                       WMV-ENTRADA, WMV-QUANTIDADE, FD-QTD-ESTOQUE,
                       WDEP-RETORNO, WMV-LOTE
                   MOVE "D" TO CM-TIPO
                   MOVE AC-PRODUTO (IND-ITEM)   TO CM-PRODUTO
                   MOVE AC-DEVOLVIDA (IND-ITEM) TO CM-QUANTIDADE
                   MOVE AC-VALUNIT (IND-ITEM)   TO CM-VALUNIT
                   MOVE WDEP-RETORNO            TO CM-DEPOSITO
                   MOVE ZERO                    TO CM-PEDIDO
                   PERFORM GRAVA-MOVIMENTO
               END-IF
               .
      *----------------------------------------------------------------*
      *    POSICAO DO CLIENTE: SALDO, PRECO, VALOR E DATAS DA ULTIMA
      *    REMESSA E DO ULTIMO ACERTO DE CADA PRODUTO
      *----------------------------------------------------------------*
           CONSULTA-POSICAO.
               PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-EXIT
               IF WACHOU = "N"
                   GO TO CONSULTA-POSICAO-EXIT
               END-IF
               PERFORM CABECALHO-POSICAO
               MOVE ZERO TO WT-SALDO
               MOVE ZERO TO WT-VALOR
               PERFORM POSICIONA-SALDOS
               PERFORM LISTA-SALDO
                   UNTIL FS-CONSIG NOT = "00"
               MOVE "00" TO FS-CONSIG
               IF WT-SALDO = ZERO
                   DISPLAY "CLIENTE SEM SALDO EM CONSIGNACAO" AT 1905
               ELSE
                   DISPLAY "TOTAL EM CONSIGNACAO" AT 1905
                   MOVE WT-SALDO TO WED-QTDE
                   DISPLAY WED-QTDE AT 1931
                   MOVE WT-VALOR TO WED-TOTAL
                   DISPLAY WED-TOTAL AT 1940
               END-IF
               .
           CONSULTA-POSICAO-EXIT.
               EXIT.
           CABECALHO-POSICAO.
               DISPLAY "PRODUTO" AT 0905
               DISPLAY "DESCRICAO" AT 0912
               DISPLAY "SALDO" AT 0932
               DISPLAY "PRECO UN" AT 0939
               DISPLAY "VALOR" AT 0951
               DISPLAY "REMESSA" AT 0960
               DISPLAY "ACERTO" AT 0969
               MOVE 10 TO WLINHA-TELA
               .
           LISTA-SALDO.
               IF CS-SALDO > ZERO
                   IF WLINHA-TELA > 18
                       DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                       ACCEPT OPCAO AT 2335
                       DISPLAY SPACE ERASE EOS
                       DISPLAY "CONSIGNACAO EM CLIENTES" AT 0430
                       DISPLAY "CLIENTE" AT 0705
                       DISPLAY WCLIENTE AT 0715
                       PERFORM CABECALHO-POSICAO
                   END-IF
                   MOVE CS-PRODUTO TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
                   END-READ
                   DISPLAY CS-PRODUTO AT LINE WLINHA-TELA COL 05
                   DISPLAY FD-PRODUTO (1:18)
                       AT LINE WLINHA-TELA COL 12
                   MOVE CS-SALDO TO WED-QTDE
                   DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 31
                   MOVE CS-VALUNIT TO WED-VALOR
                   DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 38
                   COMPUTE WVALOR-LINHA = CS-SALDO * CS-VALUNIT
                   MOVE WVALOR-LINHA TO WED-TOTAL
                   DISPLAY WED-TOTAL AT LINE WLINHA-TELA COL 47
                   DISPLAY CS-DATA-REMESSA AT LINE WLINHA-TELA COL 59
                   IF CS-DATA-ACERTO > ZERO
                       DISPLAY CS-DATA-ACERTO
                           AT LINE WLINHA-TELA COL 68
                   END-IF
                   ADD CS-SALDO TO WT-SALDO
                   ADD WVALOR-LINHA TO WT-VALOR
                   ADD 1 TO WLINHA-TELA
               END-IF
               PERFORM LE-SALDO
               .
       END PROGRAM CONSIGNACAO-CLIENTE.
