      ******************************************************************
      *
      *     PAINEL01 - PAINEL GERENCIAL DIARIO (RESUMO DE UMA PAGINA)
      *     RODA NO FIM DA CADEIA DE LOTE (BATCH001) E RESUME NUMA
      *     SO PAGINA OS NUMEROS QUE O GERENTE BUSCAVA EM SEIS
      *     RELATORIOS, CADA UM AO LADO DO MESMO DIA DO MES ANTERIOR
      *     (DIA INEXISTENTE NO MES ANTERIOR CAI NO ULTIMO DIA):
      *         FATURAMENTO E MARGEM DO DIA E DO MES ATE O DIA
      *             (PEDIDO.DAT X PEDITEM.DAT, CUSTO CONGELADO NO
      *             ITEM COMO NO RELLUC01);
      *         PEDIDOS NOVOS, CARTEIRA EM ABERTO E BACKORDERS
      *             PENDENTES (BACKORD.DAT);
      *         TITULOS A RECEBER VENCENDO NO DIA E VENCIDOS
      *             (CONTASREC.DAT) E RECEBIMENTOS DO DIA (MOVCAIXA);
      *         CONTAS A PAGAR VENCENDO NA SEMANA (CONTASPAG.DAT);
      *         POSICAO DE CAIXA DO LIVRO CAIXA (DADOS001.DAT);
      *         VALOR DO ESTOQUE E ITENS ABAIXO DO MINIMO (CADPRO);
      *         PASSOS DO LOTE QUE FALHARAM (EXECCTL.DAT).
      *     O DIA DO MOVIMENTO E A DATA DO PROCESSAMENTO. OS NUMEROS
      *     DO MES ANTERIOR SAO RECALCULADOS PELAS DATAS GRAVADAS NOS
      *     ARQUIVOS, MENOS O ESTOQUE, QUE NAO GUARDA HISTORICO - A
      *     FOTO DO ESTOQUE DE CADA DIA FICA EM PAINELH.DAT E A
      *     COMPARACAO USA A FOTO DO DIA (S/HIST QUANDO NAO HA).
      *     O RESUMO VAI PARA O SPOOL (GRAVA-SPOOL) COM O CODIGO
      *     PAINEL01 E DALI PARA OS ASSINANTES (DISTREL1/ASSREL01).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. PAINEL01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PED-CODIGO
           FILE STATUS IS FS-PEDIDOS.

           SELECT PEDITENS ASSIGN TO "PEDITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-CHAVE
           FILE STATUS IS FS-PEDITENS.

           SELECT BACKORD ASSIGN TO "BACKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BO-CHAVE
           FILE STATUS IS FS-BACKORD.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT MOVCAIXA ASSIGN TO "MOVCAIXA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVCAIXA.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CP-CHAVE
           FILE STATUS IS FS-CONTASPAG.

           SELECT LANCAMENTOS ASSIGN TO "DADOS001.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT CONTROLE ASSIGN TO "EXECCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLE.

           SELECT PAINELH ASSIGN TO "PAINELH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAINELH.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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

       FD  BACKORD.
       01  REGISTRO-BACKORDER.
           02 BO-CHAVE.
               03 BO-PEDIDO    PIC 9(06).
               03 BO-LINHA     PIC 9(02).
           02 BO-PRODUTO       PIC 9(06).
           02 BO-CLIENTE       PIC 9(06).
           02 BO-QTD-PENDENTE  PIC 9(04).
           02 BO-DEPOSITO      PIC 9(02).
           02 BO-DATA          PIC 9(08).
           02 BO-DATA-LIBER    PIC 9(08).
           02 BO-STATUS        PIC X.
               88 BO-PENDENTE  VALUE "P".
               88 BO-LIBERADA  VALUE "L".
               88 BO-CANCELADA VALUE "C".

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

       FD  MOVCAIXA.
       01  LINHA-MOVCAIXA.
           02 MC-DATA      PIC 9(08).
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

       FD  LANCAMENTOS.
       01  REGISTRO-LANCAMENTO.
           02 TR-CONTA   PIC 9(05).
           02 FILLER     PIC X.
           02 TR-TIPO    PIC X.
               88 TR-CREDITO VALUE "C" "c".
               88 TR-DEBITO  VALUE "D" "d".
           02 FILLER     PIC X.
           02 TR-VALOR   PIC 9(8)V99.
           02 FILLER     PIC X.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

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

      *    CONTROLE DE EXECUCAO DO BATCH001
       FD  CONTROLE.
       01  LINHA-CONTROLE.
           02 CTL-DATA      PIC 9(08).
           02 FILLER        PIC X.
           02 CTL-SEQ       PIC 9(02).
           02 FILLER        PIC X.
           02 CTL-PROGRAMA  PIC X(10).
           02 FILLER        PIC X.
           02 CTL-STATUS    PIC X(06).
           02 FILLER        PIC X.
           02 CTL-HORA-INI  PIC 9(06).
           02 FILLER        PIC X.
           02 CTL-HORA-FIM  PIC 9(06).

      *    FOTO DIARIA DO ESTOQUE PARA A COMPARACAO DO MES SEGUINTE
       FD  PAINELH.
       01  LINHA-PAINELH.
           02 PH-DATA        PIC 9(08).
           02 FILLER         PIC X     VALUE SPACE.
           02 PH-ESTOQUE-VL  PIC 9(12)V99.
           02 FILLER         PIC X     VALUE SPACE.
           02 PH-ABAIXO-MIN  PIC 9(05).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       01  SEQ-REG.
           02 WREL-LINHA PIC X(200).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEN-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-BACKORD.
           02 FS-BACKORD-1 PIC 9.
           02 FS-BACKORD-2 PIC 9.
           02 FS-BACKORD-R REDEFINES FS-BACKORD-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASREC-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CONTASPAG.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPAG-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       77  FS-MOVCAIXA    PIC XX VALUE SPACES.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       77  FS-CONTROLE    PIC XX VALUE SPACES.
       77  FS-PAINELH     PIC XX VALUE SPACES.
       77  FS-SEQ         PIC XX VALUE SPACES.
       77  WSEQ-SIZE      PIC 9(06) VALUE ZEROS.

       77  WOPERADOR      PIC X(10) VALUE "PAINEL01".
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WDATA-AUX      PIC 9(08) VALUE ZERO.
       77  WFIM-MES-ANT   PIC 9(08) VALUE ZERO.
       77  WLINHA         PIC 9(02) VALUE ZERO.
       77  WCUSTO-ITEM    PIC 9(6)V99 VALUE ZERO.
       77  WCUSTO-LINHA   PIC 9(8)V99 VALUE ZERO.
       77  IND1           PIC 9(01) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (SOMADIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE "SOMADIAS".
       77  WDATAUTIL-DATA2  PIC 9(08) VALUE ZERO.
       77  WDATAUTIL-DIAS   PIC S9(5) VALUE ZERO.
       77  WDATAUTIL-DIA    PIC X(09) VALUE SPACES.

      *    COLUNA 1 = DIA DO MOVIMENTO; COLUNA 2 = MESMO DIA DO MES
      *    ANTERIOR
       01  TAB-PERIODOS.
           02 TP-ITEM OCCURS 2 TIMES.
               03 TP-DATA        PIC 9(08).
               03 TP-INICIO-MES  PIC 9(08).
               03 TP-FIM-SEMANA  PIC 9(08).
       01  TAB-INDICADORES.
           02 TI-ITEM OCCURS 2 TIMES.
               03 TI-FAT-DIA      PIC 9(10)V99.
               03 TI-CUSTO-DIA    PIC 9(10)V99.
               03 TI-FAT-MES      PIC 9(10)V99.
               03 TI-CUSTO-MES    PIC 9(10)V99.
               03 TI-NOVOS-QT     PIC 9(05).
               03 TI-NOVOS-VL     PIC 9(10)V99.
               03 TI-CARTEIRA-QT  PIC 9(05).
               03 TI-CARTEIRA-VL  PIC 9(10)V99.
               03 TI-BACKORD-QT   PIC 9(05).
               03 TI-REC-DIA      PIC 9(10)V99.
               03 TI-REC-VENCIDO  PIC 9(10)V99.
               03 TI-RECEBIDO     PIC 9(10)V99.
               03 TI-PAG-SEMANA   PIC 9(10)V99.
               03 TI-CAIXA        PIC S9(10)V99.
               03 TI-ESTOQUE-VL   PIC 9(12)V99.
               03 TI-ABAIXO-MIN   PIC 9(05).
               03 TI-TEM-ESTOQUE  PIC X.
               03 TI-FALHAS       PIC 9(03).

      *    MONTAGEM DAS LINHAS DO PAINEL
       77  WROTULO        PIC X(30) VALUE SPACES.
       77  WVALOR-1       PIC S9(12)V99 VALUE ZERO.
       77  WVALOR-2       PIC S9(12)V99 VALUE ZERO.
       77  WVARIACAO      PIC S9(12)V99 VALUE ZERO.
       77  WMARGEM        PIC S9(10)V99 VALUE ZERO.
       77  WTEM-ANTERIOR  PIC X VALUE "S".
       77  WED-VALOR-1    PIC -(11)9.99.
       77  WED-VALOR-2    PIC -(11)9.99.
       77  WED-VARIACAO   PIC -(11)9.99.
       77  WED-QTDE-1     PIC -(14)9.
       77  WED-QTDE-2     PIC -(14)9.
       77  WED-QTDE-VAR   PIC -(14)9.
       77  WED-PCT        PIC -ZZ9.99.
       01  WCOL-2         PIC X(15) VALUE SPACES.
       01  WCOL-VAR       PIC X(15) VALUE SPACES.

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "PAINEL01".
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.

      *    MONTAGEM DA LINHA "T" DO VISREL
       77  WREL-TEXTO   PIC X(120) VALUE SPACES.
       01  WREL-T.
           02 FILLER    PIC X(26) VALUE SPACES.
           02 WREL-T-B  PIC X(120) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-PEDIDOS THRU 2000-EXIT
           PERFORM 2500-APURA-BACKORDERS THRU 2500-EXIT
           PERFORM 3000-APURA-RECEBER THRU 3000-EXIT
           PERFORM 3500-APURA-RECEBIMENTOS THRU 3500-EXIT
           PERFORM 4000-APURA-PAGAR THRU 4000-EXIT
           PERFORM 4500-APURA-CAIXA THRU 4500-EXIT
           PERFORM 5000-APURA-ESTOQUE THRU 5000-EXIT
           PERFORM 5500-APURA-LOTE THRU 5500-EXIT
           PERFORM 6000-IMPRIME-PAINEL
           PERFORM 9999-ENCERRA
           .
      *----------------------------------------------------------------*
      *    DATAS DAS DUAS COLUNAS: O MESMO DIA DO MES ANTERIOR SAI DO
      *    ULTIMO DIA DAQUELE MES (VESPERA DO DIA 01 DESTE MES)
      *----------------------------------------------------------------*
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TAB-INDICADORES
           MOVE WDATA-SISTEMA TO TP-DATA (1)
           MOVE WDATA-SISTEMA TO TP-INICIO-MES (1)
           MOVE "01" TO TP-INICIO-MES (1) (7:2)
           MOVE -1 TO WDATAUTIL-DIAS
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, TP-INICIO-MES (1),
               WDATAUTIL-DATA2, WDATAUTIL-DIAS, WDATAUTIL-DIA,
               WFIM-MES-ANT
           MOVE WFIM-MES-ANT TO TP-DATA (2)
           IF WDATA-SISTEMA (7:2) < WFIM-MES-ANT (7:2)
               MOVE WDATA-SISTEMA (7:2) TO TP-DATA (2) (7:2)
           END-IF
           MOVE TP-DATA (2) TO TP-INICIO-MES (2)
           MOVE "01" TO TP-INICIO-MES (2) (7:2)
           MOVE 6 TO WDATAUTIL-DIAS
           PERFORM 1100-FIM-SEMANA
               VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 2
           DISPLAY "PAINEL GERENCIAL DIARIO - " TP-DATA (1)
               " X " TP-DATA (2)
           .
       1100-FIM-SEMANA.
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, TP-DATA (IND1),
               WDATAUTIL-DATA2, WDATAUTIL-DIAS, WDATAUTIL-DIA,
               TP-FIM-SEMANA (IND1)
           .
      *----------------------------------------------------------------*
      *    PEDIDOS: FATURAMENTO/MARGEM (PELOS ITENS), PEDIDOS NOVOS E
      *    CARTEIRA EM ABERTO NA DATA (DIGITADO ATE A DATA, NAO
      *    CANCELADO E AINDA NAO FATURADO NAQUELA DATA)
      *----------------------------------------------------------------*
       2000-APURA-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           OPEN INPUT PEDITENS
           PERFORM 2100-LE-PEDIDO
           PERFORM 2200-TRATA-PEDIDO
               UNTIL FS-PEDIDOS NOT = "00"
           CLOSE PEDIDOS PEDITENS
           .
       2000-EXIT.
           EXIT.
       2100-LE-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
       2200-TRATA-PEDIDO.
           IF NOT PED-CANCELADO
               PERFORM 2300-PEDIDO-NA-COLUNA
                   VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 2
           END-IF
           PERFORM 2100-LE-PEDIDO
           .
       2300-PEDIDO-NA-COLUNA.
           IF PED-DATA = TP-DATA (IND1)
               ADD 1 TO TI-NOVOS-QT (IND1)
               ADD PED-VALOR-TOTAL TO TI-NOVOS-VL (IND1)
           END-IF
           IF PED-DATA NOT > TP-DATA (IND1)
               IF NOT PED-FATURADO
                  OR PED-DATA-FATUR > TP-DATA (IND1)
                   ADD 1 TO TI-CARTEIRA-QT (IND1)
                   ADD PED-VALOR-TOTAL TO TI-CARTEIRA-VL (IND1)
               END-IF
           END-IF
           IF PED-FATURADO
              AND PED-DATA-FATUR NOT < TP-INICIO-MES (IND1)
              AND PED-DATA-FATUR NOT > TP-DATA (IND1)
               PERFORM 2400-SOMA-ITEM
                   VARYING WLINHA FROM 1 BY 1
                   UNTIL WLINHA > PED-QTD-ITENS
           END-IF
           .
       2400-SOMA-ITEM.
           MOVE PED-CODIGO TO ITM-PEDIDO
           MOVE WLINHA     TO ITM-LINHA
           READ PEDITENS
               INVALID KEY
                   MOVE ZERO TO ITM-VALOR-LINHA ITM-QUANTIDADE
                                ITM-CUSTO-MEDIO
           END-READ
           MOVE ITM-CUSTO-MEDIO TO WCUSTO-ITEM
           COMPUTE WCUSTO-LINHA ROUNDED =
               WCUSTO-ITEM * ITM-QUANTIDADE
           ADD ITM-VALOR-LINHA TO TI-FAT-MES (IND1)
           ADD WCUSTO-LINHA    TO TI-CUSTO-MES (IND1)
           IF PED-DATA-FATUR = TP-DATA (IND1)
               ADD ITM-VALOR-LINHA TO TI-FAT-DIA (IND1)
               ADD WCUSTO-LINHA    TO TI-CUSTO-DIA (IND1)
           END-IF
           .
      *----------------------------------------------------------------*
      *    BACKORDER PENDENTE NA DATA: ABERTO ATE ELA E AINDA NAO
      *    LIBERADO NAQUELA DATA
      *----------------------------------------------------------------*
       2500-APURA-BACKORDERS.
           OPEN INPUT BACKORD
           IF FS-BACKORD NOT = "00"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2600-LE-BACKORDER
           PERFORM 2700-TRATA-BACKORDER
               UNTIL FS-BACKORD NOT = "00"
           CLOSE BACKORD
           .
       2500-EXIT.
           EXIT.
       2600-LE-BACKORDER.
           READ BACKORD NEXT RECORD
               AT END
                   MOVE "10" TO FS-BACKORD
           END-READ
           .
       2700-TRATA-BACKORDER.
           PERFORM 2800-BACKORDER-NA-COLUNA
               VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 2
           PERFORM 2600-LE-BACKORDER
           .
       2800-BACKORDER-NA-COLUNA.
           IF BO-DATA NOT > TP-DATA (IND1)
               IF BO-PENDENTE
                  OR (BO-LIBERADA AND BO-DATA-LIBER > TP-DATA (IND1))
                   ADD 1 TO TI-BACKORD-QT (IND1)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    A RECEBER: VENCENDO NO DIA (VALOR DO TITULO) E VENCIDO NA
      *    DATA (EM ABERTO NAQUELE DIA - HOJE EM ABERTO OU PAGO
      *    DEPOIS DELE)
      *----------------------------------------------------------------*
       3000-APURA-RECEBER.
           OPEN INPUT CONTASREC
           IF FS-CONTASREC NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LE-TITULO
           PERFORM 3200-TRATA-TITULO
               UNTIL FS-CONTASREC NOT = "00"
           CLOSE CONTASREC
           .
       3000-EXIT.
           EXIT.
       3100-LE-TITULO.
           READ CONTASREC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTASREC
           END-READ
           .
       3200-TRATA-TITULO.
           IF NOT CR-CANCELADA
               PERFORM 3300-TITULO-NA-COLUNA
                   VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 2
           END-IF
           PERFORM 3100-LE-TITULO
           .
       3300-TITULO-NA-COLUNA.
           IF CR-VENCIMENTO = TP-DATA (IND1)
               ADD CR-VALOR TO TI-REC-DIA (IND1)
           END-IF
           IF CR-VENCIMENTO < TP-DATA (IND1)
               IF CR-ABERTA
                   COMPUTE TI-REC-VENCIDO (IND1) =
                       TI-REC-VENCIDO (IND1) + CR-VALOR - CR-VALOR-PAGO
               END-IF
               IF CR-PAGA AND CR-DATA-PGTO > TP-DATA (IND1)
                   ADD CR-VALOR TO TI-REC-VENCIDO (IND1)
               END-IF
           END-IF
           .
       3500-APURA-RECEBIMENTOS.
           OPEN INPUT MOVCAIXA
           IF FS-MOVCAIXA NOT = "00"
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-LE-MOVCAIXA
           PERFORM 3700-TRATA-MOVCAIXA
               UNTIL FS-MOVCAIXA NOT = "00"
           CLOSE MOVCAIXA
           .
       3500-EXIT.
           EXIT.
       3600-LE-MOVCAIXA.
           READ MOVCAIXA
               AT END
                   MOVE "10" TO FS-MOVCAIXA
           END-READ
           .
       3700-TRATA-MOVCAIXA.
           IF MC-DATA = TP-DATA (1)
               ADD MC-VALOR TO TI-RECEBIDO (1)
           END-IF
           IF MC-DATA = TP-DATA (2)
               ADD MC-VALOR TO TI-RECEBIDO (2)
           END-IF
           PERFORM 3600-LE-MOVCAIXA
           .
      *----------------------------------------------------------------*
      *    A PAGAR: VENCIMENTOS DO DIA ATE 6 DIAS DEPOIS
      *----------------------------------------------------------------*
       4000-APURA-PAGAR.
           OPEN INPUT CONTASPAG
           IF FS-CONTASPAG NOT = "00"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LE-CONTA
           PERFORM 4200-TRATA-CONTA
               UNTIL FS-CONTASPAG NOT = "00"
           CLOSE CONTASPAG
           .
       4000-EXIT.
           EXIT.
       4100-LE-CONTA.
           READ CONTASPAG NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTASPAG
           END-READ
           .
       4200-TRATA-CONTA.
           IF NOT CP-CANCELADA
               PERFORM 4300-CONTA-NA-COLUNA
                   VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 2
           END-IF
           PERFORM 4100-LE-CONTA
           .
       4300-CONTA-NA-COLUNA.
           IF CP-VENCIMENTO NOT < TP-DATA (IND1)
              AND CP-VENCIMENTO NOT > TP-FIM-SEMANA (IND1)
               ADD CP-VALOR TO TI-PAG-SEMANA (IND1)
           END-IF
           .
      *----------------------------------------------------------------*
      *    POSICAO DE CAIXA: SALDO DO LIVRO CAIXA (MESMA CONTA DO
      *    DADOS001) COM OS LANCAMENTOS ATE A DATA
      *----------------------------------------------------------------*
       4500-APURA-CAIXA.
           OPEN INPUT LANCAMENTOS
           IF FS-LANCAMENTOS NOT = "00"
               GO TO 4500-EXIT
           END-IF
           PERFORM 4600-LE-LANCAMENTO
           PERFORM 4700-TRATA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           CLOSE LANCAMENTOS
           .
       4500-EXIT.
           EXIT.
       4600-LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       4700-TRATA-LANCAMENTO.
           PERFORM 4800-LANCAMENTO-NA-COLUNA
               VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 2
           PERFORM 4600-LE-LANCAMENTO
           .
       4800-LANCAMENTO-NA-COLUNA.
           IF TR-DATA NOT > TP-DATA (IND1)
               IF TR-CREDITO
                   ADD TR-VALOR TO TI-CAIXA (IND1)
               ELSE
                   SUBTRACT TR-VALOR FROM TI-CAIXA (IND1)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    ESTOQUE: FOTO DE HOJE PELO CADASTRO; A DO MES ANTERIOR VEM
      *    DO HISTORICO DO PAINEL (ULTIMA FOTO GRAVADA NAQUELE DIA)
      *----------------------------------------------------------------*
       5000-APURA-ESTOQUE.
           OPEN INPUT ARQ1
           IF FS-ARQ1 = "00"
               MOVE "S" TO TI-TEM-ESTOQUE (1)
               PERFORM 5100-LE-PRODUTO
               PERFORM 5200-TRATA-PRODUTO
                   UNTIL FS-ARQ1 NOT = "00"
               CLOSE ARQ1
           END-IF
           OPEN INPUT PAINELH
           IF FS-PAINELH = "00"
               PERFORM 5300-LE-HISTORICO
               PERFORM 5400-TRATA-HISTORICO
                   UNTIL FS-PAINELH NOT = "00"
               CLOSE PAINELH
           END-IF
           IF TI-TEM-ESTOQUE (1) NOT = "S"
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND PAINELH
           IF FS-PAINELH = "35"
               OPEN OUTPUT PAINELH
           END-IF
           MOVE SPACES            TO LINHA-PAINELH
           MOVE TP-DATA (1)       TO PH-DATA
           MOVE TI-ESTOQUE-VL (1) TO PH-ESTOQUE-VL
           MOVE TI-ABAIXO-MIN (1) TO PH-ABAIXO-MIN
           WRITE LINHA-PAINELH
           CLOSE PAINELH
           .
       5000-EXIT.
           EXIT.
       5100-LE-PRODUTO.
           READ ARQ1 NEXT RECORD
               AT END
                   MOVE "10" TO FS-ARQ1
           END-READ
           .
       5200-TRATA-PRODUTO.
           COMPUTE TI-ESTOQUE-VL (1) = TI-ESTOQUE-VL (1) +
               FD-QTD-ESTOQUE * FD-CUSTO-MEDIO
           IF FD-ESTOQUE-MINIMO > ZERO
              AND FD-QTD-ESTOQUE < FD-ESTOQUE-MINIMO
               ADD 1 TO TI-ABAIXO-MIN (1)
           END-IF
           PERFORM 5100-LE-PRODUTO
           .
       5300-LE-HISTORICO.
           READ PAINELH
               AT END
                   MOVE "10" TO FS-PAINELH
           END-READ
           .
       5400-TRATA-HISTORICO.
           IF PH-DATA = TP-DATA (2)
               MOVE "S"           TO TI-TEM-ESTOQUE (2)
               MOVE PH-ESTOQUE-VL TO TI-ESTOQUE-VL (2)
               MOVE PH-ABAIXO-MIN TO TI-ABAIXO-MIN (2)
           END-IF
           PERFORM 5300-LE-HISTORICO
           .
      *----------------------------------------------------------------*
      *    PASSOS DO LOTE QUE TERMINARAM EM FALHA (OU FORAM PULADOS
      *    POR DEPENDENCIA QUE FALHOU) NO DIA
      *----------------------------------------------------------------*
       5500-APURA-LOTE.
           OPEN INPUT CONTROLE
           IF FS-CONTROLE NOT = "00"
               GO TO 5500-EXIT
           END-IF
           PERFORM 5600-LE-CONTROLE
           PERFORM 5700-TRATA-CONTROLE
               UNTIL FS-CONTROLE NOT = "00"
           CLOSE CONTROLE
           .
       5500-EXIT.
           EXIT.
       5600-LE-CONTROLE.
           READ CONTROLE
               AT END
                   MOVE "10" TO FS-CONTROLE
           END-READ
           .
       5700-TRATA-CONTROLE.
           IF CTL-STATUS = "FALHA" OR CTL-STATUS = "DEPFAL"
               IF CTL-DATA = TP-DATA (1)
                   ADD 1 TO TI-FALHAS (1)
               END-IF
               IF CTL-DATA = TP-DATA (2)
                   ADD 1 TO TI-FALHAS (2)
               END-IF
           END-IF
           PERFORM 5600-LE-CONTROLE
           .
      *================================================================*
      *    UMA PAGINA: INDICADOR, DIA, MESMO DIA DO MES ANTERIOR E A
      *    VARIACAO - NA TELA (LOG DO LOTE) E NO SPOOL
      *================================================================*
       6000-IMPRIME-PAINEL.
           CALL "GRAVA-SPOOL" USING WSPOOL-REL, WOPERADOR,
               WNOME-SPOOL
           OPEN OUTPUT SEQ-ARQ
           MOVE SPACES TO WREL-LINHA
           MOVE "QJ 92" TO WREL-LINHA
           MOVE 5 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "F 101000Arial" TO WREL-LINHA
           MOVE 13 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-TEXTO
           STRING "PAINEL GERENCIAL DIARIO - MOVIMENTO DE "
               TP-DATA (1) " X MESMO DIA DO MES ANTERIOR "
               TP-DATA (2) DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 6900-GRAVA-LINHA
           MOVE SPACES TO WREL-TEXTO
           STRING "INDICADOR                     "
               "            DIA   MES ANTERIOR       VARIACAO"
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 6900-GRAVA-LINHA
           MOVE "S" TO WTEM-ANTERIOR
      *    VENDAS
           MOVE "FATURAMENTO DO DIA" TO WROTULO
           MOVE TI-FAT-DIA (1) TO WVALOR-1
           MOVE TI-FAT-DIA (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "MARGEM DO DIA" TO WROTULO
           COMPUTE WVALOR-1 = TI-FAT-DIA (1) - TI-CUSTO-DIA (1)
           COMPUTE WVALOR-2 = TI-FAT-DIA (2) - TI-CUSTO-DIA (2)
           PERFORM 6100-LINHA-VALOR
           MOVE "FATURAMENTO NO MES ATE O DIA" TO WROTULO
           MOVE TI-FAT-MES (1) TO WVALOR-1
           MOVE TI-FAT-MES (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "MARGEM NO MES ATE O DIA" TO WROTULO
           COMPUTE WVALOR-1 = TI-FAT-MES (1) - TI-CUSTO-MES (1)
           COMPUTE WVALOR-2 = TI-FAT-MES (2) - TI-CUSTO-MES (2)
           PERFORM 6100-LINHA-VALOR
           PERFORM 6300-LINHA-PERCENTUAL
           MOVE "PEDIDOS NOVOS (QTDE)" TO WROTULO
           MOVE TI-NOVOS-QT (1) TO WVALOR-1
           MOVE TI-NOVOS-QT (2) TO WVALOR-2
           PERFORM 6200-LINHA-QTDE
           MOVE "PEDIDOS NOVOS (VALOR)" TO WROTULO
           MOVE TI-NOVOS-VL (1) TO WVALOR-1
           MOVE TI-NOVOS-VL (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "CARTEIRA EM ABERTO (QTDE)" TO WROTULO
           MOVE TI-CARTEIRA-QT (1) TO WVALOR-1
           MOVE TI-CARTEIRA-QT (2) TO WVALOR-2
           PERFORM 6200-LINHA-QTDE
           MOVE "CARTEIRA EM ABERTO (VALOR)" TO WROTULO
           MOVE TI-CARTEIRA-VL (1) TO WVALOR-1
           MOVE TI-CARTEIRA-VL (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "BACKORDERS PENDENTES" TO WROTULO
           MOVE TI-BACKORD-QT (1) TO WVALOR-1
           MOVE TI-BACKORD-QT (2) TO WVALOR-2
           PERFORM 6200-LINHA-QTDE
      *    FINANCEIRO
           MOVE "A RECEBER VENCENDO NO DIA" TO WROTULO
           MOVE TI-REC-DIA (1) TO WVALOR-1
           MOVE TI-REC-DIA (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "A RECEBER VENCIDO" TO WROTULO
           MOVE TI-REC-VENCIDO (1) TO WVALOR-1
           MOVE TI-REC-VENCIDO (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "RECEBIMENTOS DO DIA" TO WROTULO
           MOVE TI-RECEBIDO (1) TO WVALOR-1
           MOVE TI-RECEBIDO (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "A PAGAR NOS PROXIMOS 7 DIAS" TO WROTULO
           MOVE TI-PAG-SEMANA (1) TO WVALOR-1
           MOVE TI-PAG-SEMANA (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "POSICAO DE CAIXA" TO WROTULO
           MOVE TI-CAIXA (1) TO WVALOR-1
           MOVE TI-CAIXA (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
      *    ESTOQUE - COMPARACAO SO COM FOTO GRAVADA NO HISTORICO
           IF TI-TEM-ESTOQUE (2) NOT = "S"
               MOVE "N" TO WTEM-ANTERIOR
           END-IF
           MOVE "VALOR DO ESTOQUE" TO WROTULO
           MOVE TI-ESTOQUE-VL (1) TO WVALOR-1
           MOVE TI-ESTOQUE-VL (2) TO WVALOR-2
           PERFORM 6100-LINHA-VALOR
           MOVE "ITENS ABAIXO DO MINIMO" TO WROTULO
           MOVE TI-ABAIXO-MIN (1) TO WVALOR-1
           MOVE TI-ABAIXO-MIN (2) TO WVALOR-2
           PERFORM 6200-LINHA-QTDE
           MOVE "S" TO WTEM-ANTERIOR
      *    LOTE
           MOVE "PASSOS DO LOTE COM FALHA" TO WROTULO
           MOVE TI-FALHAS (1) TO WVALOR-1
           MOVE TI-FALHAS (2) TO WVALOR-2
           PERFORM 6200-LINHA-QTDE
           CLOSE SEQ-ARQ
           DISPLAY "PAINEL GRAVADO NO SPOOL: " WNOME-SPOOL
           .
       6100-LINHA-VALOR.
           MOVE WVALOR-1 TO WED-VALOR-1
           MOVE WVALOR-2 TO WED-VALOR-2
           COMPUTE WVARIACAO = WVALOR-1 - WVALOR-2
           MOVE WVARIACAO TO WED-VARIACAO
           MOVE WED-VALOR-2  TO WCOL-2
           MOVE WED-VARIACAO TO WCOL-VAR
           PERFORM 6400-MONTA-LINHA
           .
       6200-LINHA-QTDE.
           MOVE WVALOR-1 TO WED-QTDE-1
           MOVE WVALOR-2 TO WED-QTDE-2
           COMPUTE WVARIACAO = WVALOR-1 - WVALOR-2
           MOVE WVARIACAO TO WED-QTDE-VAR
           MOVE WED-QTDE-2   TO WCOL-2
           MOVE WED-QTDE-VAR TO WCOL-VAR
           MOVE SPACES TO WREL-TEXTO
           IF WTEM-ANTERIOR NOT = "S"
               MOVE "         S/HIST" TO WCOL-2
               MOVE SPACES TO WCOL-VAR
           END-IF
           STRING WROTULO WED-QTDE-1 WCOL-2 WCOL-VAR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 6900-GRAVA-LINHA
           .
      *    MARGEM DO MES SOBRE O FATURAMENTO, EM PERCENTUAL
       6300-LINHA-PERCENTUAL.
           MOVE SPACES TO WREL-TEXTO
           MOVE ZERO TO WMARGEM
           IF TI-FAT-MES (1) > ZERO
               COMPUTE WMARGEM ROUNDED = (TI-FAT-MES (1) -
                   TI-CUSTO-MES (1)) * 100 / TI-FAT-MES (1)
           END-IF
           MOVE WMARGEM TO WED-PCT
           STRING "  MARGEM % NO MES             " "        " WED-PCT
               DELIMITED BY SIZE INTO WREL-TEXTO
           MOVE ZERO TO WMARGEM
           IF TI-FAT-MES (2) > ZERO
               COMPUTE WMARGEM ROUNDED = (TI-FAT-MES (2) -
                   TI-CUSTO-MES (2)) * 100 / TI-FAT-MES (2)
           END-IF
           MOVE WMARGEM TO WED-PCT
           MOVE WED-PCT TO WREL-TEXTO (54:7)
           PERFORM 6900-GRAVA-LINHA
           .
       6400-MONTA-LINHA.
           MOVE SPACES TO WREL-TEXTO
           IF WTEM-ANTERIOR NOT = "S"
               MOVE "         S/HIST" TO WCOL-2
               MOVE SPACES TO WCOL-VAR
           END-IF
           STRING WROTULO WED-VALOR-1 WCOL-2 WCOL-VAR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 6900-GRAVA-LINHA
           .
       6900-GRAVA-LINHA.
           DISPLAY WREL-TEXTO
           MOVE SPACES TO WREL-T-B
           MOVE WREL-TEXTO TO WREL-T-B
           MOVE WREL-T TO WREL-LINHA
           MOVE "T 009900002009600000100010" TO WREL-LINHA (1:26)
           MOVE 146 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "RH" TO WREL-LINHA
           MOVE "00018" TO WREL-LINHA (4:5)
           MOVE 8 TO WSEQ-SIZE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-LINHA
           MOVE "QL" TO WREL-LINHA
           MOVE 2 TO WSEQ-SIZE
           WRITE SEQ-REG
           .
       9999-ENCERRA.
           GOBACK
           .
       END PROGRAM PAINEL01.
