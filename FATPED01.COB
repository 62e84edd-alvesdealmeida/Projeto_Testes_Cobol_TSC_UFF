      *     GRAVA-MOVESTOQUE ATE ONDE O SALDO ALCANCA, DEIXA O
      *     RESTANTE COMO BACKORDER (BACKORD.DAT) E CARIMBA O PEDIDO
      *     COMO FATURADO, PARA QUE A RECONCILIACAO NOTURNA
      *     (ESTREC01) VEJA A VENDA NO MESMO DIA. PRODUTO COM
      *     GARANTIA (FD-GARANTIA = 1) EXIGE O NUMERO DE SERIE DE
      *     CADA UNIDADE EXPEDIDA, QUE FICA LIGADO AO CLIENTE E A
      *     NOTA FISCAL EM SERIAIS.DAT. O PEDIDO GERADO PELO ACERTO
      *     DE CONSIGNACAO (CONSIG01) SAI SEMPRE DO DEPOSITO 98, ONDE
      *     A MERCADORIA ESTAVA DESDE A REMESSA; OS DEPOSITOS 98 E 99
      *     NAO SAO ACEITOS NO FATURAMENTO DOS DEMAIS PEDIDOS.
      *     O FATURAMENTO E TUDO OU NADA: ANTES DE CADA GRAVACAO A
      *     IMAGEM DO REGISTRO VAI PARA O JORNAL (GRAVA-JORNAL) E NO
      *     FIM A TRANSACAO E CONFIRMADA. O QUE FICOU PELA METADE
      *     (TERMINAL CAIU) E DESFEITO OU CONCLUIDO POR RECUPERA-JORNAL
      *     NA PROXIMA ENTRADA DO OPERADOR, OU PELO PASSO RECJOR01.
      *
      ******************************************************************

           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT NOTAFIS ASSIGN TO "NOTAFIS.DAT"
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-CHAVE
           FILE STATUS IS FS-SERIAIS.

           SELECT CONSMOV ASSIGN TO "CONSMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CHAVE
           ALTERNATE KEY IS CM-PEDIDO WITH DUPLICATES
           FILE STATUS IS FS-CONSMOV.

           SELECT SALDODEP ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
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

      *    BACKORDER - SALDO PENDENTE DE ENTREGA POR PEDIDO+LINHA,
      *    LIBERADO PELO PASSO DIARIO BACKORD1 QUANDO CHEGA COMPRA
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
      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADPED01.
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

      *    DOCUMENTO FISCAL - EMITIDO NO FATURAMENTO COM OS DADOS
      *    DO CLIENTE CONGELADOS NAQUELE MOMENTO; REIMPRESSAO E
           02 NF-CHAVE.
               03 NF-SERIE   PIC X(01).
               03 NF-NUMERO  PIC 9(06).
           02 NF-PEDIDO      PIC 9(06).
           02 NF-EMISSAO     PIC 9(08).
           02 NF-CLIENTE     PIC 9(06).
           02 NF-NOME        PIC X(50).
           02 NF-CPF         PIC 9(11).
           02 NF-ENDERECO    PIC X(50).
           02 NF-STATUS      PIC X.
               88 NF-EMITIDA   VALUE "E".
               88 NF-CANCELADA VALUE "C".
      *    DOCUMENTO DO DESTINATARIO: "F" CPF EM NF-CPF, "J" CNPJ
      *    E INSCRICAO ESTADUAL
           02 NF-TIPO-DOC    PIC X.
           02 NF-CNPJ        PIC 9(14).
           02 NF-IE          PIC X(15).
      *    FILIAL EMITENTE (SERIE DA FILIAL) E, NA NOTA DE
      *    TRANSFERENCIA ENTRE FILIAIS, A FILIAL DESTINATARIA
           02 NF-FILIAL      PIC 9(02).
           02 NF-FILIAL-DEST PIC 9(02).

       FD  NFITEM.
       01  REGISTRO-NFITEM.
               03 NI-SERIE   PIC X(01).
               03 NI-NUMERO  PIC 9(06).
               03 NI-LINHA   PIC 9(02).
           02 NI-PRODUTO     PIC 9(06).
           02 NI-QUANTIDADE  PIC 9(04).
           02 NI-VALUNIT     PIC 9(6)V99.
           02 NI-VALOR-LINHA PIC 9(8)V99.
       FD  RESERVAS.
       01  REGISTRO-RESERVA.
           02 RES-CHAVE.
               03 RES-PEDIDO  PIC 9(06).
               03 RES-PRODUTO PIC 9(06).
           02 RES-QUANTIDADE  PIC 9(06).

      *    LOTES COM VALIDADE (RECPOC01) - CONSUMIDOS AQUI POR FEFO
       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).

      *    NUMEROS DE SERIE (RECPOC01) - SAEM AQUI LIGADOS AO CLIENTE
      *    E A NOTA FISCAL DA VENDA
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

      *    MOVIMENTOS DE CONSIGNACAO (CONSIG01) - A LINHA DE VENDA
      *    DO ACERTO APONTA O PEDIDO GERADO PARA O FATURAMENTO
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

      *    SALDO POR DEPOSITO (GRAVA-MOVESTOQUE) - SO LIDO AQUI, PARA
      *    A IMAGEM DO JORNAL ANTES DA SAIDA
       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WMV-TIPO       PIC X     VALUE "S".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
           02 FS-NFITEM-1 PIC 9.
           02 FS-NFITEM-2 PIC 9.
           02 FS-NFITEM-R REDEFINES FS-NFITEM-2 PIC 99 COMP-X.
      *    SERIE E NUMERACAO DA NOTA SAO DA FILIAL DO PEDIDO
      *    (BUSCA-FILIAL)
       77  WNF-SERIE      PIC X(01) VALUE "1".
       77  WNF-ENTIDADE   PIC X(10) VALUE "NOTAFISCAL".
       77  WPED-FILIAL    PIC 9(02) VALUE 01.
       77  WTIPO-FIL      PIC X     VALUE "F".
       77  WCHAVE-FIL     PIC X(10) VALUE SPACES.
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       77  WNF-NUMERO     PIC 9(06) VALUE ZERO.
       77  WNF-TOT-IMP    PIC 9(8)V99 VALUE ZERO.
       77  WNF-TOT-PROD   PIC 9(8)V99 VALUE ZERO.
       77  WTOT-ATENDIDO  PIC 9(07) VALUE ZERO.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WLOTE-VALID    PIC 9(08) VALUE ZERO.
       77  WLOTE-BAIXA    PIC 9(06) VALUE ZERO.
      *    NUMEROS DE SERIE EXPEDIDOS NESTE FATURAMENTO - SO SAO
      *    LIGADOS A NOTA DEPOIS QUE ELA GANHA O NUMERO
       01  FS-SERIAIS.
           02 FS-SERIAIS-1 PIC 9.
           02 FS-SERIAIS-2 PIC 9.
           02 FS-SERIAIS-R REDEFINES FS-SERIAIS-2 PIC 99 COMP-X.
       01  TAB-SERIES.
           02 TS-ITEM OCCURS 50 TIMES.
               03 TS-PRODUTO  PIC 9(06).
               03 TS-SERIE    PIC X(20).
       77  QT-SERIES      PIC 9(02) VALUE ZERO.
       77  IND-SERIE      PIC 9(02) VALUE ZERO.
       77  QT-SERIES-ITEM PIC 9(04) VALUE ZERO.
       77  WSERIE         PIC X(20) VALUE SPACES.
       77  WSERIE-UNID    PIC 9(04) VALUE ZERO.
       77  WSERIE-OK      PIC X VALUE "N".
       77  WFIM-SERIES    PIC X VALUE "N".
       77  WLIMPA         PIC X(40) VALUE SPACES.
      *    PEDIDO DE ACERTO DE CONSIGNACAO - SAIDA PELO DEPOSITO 98
       01  FS-CONSMOV.
           02 FS-CONSMOV-1 PIC 9.
           02 FS-CONSMOV-2 PIC 9.
           02 FS-CONSMOV-R REDEFINES FS-CONSMOV-2 PIC 99 COMP-X.
       77  WCONSMOV-OK    PIC X VALUE "N".
       77  WPED-CONSIGNA  PIC X VALUE "N".
       77  WDEP-CONSIGNA  PIC 9(02) VALUE 98.
       77  WDEP-TRANSITO  PIC 9(02) VALUE 99.
      *    JORNAL DO FATURAMENTO (GRAVA-JORNAL / RECUPERA-JORNAL)
       01  FS-SALDODEP.
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       77  WJR-TRANSACAO  PIC 9(06) VALUE ZERO.
       77  WJR-ACAO       PIC X VALUE SPACE.
       01  WDADOS-JORNAL.
           02 WJR-PROGRAMA  PIC X(08) VALUE "FATPED01".
           02 WJR-OPERADOR  PIC X(10) VALUE SPACES.
           02 WJR-DOCUMENTO PIC X(20) VALUE SPACES.
           02 WJR-ARQUIVO   PIC X(08) VALUE SPACES.
           02 WJR-EXISTIA   PIC X VALUE SPACE.
           02 WJR-IMAGEM    PIC X(300) VALUE SPACES.
      *    LINHA QUE O GRAVA-MOVESTOQUE VAI GRAVAR NO ESTMOV.DAT
       01  WJR-MOVIMENTO.
           02 WJM-DATA       PIC 9(8).
           02 FILLER         PIC X VALUE SPACE.
           02 WJM-CODIGO     PIC 9(06).
           02 FILLER         PIC X VALUE SPACE.
           02 WJM-TIPO       PIC X.
           02 FILLER         PIC X VALUE SPACE.
           02 WJM-QUANTIDADE PIC 9(6).
           02 FILLER         PIC X VALUE SPACE.
           02 WJM-SALDO      PIC 9(6).
           02 FILLER         PIC X VALUE SPACE.
           02 WJM-DEPOSITO   PIC 9(2).
           02 FILLER         PIC X VALUE SPACE.
           02 WJM-LOTE       PIC X(10).
       77  WQT-DESFEITAS  PIC 9(04) VALUE ZERO.
       77  WQT-CONCLUIDAS PIC 9(04) VALUE ZERO.
       77  WREL-TEXTO  PIC X(120) VALUE SPACES.
       01  WREL-T.
           02 FILLER    PIC X(26) VALUE SPACES.
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
      *    FATURAMENTO DESTE OPERADOR QUE FICOU PELA METADE - OS DE
      *    OUTROS TERMINAIS PODEM ESTAR EM ANDAMENTO (RECJOR01)
           MOVE LK-OPERADOR TO WJR-OPERADOR.
           CALL "RECUPERA-JORNAL" USING WJR-PROGRAMA, WJR-OPERADOR,
               LK-OPERADOR, WQT-DESFEITAS, WQT-CONCLUIDAS.
           OPEN I-O PEDIDOS.
           OPEN I-O PEDITENS.
           OPEN I-O ARQ1.
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O SERIAIS.
           IF FS-SERIAIS = "35"
               OPEN OUTPUT SERIAIS
               CLOSE SERIAIS
               OPEN I-O SERIAIS
           END-IF.
           OPEN INPUT CONSMOV.
           IF FS-CONSMOV = "00"
               MOVE "S" TO WCONSMOV-OK
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           IF WQT-DESFEITAS > ZERO OR WQT-CONCLUIDAS > ZERO
               PERFORM AVISA-RECUPERACAO
           END-IF.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
               DISPLAY "QTD DE ITENS               " AT 1005
               DISPLAY "VALOR TOTAL                " AT 1105
               ACCEPT WPED-CODIGO                    AT 0625
               IF WPED-CODIGO = 999999 THEN
                   CLOSE PEDIDOS PEDITENS ARQ1 BACKORD CLIENTES
                       NOTAFIS NFITEM RESERVAS LOTES SERIAIS
                   IF WCONSMOV-OK = "S"
                       CLOSE CONSMOV
                   END-IF
                   EXIT PROGRAM
               END-IF
               PERFORM BUSCA-PEDIDO
               DISPLAY "ACAO  S-SEPARAR F-FATURAR  " AT 1305
               ACCEPT WACAO AT 1333
               IF WACAO = "F" OR WACAO = "f"
                   PERFORM VERIFICA-ACERTO-CONSIGNACAO
                   DISPLAY "DEPOSITO DE SAIDA [..]     " AT 1405
                   IF WPED-CONSIGNA = "S"
                       MOVE WDEP-CONSIGNA TO WDEPOSITO
                       DISPLAY WDEPOSITO AT 1424
                       DISPLAY "ACERTO DE CONSIGNACAO" AT 1430
                   ELSE
                       ACCEPT WDEPOSITO AT 1424
                       IF WDEPOSITO = ZERO
                           MOVE WFIL-DEPOSITO TO WDEPOSITO
                           IF WDEPOSITO = ZERO
                               MOVE 1 TO WDEPOSITO
                           END-IF
                           DISPLAY WDEPOSITO AT 1424
                       END-IF
                       IF WDEPOSITO = WDEP-CONSIGNA OR
                          WDEPOSITO = WDEP-TRANSITO
                           DISPLAY "DEPOSITO RESERVADO (98 CONSIGNACAO,"
                               " 99 TRANSITO)" AT 1905
                           MOVE "N" TO OPCAO
                           GO TO TELA-EXIT
                       END-IF
                   END-IF
               END-IF
               IF (WACAO = "S" OR WACAO = "s") AND NOT PED-ABERTO
               .
           TELA-EXIT.
               EXIT.
           AVISA-RECUPERACAO.
               DISPLAY SPACE ERASE EOS
               DISPLAY "FATURAMENTO INTERROMPIDO NA ULTIMA SESSAO"
                   AT 0605
               DISPLAY "FATURAMENTOS DESFEITOS   " AT 0805
               DISPLAY WQT-DESFEITAS AT 0831
               DISPLAY "FATURAMENTOS CONCLUIDOS  " AT 0905
               DISPLAY WQT-CONCLUIDAS AT 0931
               DISPLAY "RESULTADO NO RELATORIO RECJORNAL DO SPOOL"
                   AT 1105
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
      *    PEDIDO NASCIDO DE ACERTO DE CONSIGNACAO: HA LINHA DE VENDA
      *    EM CONSMOV.DAT APONTANDO PARA ELE
           VERIFICA-ACERTO-CONSIGNACAO.
               MOVE "N" TO WPED-CONSIGNA
               IF WCONSMOV-OK = "S"
                   MOVE WPED-CODIGO TO CM-PEDIDO
                   READ CONSMOV KEY IS CM-PEDIDO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CM-VENDA
                               MOVE "S" TO WPED-CONSIGNA
                           END-IF
                   END-READ
               END-IF
               .
           BUSCA-PEDIDO.
               MOVE WPED-CODIGO TO PED-CODIGO
               READ PEDIDOS
               DISPLAY PED-STATUS      AT 0925
               DISPLAY PED-QTD-ITENS   AT 1025
               DISPLAY PED-VALOR-TOTAL AT 1125
               IF PED-FILIAL NUMERIC
                   MOVE PED-FILIAL TO WPED-FILIAL
               ELSE
                   MOVE ZERO TO WPED-FILIAL
               END-IF
               CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
                   WPED-FILIAL, WDADOS-FILIAL
               IF WFIL-RESULTADO NOT = "S"
                   DISPLAY "FILIAL DO PEDIDO NAO CADASTRADA OU INATIVA"
                       AT 1905
                   MOVE "N" TO OPCAO
                   GO TO TELA-EXIT
               END-IF
               MOVE WFIL-SERIE  TO WNF-SERIE
               MOVE WFIL-ENT-NF TO WNF-ENTIDADE
               DISPLAY "FILIAL" AT 1205
               DISPLAY WPED-FILIAL AT 1225
               DISPLAY WFIL-NOME AT 1228
               .
           SEPARA-PEDIDO.
               MOVE "S" TO PED-STATUS
                   MOVE ZERO TO TA-QT-LINHA (WLINHA)
               END-PERFORM
               MOVE ZERO TO WTOT-ATENDIDO
               MOVE ZERO TO QT-SERIES
               PERFORM PRE-CONFERE-SAIDA THRU PRE-CONFERE-FIM
                   VARYING WLINHA FROM 1 BY 1
                   UNTIL WLINHA > PED-QTD-ITENS
                       " FATURAMENTO NAO EFETUADO" AT 2005
                   GO TO FATURA-FIM
               END-IF
               PERFORM ABRE-JORNAL
               IF WJR-TRANSACAO = ZERO
                   DISPLAY "JORNAL DE FATURAMENTO INDISPONIVEL -"
                       " FATURAMENTO NAO EFETUADO" AT 2005
                   GO TO FATURA-FIM
               END-IF
               PERFORM JORNALIZA-RESERVAS
               MOVE "Z" TO WRES-ACAO
               MOVE ZERO TO WRES-QTDE
               CALL "GRAVA-RESERVA" USING WRES-ACAO,
               PERFORM POSTA-SAIDA-ITEM THRU POSTA-SAIDA-ITEM-FIM
                   VARYING WLINHA FROM 1 BY 1
                   UNTIL WLINHA > PED-QTD-ITENS
               MOVE "PEDIDO" TO WJR-ARQUIVO
               MOVE "S" TO WJR-EXISTIA
               MOVE REGISTRO-PEDIDOS TO WJR-IMAGEM
               PERFORM JORNALIZA-IMAGEM
               MOVE "F" TO PED-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO PED-DATA-FATUR
               REWRITE REGISTRO-PEDIDOS
                   INVALID KEY
                       DISPLAY "PEDIDO NAO CADASTRADO - O FATURAMENTO"
                           " SERA DESFEITO NA PROXIMA ENTRADA" AT 1905
                   NOT INVALID KEY
                       MOVE WPED-CODIGO TO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "FATPED01", "FATUROU", WCHAVE-AUD
                       PERFORM EMITE-NOTA-FISCAL
                       PERFORM CONFIRMA-JORNAL
               END-REWRITE
               IF QT-LIN-PEND = ZERO
                   DISPLAY "PEDIDO FATURADO POR INTEIRO   " AT 2005
                   PERFORM GRAVA-BACKORDER
               END-IF
               MOVE WQT-ATENDIDA TO TA-QT-LINHA (WLINHA)
               IF WQT-ATENDIDA > ZERO AND FD-GARANTIA = 1
                   PERFORM CAPTURA-SERIES-ITEM
               END-IF
               IF WQT-ATENDIDA > ZERO
                   MOVE WQT-ATENDIDA TO WMV-QUANTIDADE
                   PERFORM ESCOLHE-LOTE-FEFO
                   IF WMV-LOTE NOT = SPACES
                       PERFORM BAIXA-LOTE
                   END-IF
                   MOVE "CADPRO" TO WJR-ARQUIVO
                   MOVE "S" TO WJR-EXISTIA
                   MOVE REG1 TO WJR-IMAGEM
                   PERFORM JORNALIZA-IMAGEM
                   SUBTRACT WMV-QUANTIDADE FROM FD-QTD-ESTOQUE
                   REWRITE REG1
                       INVALID KEY
                           DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       NOT INVALID KEY
                           ADD 1 TO QT-LIN-ATEND
                           PERFORM JORNALIZA-MOVIMENTO
                           CALL "GRAVA-MOVESTOQUE" USING ITM-PRODUTO,
                               WMV-TIPO, WMV-QUANTIDADE,
                               FD-QTD-ESTOQUE, WDEPOSITO, WMV-LOTE
      *        O CUSTO MEDIO DO MOMENTO DA VENDA FICA CONGELADO NO
      *        ITEM - MUDANCAS DE CUSTO POSTERIORES NAO REESCREVEM
      *        A HISTORIA DA RENTABILIDADE (RELLUC01)
               MOVE "PEDITEM" TO WJR-ARQUIVO
               MOVE "S" TO WJR-EXISTIA
               MOVE REGISTRO-ITEM TO WJR-IMAGEM
               PERFORM JORNALIZA-IMAGEM
               MOVE FD-CUSTO-MEDIO TO ITM-CUSTO-MEDIO
               REWRITE REGISTRO-ITEM
                   INVALID KEY
           POSTA-SAIDA-ITEM-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    EMISSAO DO DOCUMENTO FISCAL: SERIE E NUMERO DA FILIAL DO
      *    PEDIDO (ENTIDADE NOTAFISCAL NA SERIE 1), DADOS DO CLIENTE
      *    CONGELADOS NO MOMENTO DA EMISSAO, UMA LINHA POR ITEM DO
      *    PEDIDO COM O IMPOSTO
      *    (TAXAIMP) CALCULADO NA CAPTURA. O CANCELAMENTO (SO NO
      *    MESMO DIA) E A REIMPRESSAO FICAM EM NOTAFIS1.
      *----------------------------------------------------------------*
           EMITE-NOTA-FISCAL.
               PERFORM JORNALIZA-SERIE
                   VARYING IND-SERIE FROM 1 BY 1
                   UNTIL IND-SERIE > QT-SERIES
               CALL "PROXIMO-NUMERO" USING WNF-ENTIDADE, WNF-NUMERO
               INITIALIZE REGISTRO-NOTAFIS
               MOVE WNF-SERIE   TO NF-SERIE
               MOVE WNF-NUMERO  TO NF-NUMERO
               MOVE WPED-FILIAL TO NF-FILIAL
               MOVE ZERO        TO NF-FILIAL-DEST
               MOVE WPED-CODIGO TO NF-PEDIDO
               MOVE PED-DATA-FATUR TO NF-EMISSAO
               MOVE PED-CLIENTE TO NF-CLIENTE
      *        O NUMERO JA SAIU DA SERIE - SE O FATURAMENTO FOR
      *        DESFEITO A NOTA FICA COMO CANCELADA (RECUPERA-JORNAL)
               MOVE "NOTAFIS" TO WJR-ARQUIVO
               MOVE "N" TO WJR-EXISTIA
               MOVE REGISTRO-NOTAFIS TO WJR-IMAGEM
               PERFORM JORNALIZA-IMAGEM
               MOVE PED-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
                       MOVE ZEROS TO CPF
                       MOVE SPACES TO ENDERECO CIDADE ESTADO
                       MOVE SPACE TO CLIENTE-TIPO
               END-READ
               MOVE NOME     TO NF-NOME
               MOVE CPF      TO NF-CPF
               MOVE ENDERECO TO NF-ENDERECO
               MOVE CIDADE   TO NF-CIDADE
               MOVE ESTADO   TO NF-ESTADO
               IF CLIENTE-PJ
                   MOVE "J"              TO NF-TIPO-DOC
                   MOVE CLIENTE-CNPJ     TO NF-CNPJ
                   MOVE CLIENTE-IE       TO NF-IE
               ELSE
                   MOVE "F"              TO NF-TIPO-DOC
                   MOVE ZEROS            TO NF-CNPJ
                   MOVE SPACES           TO NF-IE
               END-IF
               MOVE ZERO TO WNF-TOT-IMP
               MOVE ZERO TO WNF-TOT-PROD
               PERFORM GRAVA-ITEM-NF
               DISPLAY NF-SERIE AT 2127
               DISPLAY "-" AT 2128
               DISPLAY NF-NUMERO AT 2129
               PERFORM ATRIBUI-SERIE
                   VARYING IND-SERIE FROM 1 BY 1
                   UNTIL IND-SERIE > QT-SERIES
               .
      *----------------------------------------------------------------*
      *    PRODUTO COM GARANTIA: UM NUMERO DE SERIE POR UNIDADE
      *    EXPEDIDA NA LINHA. A SERIE TEM DE ESTAR EM ESTOQUE PARA O
      *    PRODUTO E NAO PODE SE REPETIR NA MESMA NOTA. SERIE EM
      *    BRANCO ENCERRA A LEITURA DA LINHA - AS UNIDADES QUE
      *    FALTARAM SAEM SEM SERIE E O FATO VAI PARA A AUDITORIA.
      *----------------------------------------------------------------*
           CAPTURA-SERIES-ITEM.
               MOVE ZERO TO QT-SERIES-ITEM
               MOVE "N"  TO WFIM-SERIES
               DISPLAY "SERIE PRODUTO        UNIDADE      DE     "
                   AT 1605
               DISPLAY ITM-PRODUTO  AT 1619
               DISPLAY WQT-ATENDIDA AT 1642
               PERFORM CAPTURA-UMA-SERIE
                   UNTIL QT-SERIES-ITEM NOT < WQT-ATENDIDA
                      OR WFIM-SERIES = "S"
               IF QT-SERIES-ITEM < WQT-ATENDIDA
                   MOVE SPACES TO WCHAVE-AUD
                   STRING WPED-CODIGO "/" WLINHA
                       DELIMITED BY SIZE INTO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "FATPED01", "SEMSERIE", WCHAVE-AUD
               END-IF
               DISPLAY WLIMPA AT 1605
               DISPLAY WLIMPA AT 1705
               DISPLAY WLIMPA AT 1805
               .
           CAPTURA-UMA-SERIE.
               IF QT-SERIES = 50
                   DISPLAY "LIMITE DE SERIES POR NOTA ATINGIDO"
                       AT 1805
                   MOVE "S" TO WFIM-SERIES
               ELSE
                   COMPUTE WSERIE-UNID = QT-SERIES-ITEM + 1
                   DISPLAY WSERIE-UNID AT 1634
                   DISPLAY "[....................]" AT 1705
                   MOVE SPACES TO WSERIE
                   ACCEPT WSERIE AT 1706
                   IF WSERIE = SPACES
                       MOVE "S" TO WFIM-SERIES
                   ELSE
                       PERFORM CONFERE-SERIE-SAIDA
                       IF WSERIE-OK = "S"
                           ADD 1 TO QT-SERIES
                           ADD 1 TO QT-SERIES-ITEM
                           MOVE ITM-PRODUTO TO TS-PRODUTO (QT-SERIES)
                           MOVE WSERIE      TO TS-SERIE (QT-SERIES)
                           DISPLAY WLIMPA AT 1805
                       END-IF
                   END-IF
               END-IF
               .
           CONFERE-SERIE-SAIDA.
               MOVE "N" TO WSERIE-OK
               MOVE ITM-PRODUTO TO SN-PRODUTO
               MOVE WSERIE      TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
                           AT 1805
                   NOT INVALID KEY
                       IF SN-EM-ESTOQUE
                           MOVE "S" TO WSERIE-OK
                       ELSE
                           DISPLAY "SERIE NAO ESTA EM ESTOQUE"
                               AT 1805
                       END-IF
               END-READ
               PERFORM CONFERE-SERIE-REPETIDA
                   VARYING IND-SERIE FROM 1 BY 1
                   UNTIL IND-SERIE > QT-SERIES
               .
           CONFERE-SERIE-REPETIDA.
               IF TS-PRODUTO (IND-SERIE) = ITM-PRODUTO AND
                  TS-SERIE (IND-SERIE) = WSERIE AND
                  WSERIE-OK = "S"
                   MOVE "N" TO WSERIE-OK
                   DISPLAY "SERIE JA INFORMADA NESTA NOTA    "
                       AT 1805
               END-IF
               .
      *    LIGA A SERIE EXPEDIDA AO CLIENTE, AO PEDIDO E A NOTA FISCAL
           ATRIBUI-SERIE.
               MOVE TS-PRODUTO (IND-SERIE) TO SN-PRODUTO
               MOVE TS-SERIE (IND-SERIE)   TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "V"            TO SN-STATUS
                       MOVE PED-CLIENTE    TO SN-CLIENTE
                       MOVE WPED-CODIGO    TO SN-PEDIDO
                       MOVE WNF-SERIE      TO SN-NF-SERIE
                       MOVE WNF-NUMERO     TO SN-NF-NUMERO
                       MOVE PED-DATA-FATUR TO SN-DATA-VENDA
                       REWRITE REGISTRO-SERIAL
                       MOVE SPACES TO WCHAVE-AUD
                       STRING SN-PRODUTO "/" SN-SERIE
                           DELIMITED BY SIZE INTO WCHAVE-AUD
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "FATPED01", "VENDEUSER", WCHAVE-AUD
               END-READ
               .
           GRAVA-ITEM-NF.
               MOVE WPED-CODIGO TO ITM-PEDIDO
                       END-IF
                       ADD NI-VALOR-LINHA TO WNF-TOT-PROD
                       ADD NI-IMPOSTO TO WNF-TOT-IMP
                       MOVE "NFITEM" TO WJR-ARQUIVO
                       MOVE "N" TO WJR-EXISTIA
                       MOVE REGISTRO-NFITEM TO WJR-IMAGEM
                       PERFORM JORNALIZA-IMAGEM
                       WRITE REGISTRO-NFITEM
                           INVALID KEY
                               REWRITE REGISTRO-NFITEM
               ADD 1 TO QT-LIN-PEND
               MOVE WPED-CODIGO   TO BO-PEDIDO
               MOVE WLINHA        TO BO-LINHA
               MOVE "BACKORD" TO WJR-ARQUIVO
               READ BACKORD
                   INVALID KEY
                       MOVE "N" TO WJR-EXISTIA
                   NOT INVALID KEY
                       MOVE "S" TO WJR-EXISTIA
               END-READ
               MOVE REGISTRO-BACKORDER TO WJR-IMAGEM
               PERFORM JORNALIZA-IMAGEM
               MOVE ITM-PRODUTO   TO BO-PRODUTO
               MOVE PED-CLIENTE   TO BO-CLIENTE
               MOVE WQT-PENDENTE  TO BO-QTD-PENDENTE
                   INVALID KEY
                       MOVE SPACES TO WMV-LOTE
                   NOT INVALID KEY
                       MOVE "LOTE" TO WJR-ARQUIVO
                       MOVE "S" TO WJR-EXISTIA
                       MOVE REGISTRO-LOTE TO WJR-IMAGEM
                       PERFORM JORNALIZA-IMAGEM
                       IF WMV-QUANTIDADE > LOT-SALDO
                           MOVE LOT-SALDO TO WLOTE-BAIXA
                       ELSE
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
               END-READ
               .
      *----------------------------------------------------------------*
      *    JORNAL DO FATURAMENTO - A TRANSACAO E ABERTA DEPOIS DA
      *    PRE-CONFERENCIA E CADA GRAVACAO E PRECEDIDA DA IMAGEM DO
      *    REGISTRO COMO ESTAVA ("N" = REGISTRO NOVO). A CONFIRMACAO
      *    VEM DEPOIS DA NOTA FISCAL E DA LIGACAO DAS SERIES.
      *----------------------------------------------------------------*
           ABRE-JORNAL.
               MOVE SPACES TO WJR-DOCUMENTO
               STRING "PEDIDO " WPED-CODIGO
                   DELIMITED BY SIZE INTO WJR-DOCUMENTO
               MOVE "A" TO WJR-ACAO
               MOVE ZERO TO WJR-TRANSACAO
               CALL "GRAVA-JORNAL" USING WJR-ACAO, WJR-TRANSACAO,
                   WDADOS-JORNAL
               .
           JORNALIZA-IMAGEM.
               MOVE "B" TO WJR-ACAO
               CALL "GRAVA-JORNAL" USING WJR-ACAO, WJR-TRANSACAO,
                   WDADOS-JORNAL
               .
           CONFIRMA-JORNAL.
               MOVE "C" TO WJR-ACAO
               CALL "GRAVA-JORNAL" USING WJR-ACAO, WJR-TRANSACAO,
                   WDADOS-JORNAL
               .
      *    AS RESERVAS DO PEDIDO SAO TODAS LIBERADAS PELO
      *    GRAVA-RESERVA "Z" - CADA UMA VAI INTEIRA PARA O JORNAL
           JORNALIZA-RESERVAS.
               MOVE WPED-CODIGO TO RES-PEDIDO
               MOVE ZERO        TO RES-PRODUTO
               START RESERVAS KEY NOT LESS THAN RES-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-RESERVAS
               END-START
               IF FS-RESERVAS = "00"
                   PERFORM LE-PROXIMA-RESERVA
               END-IF
               PERFORM JORNALIZA-UMA-RESERVA
                   UNTIL FS-RESERVAS NOT = "00"
               MOVE "00" TO FS-RESERVAS
               .
           LE-PROXIMA-RESERVA.
               READ RESERVAS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RESERVAS
               END-READ
               IF FS-RESERVAS = "00" AND RES-PEDIDO NOT = WPED-CODIGO
                   MOVE "10" TO FS-RESERVAS
               END-IF
               .
           JORNALIZA-UMA-RESERVA.
               MOVE "RESERVA" TO WJR-ARQUIVO
               MOVE "S" TO WJR-EXISTIA
               MOVE REGISTRO-RESERVA TO WJR-IMAGEM
               PERFORM JORNALIZA-IMAGEM
               PERFORM LE-PROXIMA-RESERVA
               .
      *    O GRAVA-MOVESTOQUE GRAVA A LINHA DO ESTMOV.DAT E ATUALIZA O
      *    SALDODEP.DAT: O SALDO DO DEPOSITO VAI COMO IMAGEM E A LINHA
      *    COMO MOVIMENTO, PARA O ESTORNO SE O FATURAMENTO FOR DESFEITO
           JORNALIZA-MOVIMENTO.
               MOVE ITM-PRODUTO TO SD-PRODUTO
               MOVE WDEPOSITO   TO SD-DEPOSITO
               MOVE ZERO        TO SD-SALDO
               MOVE "N" TO WJR-EXISTIA
               OPEN INPUT SALDODEP
               IF FS-SALDODEP = "00"
                   READ SALDODEP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WJR-EXISTIA
                   END-READ
                   CLOSE SALDODEP
               END-IF
               MOVE "SALDODEP" TO WJR-ARQUIVO
               MOVE REGISTRO-SALDODEP TO WJR-IMAGEM
               PERFORM JORNALIZA-IMAGEM
               MOVE FUNCTION CURRENT-DATE(1:8) TO WJM-DATA
               MOVE ITM-PRODUTO    TO WJM-CODIGO
               MOVE WMV-TIPO       TO WJM-TIPO
               MOVE WMV-QUANTIDADE TO WJM-QUANTIDADE
               MOVE FD-QTD-ESTOQUE TO WJM-SALDO
               MOVE WDEPOSITO      TO WJM-DEPOSITO
               MOVE WMV-LOTE       TO WJM-LOTE
               MOVE "ESTMOV" TO WJR-ARQUIVO
               MOVE SPACE TO WJR-EXISTIA
               MOVE WJR-MOVIMENTO TO WJR-IMAGEM
               MOVE "M" TO WJR-ACAO
               CALL "GRAVA-JORNAL" USING WJR-ACAO, WJR-TRANSACAO,
                   WDADOS-JORNAL
               .
           JORNALIZA-SERIE.
               MOVE TS-PRODUTO (IND-SERIE) TO SN-PRODUTO
               MOVE TS-SERIE (IND-SERIE)   TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SERIAIS" TO WJR-ARQUIVO
                       MOVE "S" TO WJR-EXISTIA
                       MOVE REGISTRO-SERIAL TO WJR-IMAGEM
                       PERFORM JORNALIZA-IMAGEM
               END-READ
               .
       END PROGRAM FATURAMENTO-PEDIDO.
