      ******************************************************************
      *
      *        TRANSFERENCIA ENTRE DEPOSITOS (TRANSF.DAT / TRFITEM.DAT)
      *     N-NOVA      ABRE A ORDEM DE TRANSFERENCIA (NUMERO PELA
      *                 ENTIDADE TRANSFER): DEPOSITO DE ORIGEM, DESTINO
      *                 E OS ITENS (PRODUTO, LOTE OPCIONAL E QUANTIDADE,
      *                 ATE 20), CONFERIDOS CONTRA O SALDO DA ORIGEM.
      *     E-ENVIAR    A MERCADORIA SAI DA ORIGEM ("X") E ENTRA NO
      *                 DEPOSITO 99 - MERCADORIA EM TRANSITO ("T") -
      *                 PELO GRAVA-MOVESTOQUE. ENQUANTO O CAMINHAO NAO
      *                 CHEGA O SALDO FICA SO NO TRANSITO; O SALDO
      *                 CONSOLIDADO FD-QTD-ESTOQUE NAO MUDA.
      *                 QUANDO OS DEPOSITOS SAO DE FILIAIS DIFERENTES
      *                 (DEPFIL.DAT, BUSCA-FILIAL) SAI A NOTA FISCAL DE
      *                 TRANSFERENCIA NA SERIE DA FILIAL DE ORIGEM, PARA
      *                 A FILIAL DE DESTINO, COM OS ITENS AO CUSTO MEDIO
      *                 DO ENVIO; O NUMERO FICA NO CABECALHO DA ORDEM.
      *     R-RECEBER   CONFERENCIA NO DESTINO: O RECEBIDO SAI DO
      *                 TRANSITO ("X") E ENTRA NO DESTINO ("T"); A FALTA
      *                 SAI DO TRANSITO COMO BAIXA ("B"), ABATE O SALDO
      *                 CONSOLIDADO E O DO LOTE E FICA NO ITEM PARA O
      *                 RELATORIO DE DIVERGENCIAS (RELTRF01).
      *     C-CONSULTAR ORDEM COM OS ITENS, ENVIADO, RECEBIDO E FALTA.
      *     O DEPOSITO 99 E RESERVADO AO TRANSITO E O 98 A CONSIGNACAO
      *     (CONSIG01) - NENHUM DOS DOIS E ORIGEM OU DESTINO DE
      *     TRANSFERENCIA. TUDO AUDITADO POR GRAVA-AUDITORIA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. TRANSFERENCIA-ESTOQUE.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NUMERO
           FILE STATUS IS FS-TRANSF.

           SELECT TRFITEM ASSIGN TO "TRFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TI-CHAVE
           ALTERNATE KEY IS TI-PRODUTO WITH DUPLICATES
           FILE STATUS IS FS-TRFITEM.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT SALDODEP ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.

           SELECT LOTES ASSIGN TO "LOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT NOTAFIS ASSIGN TO "NOTAFIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NF-CHAVE
           FILE STATUS IS FS-NOTAFIS.

           SELECT NFITEM ASSIGN TO "NFITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NI-CHAVE
           FILE STATUS IS FS-NFITEM.

           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIL-CODIGO
           FILE STATUS IS FS-FILIAL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    ORDEM DE TRANSFERENCIA - CABECALHO
       FD  TRANSF.
       01  REGISTRO-TRANSF.
           02 TR-NUMERO        PIC 9(06).
           02 TR-ORIGEM        PIC 9(02).
           02 TR-DESTINO       PIC 9(02).
           02 TR-DATA          PIC 9(08).
           02 TR-DATA-ENVIO    PIC 9(08).
           02 TR-DATA-RECEB    PIC 9(08).
           02 TR-QTD-ITENS     PIC 9(02).
           02 TR-STATUS        PIC X.
               88 TR-ABERTA    VALUE "A".
               88 TR-TRANSITO  VALUE "E".
               88 TR-RECEBIDA  VALUE "R".
           02 TR-DIVERGENCIA   PIC X.
               88 TR-COM-FALTA VALUE "S".
           02 TR-OPERADOR      PIC X(10).
           02 TR-OPER-RECEB    PIC X(10).
      *    NOTA FISCAL DE TRANSFERENCIA ENTRE FILIAIS (ZERO QUANDO OS
      *    DOIS DEPOSITOS SAO DA MESMA FILIAL)
           02 TR-NF-SERIE      PIC X(01).
           02 TR-NF-NUMERO     PIC 9(06).

      *    ITENS DA TRANSFERENCIA - O CUSTO E O MEDIO DO ENVIO, PARA
      *    VALORIZAR O TRANSITO E A FALTA
       FD  TRFITEM.
       01  REGISTRO-TRFITEM.
           02 TI-CHAVE.
               03 TI-TRANSF    PIC 9(06).
               03 TI-SEQ       PIC 9(02).
           02 TI-PRODUTO       PIC 9(06).
           02 TI-LOTE          PIC X(10).
           02 TI-QTD-ENVIADA   PIC 9(06).
           02 TI-QTD-RECEBIDA  PIC 9(06).
           02 TI-QTD-FALTA     PIC 9(06).
           02 TI-CUSTO         PIC 9(6)V99.
           02 TI-SITUACAO      PIC X.
               88 TI-PENDENTE  VALUE "A".
               88 TI-TRANSITO  VALUE "E".
               88 TI-RECEBIDO  VALUE "R".

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

      *    SALDO POR PRODUTO X DEPOSITO (MANTIDO POR GRAVA-MOVESTOQUE)
       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

      *    LOTES COM VALIDADE POR PRODUTO (RECPOC01 / FATPED01)
       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).

      *    MESMO LAYOUT DO FATPED01/NOTAFIS1
       FD  NOTAFIS.
       01  REGISTRO-NOTAFIS.
           02 NF-CHAVE.
               03 NF-SERIE   PIC X(01).
               03 NF-NUMERO  PIC 9(06).
           02 NF-PEDIDO      PIC 9(06).
           02 NF-EMISSAO     PIC 9(08).
           02 NF-CLIENTE     PIC 9(06).
           02 NF-NOME        PIC X(50).
           02 NF-CPF         PIC 9(11).
           02 NF-ENDERECO    PIC X(50).
           02 NF-CIDADE      PIC X(30).
           02 NF-ESTADO      PIC AA.
           02 NF-VALOR-PROD  PIC 9(8)V99.
           02 NF-VALOR-IMP   PIC 9(8)V99.
           02 NF-VALOR-FRETE PIC 9(8)V99.
           02 NF-VALOR-TOTAL PIC 9(8)V99.
           02 NF-STATUS      PIC X.
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
           02 NI-CHAVE.
               03 NI-SERIE   PIC X(01).
               03 NI-NUMERO  PIC 9(06).
               03 NI-LINHA   PIC 9(02).
           02 NI-PRODUTO     PIC 9(06).
           02 NI-QUANTIDADE  PIC 9(04).
           02 NI-VALUNIT     PIC 9(6)V99.
           02 NI-VALOR-LINHA PIC 9(8)V99.
           02 NI-IMPOSTO     PIC 9(6)V99.

      *    FILIAIS (CADFIL01) - ENDERECO DA FILIAL DESTINATARIA
       FD  FILIAL.
       01  REGISTRO-FILIAL.
           02 FIL-CODIGO       PIC 9(02).
           02 FIL-NOME         PIC X(30).
           02 FIL-CNPJ         PIC 9(14).
           02 FIL-IE           PIC X(15).
           02 FIL-ENDERECO     PIC X(50).
           02 FIL-CIDADE       PIC X(30).
           02 FIL-ESTADO       PIC AA.
           02 FIL-SERIE-NF     PIC X(01).
           02 FIL-DEPOSITO     PIC 9(02).
           02 FIL-SITUACAO     PIC X.
               88 FIL-ATIVA    VALUE "A".

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-TRANSF.
           02 FS-TRANSF-1 PIC 9.
           02 FS-TRANSF-2 PIC 9.
           02 FS-TRANSF-R REDEFINES FS-TRANSF-2 PIC 99 COMP-X.
       01  FS-TRFITEM.
           02 FS-TRFITEM-1 PIC 9.
           02 FS-TRFITEM-2 PIC 9.
           02 FS-TRFITEM-R REDEFINES FS-TRFITEM-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-SALDODEP.
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       01  FS-LOTES.
           02 FS-LOTES-1 PIC 9.
           02 FS-LOTES-2 PIC 9.
           02 FS-LOTES-R REDEFINES FS-LOTES-2 PIC 99 COMP-X.
       01  FS-NOTAFIS.
           02 FS-NOTAFIS-1 PIC 9.
           02 FS-NOTAFIS-2 PIC 9.
           02 FS-NOTAFIS-R REDEFINES FS-NOTAFIS-2 PIC 99 COMP-X.
       01  FS-NFITEM.
           02 FS-NFITEM-1 PIC 9.
           02 FS-NFITEM-2 PIC 9.
           02 FS-NFITEM-R REDEFINES FS-NFITEM-2 PIC 99 COMP-X.
       01  FS-FILIAL.
           02 FS-FILIAL-1 PIC 9.
           02 FS-FILIAL-2 PIC 9.
           02 FS-FILIAL-R REDEFINES FS-FILIAL-2 PIC 99 COMP-X.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WTR-ENTIDADE   PIC X(10) VALUE "TRANSFER".
       77  WNUM-GERADO    PIC 9(06) VALUE ZERO.
       77  WTR-NUMERO     PIC 9(06) VALUE ZERO.
       77  WORIGEM        PIC 9(02) VALUE ZERO.
       77  WDESTINO       PIC 9(02) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WQUANTIDADE    PIC 9(06) VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WED-QTDE       PIC Z(5)9.
      *    DEPOSITO RESERVADO PARA A MERCADORIA EM TRANSITO
       77  WDEP-TRANSITO  PIC 9(02) VALUE 99.
      *    DEPOSITO RESERVADO PARA A MERCADORIA EM CONSIGNACAO
       77  WDEP-CONSIGNA  PIC 9(02) VALUE 98.
      *    SALDO DO PRODUTO NUM DEPOSITO (SALDODEP.DAT)
       77  WSD-PRODUTO    PIC 9(06) VALUE ZERO.
       77  WSD-DEPOSITO   PIC 9(02) VALUE ZERO.
       77  WSALDO-DEP     PIC S9(07) VALUE ZERO.
      *    MOVIMENTOS DE ESTOQUE (GRAVA-MOVESTOQUE)
       77  WMV-SAIDA      PIC X VALUE "X".
       77  WMV-ENTRADA    PIC X VALUE "T".
       77  WMV-FALTA      PIC X VALUE "B".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
      *    CONFERENCIA DO RECEBIMENTO, ITEM A ITEM (ATE 20)
       77  WCONFERE       PIC X VALUE SPACE.
       77  WQT-RECEBIDA   PIC 9(06) VALUE ZERO.
       77  WQT-FALTA      PIC 9(06) VALUE ZERO.
       77  WSALDO-OK      PIC X VALUE "S".
       01  TAB-RECEB.
           02 TB-QTD-RECEBIDA PIC 9(06) OCCURS 20 TIMES.
       77  IND-ITEM       PIC 9(02) VALUE ZERO.
      *    FILIAIS DOS DEPOSITOS (BUSCA-FILIAL) E A NOTA FISCAL DE
      *    TRANSFERENCIA QUANDO SAO DIFERENTES
       77  WTIPO-FIL      PIC X     VALUE "D".
       77  WCHAVE-FIL     PIC X(10) VALUE SPACES.
       77  WFIL-ORIGEM    PIC 9(02) VALUE 01.
       77  WFIL-DESTINO   PIC 9(02) VALUE 01.
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       01  WDADOS-FIL-DEST.
           02 WFDE-NOME      PIC X(30).
           02 WFDE-CNPJ      PIC 9(14).
           02 WFDE-IE        PIC X(15).
           02 WFDE-ESTADO    PIC AA.
           02 WFDE-SERIE     PIC X(01).
           02 WFDE-ENT-NF    PIC X(10).
           02 WFDE-DEPOSITO  PIC 9(02).
           02 WFDE-RESULTADO PIC X.
       77  WNF-TRANSF     PIC X VALUE "N".
       77  WNF-SERIE      PIC X(01) VALUE "1".
       77  WNF-ENTIDADE   PIC X(10) VALUE "NOTAFISCAL".
       77  WNF-NUMERO     PIC 9(06) VALUE ZERO.
       77  WNF-VALOR      PIC 9(8)V99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O TRANSF.
           IF FS-TRANSF = "35"
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF.
           OPEN I-O TRFITEM.
           IF FS-TRFITEM = "35"
               OPEN OUTPUT TRFITEM
               CLOSE TRFITEM
               OPEN I-O TRFITEM
           END-IF.
           OPEN I-O LOTES.
           IF FS-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O NOTAFIS.
           IF FS-NOTAFIS = "35"
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN I-O NOTAFIS
           END-IF.
           OPEN I-O NFITEM.
           IF FS-NFITEM = "35"
               OPEN OUTPUT NFITEM
               CLOSE NFITEM
               OPEN I-O NFITEM
           END-IF.
           OPEN I-O ARQ1.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "TRANSFERENCIA ENTRE DEPOSITOS" AT 0430
               DISPLAY "ACAO N-NOVA E-ENVIAR R-RECEBER C-CONSULTAR"
                   AT 0505
               DISPLAY "X-SAIR [.]" AT 0548
               ACCEPT WACAO AT 0556
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE TRANSF TRFITEM LOTES ARQ1 NOTAFIS NFITEM
                       EXIT PROGRAM
                   WHEN WACAO = "N" OR WACAO = "n"
                       PERFORM NOVA-TRANSFERENCIA
                           THRU NOVA-TRANSFERENCIA-EXIT
                   WHEN WACAO = "E" OR WACAO = "e"
                       PERFORM ENVIA-TRANSFERENCIA
                           THRU ENVIA-TRANSFERENCIA-EXIT
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM RECEBE-TRANSFERENCIA
                           THRU RECEBE-TRANSFERENCIA-EXIT
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM CONSULTA-TRANSFERENCIA
                           THRU CONSULTA-TRANSFERENCIA-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    NOVA ORDEM: DEPOSITOS E ITENS. CADA ITEM E CONFERIDO
      *    CONTRA O SALDO DA ORIGEM E, COM LOTE, O SALDO DO LOTE.
      *----------------------------------------------------------------*
           NOVA-TRANSFERENCIA.
               DISPLAY "DEPOSITO DE ORIGEM  [..]   " AT 0705
               MOVE ZERO TO WORIGEM
               ACCEPT WORIGEM AT 0726
               DISPLAY "DEPOSITO DE DESTINO [..]   " AT 0805
               MOVE ZERO TO WDESTINO
               ACCEPT WDESTINO AT 0826
               IF WORIGEM = ZERO OR WDESTINO = ZERO OR
                  WORIGEM = WDESTINO
                   DISPLAY "DEPOSITOS DE TRANSFERENCIA INVALIDOS"
                       AT 1905
                   GO TO NOVA-TRANSFERENCIA-EXIT
               END-IF
               IF WORIGEM = WDEP-TRANSITO OR WDESTINO = WDEP-TRANSITO
                   DISPLAY "DEPOSITO 99 RESERVADO PARA MERCADORIA EM"
                       " TRANSITO" AT 1905
                   GO TO NOVA-TRANSFERENCIA-EXIT
               END-IF
               IF WORIGEM = WDEP-CONSIGNA OR WDESTINO = WDEP-CONSIGNA
                   DISPLAY "DEPOSITO 98 RESERVADO PARA MERCADORIA EM"
                       " CONSIGNACAO" AT 1905
                   GO TO NOVA-TRANSFERENCIA-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WTR-ENTIDADE, WNUM-GERADO
               MOVE WNUM-GERADO   TO TR-NUMERO
               MOVE WORIGEM       TO TR-ORIGEM
               MOVE WDESTINO      TO TR-DESTINO
               MOVE WDATA-SISTEMA TO TR-DATA
               MOVE ZERO          TO TR-DATA-ENVIO
               MOVE ZERO          TO TR-DATA-RECEB
               MOVE ZERO          TO TR-QTD-ITENS
               MOVE "A"           TO TR-STATUS
               MOVE "N"           TO TR-DIVERGENCIA
               MOVE WOPERADOR     TO TR-OPERADOR
               MOVE SPACES        TO TR-OPER-RECEB
               MOVE SPACES        TO TR-NF-SERIE
               MOVE ZERO          TO TR-NF-NUMERO
               WRITE REGISTRO-TRANSF
                   INVALID KEY
                       DISPLAY "TRANSFERENCIA JA CADASTRADA" AT 1905
                       GO TO NOVA-TRANSFERENCIA-EXIT
               END-WRITE
               MOVE TR-NUMERO TO WTR-NUMERO
               DISPLAY "TRANSFERENCIA NUMERO       " AT 0905
               DISPLAY WTR-NUMERO AT 0932
               MOVE 1 TO WPRODUTO
               PERFORM DIGITA-UM-ITEM THRU DIGITA-UM-ITEM-EXIT
                   UNTIL WPRODUTO = ZERO OR TR-QTD-ITENS = 20
               REWRITE REGISTRO-TRANSF
               MOVE TR-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "TRANSF01", "ABRIU", WCHAVE-AUD
               DISPLAY SPACES AT 1905
               DISPLAY "ORDEM ABERTA - USE E-ENVIAR NA SAIDA DO"
                   " CAMINHAO" AT 1905
               .
           NOVA-TRANSFERENCIA-EXIT.
               EXIT.
           DIGITA-UM-ITEM.
               DISPLAY "PRODUTO (0=FIM) [......]   " AT 1005
               MOVE ZERO TO WPRODUTO
               ACCEPT WPRODUTO AT 1022
               IF WPRODUTO = ZERO
                   GO TO DIGITA-UM-ITEM-EXIT
               END-IF
               DISPLAY SPACES AT 1905
               DISPLAY SPACES AT 1105
               DISPLAY SPACES AT 1205
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO DIGITA-UM-ITEM-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 1032
               MOVE WPRODUTO TO WSD-PRODUTO
               MOVE WORIGEM  TO WSD-DEPOSITO
               PERFORM CONSULTA-SALDO-DEPOSITO
               DISPLAY "LOTE (BRANCO=SEM LOTE) [..........]" AT 1105
               MOVE SPACES TO WMV-LOTE
               ACCEPT WMV-LOTE AT 1129
               IF WMV-LOTE NOT = SPACES
                   MOVE WPRODUTO TO LOT-PRODUTO
                   MOVE WMV-LOTE TO LOT-NUMERO
                   READ LOTES
                       INVALID KEY
                           DISPLAY "LOTE NAO CADASTRADO PARA O PRODUTO"
                               AT 1905
                           GO TO DIGITA-UM-ITEM-EXIT
                   END-READ
                   DISPLAY "SALDO LOTE" AT 1142
                   MOVE LOT-SALDO TO WED-QTDE
                   DISPLAY WED-QTDE AT 1153
               END-IF
               DISPLAY "QUANTIDADE [......]        " AT 1205
               MOVE ZERO TO WQUANTIDADE
               ACCEPT WQUANTIDADE AT 1217
               DISPLAY FD-UNIDADE AT 1225
               DISPLAY "SALDO NA ORIGEM" AT 1232
               MOVE WSALDO-DEP TO WED-QTDE
               DISPLAY WED-QTDE AT 1248
               IF WQUANTIDADE = ZERO
                   GO TO DIGITA-UM-ITEM-EXIT
               END-IF
               IF WQUANTIDADE > WSALDO-DEP
                   DISPLAY "SALDO DO DEPOSITO DE ORIGEM INSUFICIENTE"
                       AT 1905
                   GO TO DIGITA-UM-ITEM-EXIT
               END-IF
               IF WMV-LOTE NOT = SPACES AND WQUANTIDADE > LOT-SALDO
                   DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO LOTE"
                       AT 1905
                   GO TO DIGITA-UM-ITEM-EXIT
               END-IF
               ADD 1 TO TR-QTD-ITENS
               MOVE WTR-NUMERO   TO TI-TRANSF
               MOVE TR-QTD-ITENS TO TI-SEQ
               MOVE WPRODUTO     TO TI-PRODUTO
               MOVE WMV-LOTE     TO TI-LOTE
               MOVE WQUANTIDADE  TO TI-QTD-ENVIADA
               MOVE ZERO         TO TI-QTD-RECEBIDA
               MOVE ZERO         TO TI-QTD-FALTA
               MOVE FD-CUSTO-MEDIO TO TI-CUSTO
               MOVE "A"          TO TI-SITUACAO
               WRITE REGISTRO-TRFITEM
                   INVALID KEY
                       SUBTRACT 1 FROM TR-QTD-ITENS
                       DISPLAY "ITEM JA CADASTRADO" AT 1905
                       GO TO DIGITA-UM-ITEM-EXIT
               END-WRITE
               DISPLAY "ITENS NA TRANSFERENCIA     " AT 1405
               DISPLAY TR-QTD-ITENS AT 1432
               .
           DIGITA-UM-ITEM-EXIT.
               EXIT.
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
      *----------------------------------------------------------------*
      *    LE A ORDEM PEDIDA E MOSTRA O CABECALHO
      *----------------------------------------------------------------*
           BUSCA-TRANSFERENCIA.
               MOVE "N" TO WACHOU
               DISPLAY "TRANSFERENCIA [......]     " AT 0705
               ACCEPT WTR-NUMERO AT 0720
               MOVE WTR-NUMERO TO TR-NUMERO
               READ TRANSF
                   INVALID KEY
                       DISPLAY "TRANSFERENCIA NAO CADASTRADA" AT 1905
                       GO TO BUSCA-TRANSFERENCIA-EXIT
               END-READ
               MOVE "S" TO WACHOU
               DISPLAY TR-DATA AT 0730
               IF TR-NF-NUMERO NUMERIC AND TR-NF-NUMERO > ZERO
                   DISPLAY "NF" AT 0740
                   DISPLAY TR-NF-SERIE AT 0743
                   DISPLAY TR-NF-NUMERO AT 0745
               END-IF
               DISPLAY "ORIGEM" AT 0805
               DISPLAY TR-ORIGEM AT 0812
               DISPLAY "DESTINO" AT 0816
               DISPLAY TR-DESTINO AT 0824
               EVALUATE TRUE
                   WHEN TR-ABERTA
                       DISPLAY "ABERTA - AGUARDANDO ENVIO" AT 0830
                   WHEN TR-TRANSITO
                       DISPLAY "EM TRANSITO DESDE" AT 0830
                       DISPLAY TR-DATA-ENVIO AT 0848
                   WHEN TR-RECEBIDA
                       DISPLAY "RECEBIDA EM" AT 0830
                       DISPLAY TR-DATA-RECEB AT 0842
                       IF TR-COM-FALTA
                           DISPLAY "COM FALTA" AT 0852
                       END-IF
               END-EVALUATE
               .
           BUSCA-TRANSFERENCIA-EXIT.
               EXIT.
           CABECALHO-ITENS.
               DISPLAY "SQ" AT 1001
               DISPLAY "PRODUTO" AT 1005
               DISPLAY "DESCRICAO" AT 1013
               DISPLAY "LOTE" AT 1034
               DISPLAY "ENVIADO" AT 1045
               DISPLAY "RECEBIDO" AT 1053
               DISPLAY "FALTA" AT 1063
               MOVE 11 TO WLINHA-TELA
               .
           QUEBRA-PAGINA.
               IF WLINHA-TELA > 18
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "TRANSFERENCIA ENTRE DEPOSITOS" AT 0430
                   DISPLAY "TRANSFERENCIA" AT 0705
                   DISPLAY WTR-NUMERO AT 0720
                   PERFORM CABECALHO-ITENS
               END-IF
               .
           POSICIONA-ITENS.
               MOVE WTR-NUMERO TO TI-TRANSF
               MOVE ZEROS      TO TI-SEQ
               START TRFITEM KEY NOT LESS THAN TI-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-TRFITEM
               END-START
               IF FS-TRFITEM = "00"
                   PERFORM LE-ITEM
               END-IF
               .
           LE-ITEM.
               READ TRFITEM NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TRFITEM
               END-READ
               IF FS-TRFITEM = "00" AND TI-TRANSF NOT = WTR-NUMERO
                   MOVE "10" TO FS-TRFITEM
               END-IF
               .
           MOSTRA-ITEM.
               PERFORM QUEBRA-PAGINA
               MOVE TI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY TI-SEQ AT LINE WLINHA-TELA COL 01
               DISPLAY TI-PRODUTO AT LINE WLINHA-TELA COL 05
               DISPLAY FD-PRODUTO (1:20) AT LINE WLINHA-TELA COL 13
               DISPLAY TI-LOTE AT LINE WLINHA-TELA COL 34
               MOVE TI-QTD-ENVIADA TO WED-QTDE
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 45
               IF TI-RECEBIDO
                   MOVE TI-QTD-RECEBIDA TO WED-QTDE
                   DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 54
                   MOVE TI-QTD-FALTA TO WED-QTDE
                   DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 62
               END-IF
               .
      *----------------------------------------------------------------*
      *    ENVIO: CONFERE O SALDO DA ORIGEM DE TODOS OS ITENS ANTES DE
      *    POSTAR QUALQUER UM; DEPOIS CADA ITEM SAI DA ORIGEM E ENTRA
      *    NO TRANSITO (DEPOSITO 99).
      *----------------------------------------------------------------*
           ENVIA-TRANSFERENCIA.
               PERFORM BUSCA-TRANSFERENCIA
                   THRU BUSCA-TRANSFERENCIA-EXIT
               IF WACHOU = "N"
                   GO TO ENVIA-TRANSFERENCIA-EXIT
               END-IF
               IF NOT TR-ABERTA
                   DISPLAY "TRANSFERENCIA JA ENVIADA" AT 1905
                   GO TO ENVIA-TRANSFERENCIA-EXIT
               END-IF
               IF TR-QTD-ITENS = ZERO
                   DISPLAY "TRANSFERENCIA SEM ITENS" AT 1905
                   GO TO ENVIA-TRANSFERENCIA-EXIT
               END-IF
               PERFORM CABECALHO-ITENS
               MOVE "S" TO WSALDO-OK
               PERFORM POSICIONA-ITENS
               PERFORM CONFERE-ENVIO
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
               IF WSALDO-OK = "N"
                   DISPLAY "SALDO DA ORIGEM INSUFICIENTE - ITEM"
                       " MARCADO COM *" AT 1905
                   GO TO ENVIA-TRANSFERENCIA-EXIT
               END-IF
               PERFORM FILIAIS-TRANSFERENCIA
                   THRU FILIAIS-TRANSFERENCIA-EXIT
               IF WACHOU = "N"
                   GO TO ENVIA-TRANSFERENCIA-EXIT
               END-IF
               DISPLAY "CONFIRMA O ENVIO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1928
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO ENVIA-TRANSFERENCIA-EXIT
               END-IF
               IF WNF-TRANSF = "S"
                   MOVE WFIL-SERIE  TO WNF-SERIE
                   MOVE WFIL-ENT-NF TO WNF-ENTIDADE
                   CALL "PROXIMO-NUMERO" USING WNF-ENTIDADE,
                       WNF-NUMERO
                   MOVE ZERO TO WNF-VALOR
               END-IF
               PERFORM POSICIONA-ITENS
               PERFORM POSTA-ENVIO
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
               IF WNF-TRANSF = "S"
                   PERFORM GRAVA-NF-TRANSFERENCIA
                   MOVE WNF-SERIE  TO TR-NF-SERIE
                   MOVE WNF-NUMERO TO TR-NF-NUMERO
               ELSE
                   MOVE SPACES TO TR-NF-SERIE
                   MOVE ZERO   TO TR-NF-NUMERO
               END-IF
               MOVE "E" TO TR-STATUS
               MOVE WDATA-SISTEMA TO TR-DATA-ENVIO
               REWRITE REGISTRO-TRANSF
               MOVE TR-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "TRANSF01", "ENVIOU", WCHAVE-AUD
               DISPLAY SPACES AT 1905
               DISPLAY "MERCADORIA EM TRANSITO (DEPOSITO 99)" AT 1905
               IF WNF-TRANSF = "S"
                   MOVE SPACES TO WCHAVE-AUD
                   STRING WNF-SERIE "/" WNF-NUMERO
                       DELIMITED BY SIZE INTO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "TRANSF01", "EMITIUNF", WCHAVE-AUD
                   DISPLAY "NF DE TRANSFERENCIA" AT 2005
                   DISPLAY WNF-SERIE AT 2025
                   DISPLAY "-" AT 2026
                   DISPLAY WNF-NUMERO AT 2027
               END-IF
               .
           ENVIA-TRANSFERENCIA-EXIT.
               EXIT.
      *    FILIAL DE CADA DEPOSITO (DEPFIL.DAT). AS DUAS PRECISAM ESTAR
      *    ATIVAS; SENDO DIFERENTES, O ENVIO EMITE A NOTA FISCAL DE
      *    TRANSFERENCIA DA FILIAL DE ORIGEM PARA A DE DESTINO.
           FILIAIS-TRANSFERENCIA.
               MOVE "N" TO WNF-TRANSF
               MOVE SPACES    TO WCHAVE-FIL
               MOVE TR-ORIGEM TO WCHAVE-FIL (1:2)
               CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
                   WFIL-ORIGEM, WDADOS-FILIAL
               MOVE SPACES     TO WCHAVE-FIL
               MOVE TR-DESTINO TO WCHAVE-FIL (1:2)
               CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
                   WFIL-DESTINO, WDADOS-FIL-DEST
               IF WFIL-RESULTADO NOT = "S" OR WFDE-RESULTADO NOT = "S"
                   MOVE "N" TO WACHOU
                   DISPLAY "FILIAL DO DEPOSITO NAO CADASTRADA OU"
                       " INATIVA" AT 1905
                   GO TO FILIAIS-TRANSFERENCIA-EXIT
               END-IF
               IF WFIL-ORIGEM NOT = WFIL-DESTINO
                   MOVE "S" TO WNF-TRANSF
                   DISPLAY "ENTRE FILIAIS - NF DA FILIAL" AT 2005
                   DISPLAY WFIL-ORIGEM AT 2034
                   DISPLAY "PARA A FILIAL" AT 2037
                   DISPLAY WFIL-DESTINO AT 2051
               END-IF
               .
           FILIAIS-TRANSFERENCIA-EXIT.
               EXIT.
      *    CABECALHO DA NOTA DE TRANSFERENCIA: O DESTINATARIO E A
      *    FILIAL DE DESTINO (PESSOA JURIDICA, SEM CLIENTE E SEM
      *    PEDIDO); SEM IMPOSTO NEM FRETE.
           GRAVA-NF-TRANSFERENCIA.
               MOVE WNF-SERIE     TO NF-SERIE
               MOVE WNF-NUMERO    TO NF-NUMERO
               MOVE ZERO          TO NF-PEDIDO
               MOVE WDATA-SISTEMA TO NF-EMISSAO
               MOVE ZERO          TO NF-CLIENTE
               MOVE WFDE-NOME     TO NF-NOME
               MOVE ZEROS         TO NF-CPF
               MOVE SPACES        TO NF-ENDERECO
               MOVE SPACES        TO NF-CIDADE
               OPEN INPUT FILIAL
               IF FS-FILIAL = "00"
                   MOVE WFIL-DESTINO TO FIL-CODIGO
                   READ FILIAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FIL-ENDERECO TO NF-ENDERECO
                           MOVE FIL-CIDADE   TO NF-CIDADE
                   END-READ
                   CLOSE FILIAL
               END-IF
               MOVE WFDE-ESTADO   TO NF-ESTADO
               MOVE WNF-VALOR     TO NF-VALOR-PROD
               MOVE ZERO          TO NF-VALOR-IMP
               MOVE ZERO          TO NF-VALOR-FRETE
               MOVE WNF-VALOR     TO NF-VALOR-TOTAL
               MOVE "E"           TO NF-STATUS
               MOVE "J"           TO NF-TIPO-DOC
               MOVE WFDE-CNPJ     TO NF-CNPJ
               MOVE WFDE-IE       TO NF-IE
               MOVE WFIL-ORIGEM   TO NF-FILIAL
               MOVE WFIL-DESTINO  TO NF-FILIAL-DEST
               WRITE REGISTRO-NOTAFIS
                   INVALID KEY
                       REWRITE REGISTRO-NOTAFIS
               END-WRITE
               .
           CONFERE-ENVIO.
               PERFORM MOSTRA-ITEM
               MOVE TI-PRODUTO TO WSD-PRODUTO
               MOVE TR-ORIGEM  TO WSD-DEPOSITO
               PERFORM CONSULTA-SALDO-DEPOSITO
               IF TI-QTD-ENVIADA > WSALDO-DEP
                   MOVE "N" TO WSALDO-OK
                   DISPLAY "*" AT LINE WLINHA-TELA COL 52
               END-IF
               ADD 1 TO WLINHA-TELA
               PERFORM LE-ITEM
               .
      *    O CUSTO DO ITEM PASSA A SER O MEDIO DO DIA DO ENVIO
           POSTA-ENVIO.
               MOVE TI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-QTD-ESTOQUE
                       MOVE ZERO TO FD-CUSTO-MEDIO
               END-READ
               MOVE TI-QTD-ENVIADA TO WMV-QUANTIDADE
               MOVE TI-LOTE        TO WMV-LOTE
               CALL "GRAVA-MOVESTOQUE" USING TI-PRODUTO, WMV-SAIDA,
                   WMV-QUANTIDADE, FD-QTD-ESTOQUE, TR-ORIGEM, WMV-LOTE
               CALL "GRAVA-MOVESTOQUE" USING TI-PRODUTO, WMV-ENTRADA,
                   WMV-QUANTIDADE, FD-QTD-ESTOQUE, WDEP-TRANSITO,
                   WMV-LOTE
               MOVE FD-CUSTO-MEDIO TO TI-CUSTO
               MOVE "E" TO TI-SITUACAO
               REWRITE REGISTRO-TRFITEM
               IF WNF-TRANSF = "S"
                   PERFORM GRAVA-ITEM-NF
               END-IF
               PERFORM LE-ITEM
               .
      *    LINHA DA NOTA DE TRANSFERENCIA - MESMA SEQUENCIA DO ITEM,
      *    AO CUSTO MEDIO DO ENVIO
           GRAVA-ITEM-NF.
               MOVE WNF-SERIE      TO NI-SERIE
               MOVE WNF-NUMERO     TO NI-NUMERO
               MOVE TI-SEQ         TO NI-LINHA
               MOVE TI-PRODUTO     TO NI-PRODUTO
               MOVE TI-QTD-ENVIADA TO NI-QUANTIDADE
               MOVE TI-CUSTO       TO NI-VALUNIT
               COMPUTE NI-VALOR-LINHA = TI-QTD-ENVIADA * TI-CUSTO
               MOVE ZERO           TO NI-IMPOSTO
               ADD NI-VALOR-LINHA  TO WNF-VALOR
               WRITE REGISTRO-NFITEM
                   INVALID KEY
                       REWRITE REGISTRO-NFITEM
               END-WRITE
               .
      *----------------------------------------------------------------*
      *    RECEBIMENTO: SEM DIVERGENCIA, TUDO CONFORME O ENVIADO; COM
      *    DIVERGENCIA, A QUANTIDADE QUE CHEGOU E DIGITADA ITEM A ITEM
      *    (NUNCA MAIS QUE O ENVIADO). A DIFERENCA E FALTA.
      *----------------------------------------------------------------*
           RECEBE-TRANSFERENCIA.
               PERFORM BUSCA-TRANSFERENCIA
                   THRU BUSCA-TRANSFERENCIA-EXIT
               IF WACHOU = "N"
                   GO TO RECEBE-TRANSFERENCIA-EXIT
               END-IF
               IF NOT TR-TRANSITO
                   DISPLAY "TRANSFERENCIA NAO ESTA EM TRANSITO" AT 1905
                   GO TO RECEBE-TRANSFERENCIA-EXIT
               END-IF
               DISPLAY "CHEGOU TUDO CONFORME O ENVIADO [S-N][.]"
                   AT 0905
               ACCEPT WCONFERE AT 0942
               IF WCONFERE = "s"
                   MOVE "S" TO WCONFERE
               END-IF
               PERFORM CABECALHO-ITENS
               MOVE ZERO TO IND-ITEM
               PERFORM POSICIONA-ITENS
               PERFORM CONFERE-RECEBIMENTO
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
               DISPLAY "CONFIRMA O RECEBIMENTO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1934
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO RECEBE-TRANSFERENCIA-EXIT
               END-IF
               MOVE ZERO TO IND-ITEM
               PERFORM POSICIONA-ITENS
               PERFORM POSTA-RECEBIMENTO
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
               MOVE "R" TO TR-STATUS
               MOVE WDATA-SISTEMA TO TR-DATA-RECEB
               MOVE WOPERADOR TO TR-OPER-RECEB
               REWRITE REGISTRO-TRANSF
               MOVE TR-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "TRANSF01", "RECEBEU", WCHAVE-AUD
               DISPLAY SPACES AT 1905
               IF TR-COM-FALTA
                   DISPLAY "RECEBIDA COM FALTA - VER RELATORIO DE"
                       " DIVERGENCIAS" AT 1905
               ELSE
                   DISPLAY "TRANSFERENCIA RECEBIDA" AT 1905
               END-IF
               .
           RECEBE-TRANSFERENCIA-EXIT.
               EXIT.
           CONFERE-RECEBIMENTO.
               ADD 1 TO IND-ITEM
               PERFORM MOSTRA-ITEM
               MOVE TI-QTD-ENVIADA TO WQT-RECEBIDA
               IF WCONFERE NOT = "S"
                   DISPLAY WQT-RECEBIDA AT LINE WLINHA-TELA COL 54
                   ACCEPT WQT-RECEBIDA AT LINE WLINHA-TELA COL 54
                   IF WQT-RECEBIDA > TI-QTD-ENVIADA
                       MOVE TI-QTD-ENVIADA TO WQT-RECEBIDA
                   END-IF
               END-IF
               MOVE WQT-RECEBIDA TO TB-QTD-RECEBIDA (IND-ITEM)
               MOVE WQT-RECEBIDA TO WED-QTDE
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 54
               COMPUTE WQT-FALTA = TI-QTD-ENVIADA - WQT-RECEBIDA
               MOVE WQT-FALTA TO WED-QTDE
               DISPLAY WED-QTDE AT LINE WLINHA-TELA COL 62
               ADD 1 TO WLINHA-TELA
               PERFORM LE-ITEM
               .
      *    O RECEBIDO PASSA DO TRANSITO PARA O DESTINO; A FALTA SAI DO
      *    TRANSITO COMO BAIXA E DO SALDO CONSOLIDADO (E DO LOTE)
           POSTA-RECEBIMENTO.
               ADD 1 TO IND-ITEM
               MOVE TB-QTD-RECEBIDA (IND-ITEM) TO WQT-RECEBIDA
               COMPUTE WQT-FALTA = TI-QTD-ENVIADA - WQT-RECEBIDA
               MOVE TI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-QTD-ESTOQUE
               END-READ
               MOVE TI-LOTE TO WMV-LOTE
               IF WQT-RECEBIDA > ZERO
                   MOVE WQT-RECEBIDA TO WMV-QUANTIDADE
                   CALL "GRAVA-MOVESTOQUE" USING TI-PRODUTO, WMV-SAIDA,
                       WMV-QUANTIDADE, FD-QTD-ESTOQUE, WDEP-TRANSITO,
                       WMV-LOTE
                   CALL "GRAVA-MOVESTOQUE" USING TI-PRODUTO,
                       WMV-ENTRADA, WMV-QUANTIDADE, FD-QTD-ESTOQUE,
                       TR-DESTINO, WMV-LOTE
               END-IF
               IF WQT-FALTA > ZERO
                   PERFORM BAIXA-FALTA
               END-IF
               MOVE WQT-RECEBIDA TO TI-QTD-RECEBIDA
               MOVE WQT-FALTA    TO TI-QTD-FALTA
               MOVE "R" TO TI-SITUACAO
               REWRITE REGISTRO-TRFITEM
               PERFORM LE-ITEM
               .
           BAIXA-FALTA.
               IF FS-ARQ1 = "00"
                   IF WQT-FALTA > FD-QTD-ESTOQUE
                       MOVE ZERO TO FD-QTD-ESTOQUE
                   ELSE
                       SUBTRACT WQT-FALTA FROM FD-QTD-ESTOQUE
                   END-IF
                   REWRITE REG1
               END-IF
               MOVE WQT-FALTA TO WMV-QUANTIDADE
               CALL "GRAVA-MOVESTOQUE" USING TI-PRODUTO, WMV-FALTA,
                   WMV-QUANTIDADE, FD-QTD-ESTOQUE, WDEP-TRANSITO,
                   WMV-LOTE
               IF WMV-LOTE NOT = SPACES
                   MOVE TI-PRODUTO TO LOT-PRODUTO
                   MOVE WMV-LOTE   TO LOT-NUMERO
                   READ LOTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WQT-FALTA > LOT-SALDO
                               MOVE ZERO TO LOT-SALDO
                           ELSE
                               SUBTRACT WQT-FALTA FROM LOT-SALDO
                           END-IF
                           REWRITE REGISTRO-LOTE
                   END-READ
               END-IF
               MOVE "S" TO TR-DIVERGENCIA
               MOVE TI-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "TRANSF01", "FALTATRANS", WCHAVE-AUD
               .
      *----------------------------------------------------------------*
      *    CONSULTA (QUALQUER SITUACAO)
      *----------------------------------------------------------------*
           CONSULTA-TRANSFERENCIA.
               PERFORM BUSCA-TRANSFERENCIA
                   THRU BUSCA-TRANSFERENCIA-EXIT
               IF WACHOU = "N"
                   GO TO CONSULTA-TRANSFERENCIA-EXIT
               END-IF
               DISPLAY "ABERTA POR" AT 0905
               DISPLAY TR-OPERADOR AT 0916
               IF TR-RECEBIDA
                   DISPLAY "RECEBIDA POR" AT 0930
                   DISPLAY TR-OPER-RECEB AT 0943
               END-IF
               PERFORM CABECALHO-ITENS
               PERFORM POSICIONA-ITENS
               PERFORM LISTA-ITEM
                   UNTIL FS-TRFITEM NOT = "00"
               MOVE "00" TO FS-TRFITEM
               .
           CONSULTA-TRANSFERENCIA-EXIT.
               EXIT.
           LISTA-ITEM.
               PERFORM MOSTRA-ITEM
               ADD 1 TO WLINHA-TELA
               PERFORM LE-ITEM
               .
       END PROGRAM TRANSFERENCIA-ESTOQUE.
