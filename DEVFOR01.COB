      ******************************************************************
      *
      *          DEVOLUCAO AO FORNECEDOR E NOTA DE DEBITO (DEVFOR.DAT)
      *     A DEVOLUCAO E SEMPRE DE UM RECEBIMENTO (RECCOMP.DAT - PEDIDO
      *     DE COMPRA + SEQUENCIA DA CHEGADA) E, QUANDO O PRODUTO TEM
      *     LOTE, DO LOTE (LOTE.DAT) DE ONDE A MERCADORIA SAI. NAO SE
      *     DEVOLVE MAIS DO QUE CHEGOU NAQUELE RECEBIMENTO. A SAIDA DO
      *     ESTOQUE VAI PARA O ESTMOV.DAT COM O TIPO "F" (DEVOLUCAO AO
      *     FORNECEDOR) PELO GRAVA-MOVESTOQUE. O VALOR DA DEVOLUCAO
      *     (QUANTIDADE X CUSTO DA CHEGADA) E A NOTA DE DEBITO: ABATE AS
      *     PROXIMAS PARCELAS EM ABERTO DO FORNECEDOR EM CONTASPAG.DAT
      *     (VENCIMENTO MAIS PROXIMO PRIMEIRO, FORA AS QUE ESTAO EM
      *     BORDERO APROVADO OU ENVIADO) E O QUE SOBRAR FICA COMO
      *     CREDITO DO FORNECEDOR EM CREDFOR.DAT, CONSUMIDO PELA PROXIMA
      *     NOTA FISCAL DE ENTRADA (NFENT01). A NOTA DE DEBITO SAI EM
      *     NOTADEB.TXT PARA SER ENVIADA AO FORNECEDOR. NUMERO PELA
      *     ENTIDADE DEVFORN (PROXIMO-NUMERO). TUDO AUDITADO POR
      *     GRAVA-AUDITORIA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. DEVOLUCAO-FORNECEDOR.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT DEVFOR ASSIGN TO "DEVFOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DF-NUMERO
           ALTERNATE KEY IS DF-ORIGEM WITH DUPLICATES
           FILE STATUS IS FS-DEVFOR.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CODIGO
           FILE STATUS IS FS-PEDCOMP.

           SELECT RECCOMP ASSIGN TO "RECCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CHAVE
           FILE STATUS IS FS-RECCOMP.

           SELECT LOTES ASSIGN TO "LOTE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS FS-LOTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           FILE STATUS IS FS-CONTASPAG.

           SELECT BORDPAG ASSIGN TO "BORDPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BP-CHAVE
           ALTERNATE KEY IS BP-TITULO WITH DUPLICATES
           FILE STATUS IS FS-BORDPAG.

           SELECT CREDFOR ASSIGN TO "CREDFOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-FORNECEDOR
           FILE STATUS IS FS-CREDFOR.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.

           SELECT NOTADEB ASSIGN TO "NOTADEB.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOTADEB.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    DEVOLUCAO AO FORNECEDOR - O NUMERO E O DA NOTA DE DEBITO
       FD  DEVFOR.
       01  REGISTRO-DEVFOR.
           02 DF-NUMERO        PIC 9(06).
           02 DF-FORNECEDOR    PIC 9(04).
           02 DF-ORIGEM.
               03 DF-PEDCOMP   PIC 9(04).
               03 DF-RECEB     PIC 9(02).
           02 DF-PRODUTO       PIC 9(06).
           02 DF-LOTE          PIC X(10).
           02 DF-DEPOSITO      PIC 9(02).
           02 DF-QUANTIDADE    PIC 9(06).
           02 DF-CUSTO         PIC 9(6)V99.
           02 DF-VALOR         PIC 9(8)V99.
           02 DF-MOTIVO        PIC X.
               88 DF-DEFEITO   VALUE "D".
               88 DF-EXCESSO   VALUE "E".
               88 DF-OUTRO     VALUE "O".
           02 DF-OBSERVACAO    PIC X(40).
           02 DF-DATA          PIC 9(08).
      *    QUANTO DO DEBITO ABATEU PARCELAS E QUANTO VIROU CREDITO
           02 DF-VALOR-ABATIDO PIC 9(8)V99.
           02 DF-VALOR-CREDITO PIC 9(8)V99.
           02 DF-OPERADOR      PIC X(10).

       FD  PEDCOMP.
       01  REGISTRO-PEDCOMP.
           02 PC-CODIGO        PIC 9(04).
           02 PC-FORNECEDOR    PIC 9(04).
           02 PC-PRODUTO       PIC 9(06).
           02 PC-QUANTIDADE    PIC 9(06).
           02 PC-CUSTO         PIC 9(6)V99.
           02 PC-DATA-EMISSAO  PIC 9(08).
           02 PC-DATA-PREVISTA PIC 9(08).
           02 PC-QTD-RECEBIDA  PIC 9(06).
           02 PC-STATUS        PIC X.
               88 PC-ABERTA    VALUE "A".
               88 PC-PENDENTE  VALUE "P".
               88 PC-RECEBIDA  VALUE "R".
               88 PC-CANCELADA VALUE "C".
           02 PC-DATA-RECEBIDA PIC 9(08).
           02 PC-CENTRO        PIC 9(03).

      *    RECEBIMENTOS DE COMPRA - MESMO LAYOUT DE RECPOC01
       FD  RECCOMP.
       01  REGISTRO-RECCOMP.
           02 RC-CHAVE.
               03 RC-PEDCOMP   PIC 9(04).
               03 RC-SEQ       PIC 9(02).
           02 RC-PRODUTO       PIC 9(06).
           02 RC-QTDE          PIC 9(06).
           02 RC-CUSTO         PIC 9(6)V99.
           02 RC-DATA          PIC 9(08).
           02 RC-QTD-FATURADA  PIC 9(06).
           02 RC-PROCESSO      PIC 9(06).

       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO PIC 9(06).
               03 LOT-NUMERO  PIC X(10).
           02 LOT-VALIDADE    PIC 9(08).
           02 LOT-SALDO       PIC 9(06).

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

      *    CREDITO DO FORNECEDOR - SOBRA DAS NOTAS DE DEBITO AINDA
      *    NAO ABATIDA EM PARCELA
       FD  CREDFOR.
       01  REGISTRO-CREDFOR.
           02 CF-FORNECEDOR    PIC 9(04).
           02 CF-SALDO         PIC 9(8)V99.
           02 CF-DATA-ULT      PIC 9(08).

      *    MESMO LAYOUT JA DECLARADO EM CADVEND1.
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

       FD  NOTADEB.
       01  LINHA-NOTADEB  PIC X(80).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-DEVFOR.
           02 FS-DEVFOR-1 PIC 9.
           02 FS-DEVFOR-2 PIC 9.
           02 FS-DEVFOR-R REDEFINES FS-DEVFOR-2 PIC 99 COMP-X.
       01  FS-PEDCOMP.
           02 FS-PEDCOMP-1 PIC 9.
           02 FS-PEDCOMP-2 PIC 9.
           02 FS-PEDCOMP-R REDEFINES FS-PEDCOMP-2 PIC 99 COMP-X.
       01  FS-RECCOMP.
           02 FS-RECCOMP-1 PIC 9.
           02 FS-RECCOMP-2 PIC 9.
           02 FS-RECCOMP-R REDEFINES FS-RECCOMP-2 PIC 99 COMP-X.
       01  FS-LOTES.
           02 FS-LOTES-1 PIC 9.
           02 FS-LOTES-2 PIC 9.
           02 FS-LOTES-R REDEFINES FS-LOTES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-CONTASPAG.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPA-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       01  FS-BORDPAG.
           02 FS-BORDPAG-1 PIC 9.
           02 FS-BORDPAG-2 PIC 9.
           02 FS-BORDPAG-R REDEFINES FS-BORDPAG-2 PIC 99 COMP-X.
       01  FS-CREDFOR.
           02 FS-CREDFOR-1 PIC 9.
           02 FS-CREDFOR-2 PIC 9.
           02 FS-CREDFOR-R REDEFINES FS-CREDFOR-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       77  FS-NOTADEB     PIC XX VALUE SPACES.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WDF-ENTIDADE   PIC X(10) VALUE "DEVFORN".
       77  WDF-NUMERO     PIC 9(06) VALUE ZERO.
       77  WPC-CODIGO     PIC 9(04) VALUE ZERO.
       77  WRC-SEQ        PIC 9(02) VALUE ZERO.
       77  WQT-DEVOLVER   PIC 9(06) VALUE ZERO.
       77  WQT-JA-DEVOLV  PIC 9(06) VALUE ZERO.
       77  WQT-DISPONIVEL PIC 9(06) VALUE ZERO.
       77  WMOTIVO        PIC X VALUE SPACE.
       77  WOBSERVACAO    PIC X(40) VALUE SPACES.
       77  WVALOR-DEBITO  PIC 9(8)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-QTDE       PIC Z(5)9.
      *    SAIDA DO ESTOQUE (GRAVA-MOVESTOQUE) - TIPO PROPRIO DA
      *    DEVOLUCAO AO FORNECEDOR
       77  WMV-TIPO       PIC X VALUE "F".
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
      *    ABATIMENTO NAS PARCELAS EM ABERTO DO FORNECEDOR, DO
      *    VENCIMENTO MAIS PROXIMO PARA O MAIS DISTANTE (ATE 50)
       77  WBORDPAG-OK    PIC X VALUE "N".
       77  WEM-BORDERO    PIC X VALUE "N".
       77  WRESTA-DEBITO  PIC 9(8)V99 VALUE ZERO.
       77  WSALDO-PARCELA PIC 9(8)V99 VALUE ZERO.
       77  WABATE         PIC 9(8)V99 VALUE ZERO.
       01  TAB-ABATE.
           02 TA-ITEM OCCURS 50 TIMES.
               03 TA-VENCIMENTO PIC 9(08).
               03 TA-CHAVE.
                   04 TA-PEDCOMP PIC 9(04).
                   04 TA-PARCELA PIC 9(02).
       01  TA-SWAP.
           02 TA-SWAP-VENC    PIC 9(08).
           02 TA-SWAP-CHAVE   PIC X(06).
       77  QT-ABATE       PIC 9(02) VALUE ZERO.
       77  IND1           PIC 9(02) VALUE ZERO.
       77  IND2           PIC 9(02) VALUE ZERO.
      *    LINHA DA NOTA DE DEBITO
       77  WLINHA-ND      PIC X(80) VALUE SPACES.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O DEVFOR.
           IF FS-DEVFOR = "35"
               OPEN OUTPUT DEVFOR
               CLOSE DEVFOR
               OPEN I-O DEVFOR
           END-IF.
           OPEN I-O CREDFOR.
           IF FS-CREDFOR = "35"
               OPEN OUTPUT CREDFOR
               CLOSE CREDFOR
               OPEN I-O CREDFOR
           END-IF.
           OPEN I-O LOTES.
           IF FS-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN INPUT PEDCOMP.
           OPEN INPUT RECCOMP.
           OPEN I-O ARQ1.
           OPEN I-O CONTASPAG.
           OPEN INPUT VENDEDORES.
           OPEN INPUT BORDPAG.
           IF FS-BORDPAG = "00"
               MOVE "S" TO WBORDPAG-OK
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "DEVOLUCAO AO FORNECEDOR    " AT 0430
               DISPLAY "ACAO D-DEVOLVER C-CONSULTAR X-SAIR [.]"
                   AT 0505
               ACCEPT WACAO AT 0541
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE DEVFOR CREDFOR LOTES PEDCOMP RECCOMP ARQ1
                           CONTASPAG VENDEDORES
                       IF WBORDPAG-OK = "S"
                           CLOSE BORDPAG
                       END-IF
                       EXIT PROGRAM
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM DEVOLVE THRU DEVOLVE-EXIT
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM CONSULTA-DEVOLUCAO
                           THRU CONSULTA-DEVOLUCAO-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    DEVOLUCAO DE UM RECEBIMENTO. O DISPONIVEL E O QUE CHEGOU
      *    MENOS O QUE JA FOI DEVOLVIDO DELE; COM LOTE, TAMBEM O
      *    SALDO DO LOTE.
      *----------------------------------------------------------------*
           DEVOLVE.
               DISPLAY "PEDIDO COMPRA [....]       " AT 0705
               ACCEPT WPC-CODIGO AT 0720
               MOVE WPC-CODIGO TO PC-CODIGO
               READ PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO DE COMPRA NAO CADASTRADO" AT 1905
                       GO TO DEVOLVE-EXIT
               END-READ
               MOVE PC-FORNECEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO V-NOME
               END-READ
               DISPLAY PC-FORNECEDOR AT 0730
               DISPLAY V-NOME (1:30) AT 0735
               DISPLAY "RECEBIMENTO   [..]         " AT 0805
               ACCEPT WRC-SEQ AT 0820
               MOVE WPC-CODIGO TO RC-PEDCOMP
               MOVE WRC-SEQ    TO RC-SEQ
               READ RECCOMP
                   INVALID KEY
                       DISPLAY "RECEBIMENTO NAO CADASTRADO" AT 1905
                       GO TO DEVOLVE-EXIT
               END-READ
               MOVE RC-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO DEVOLVE-EXIT
               END-READ
               DISPLAY RC-PRODUTO AT 0830
               DISPLAY FD-PRODUTO (1:25) AT 0837
               DISPLAY RC-DATA AT 0864
               PERFORM SOMA-DEVOLVIDO THRU SOMA-DEVOLVIDO-EXIT
               COMPUTE WQT-DISPONIVEL = RC-QTDE - WQT-JA-DEVOLV
               DISPLAY "RECEBIDO / JA DEVOLVIDO    " AT 0905
               MOVE RC-QTDE TO WED-QTDE
               DISPLAY WED-QTDE AT 0930
               DISPLAY "/" AT 0937
               MOVE WQT-JA-DEVOLV TO WED-QTDE
               DISPLAY WED-QTDE AT 0939
               DISPLAY FD-UNIDADE AT 0946
               IF WQT-DISPONIVEL = ZERO
                   DISPLAY "RECEBIMENTO JA DEVOLVIDO POR INTEIRO"
                       AT 1905
                   GO TO DEVOLVE-EXIT
               END-IF
               DISPLAY "LOTE (BRANCO=SEM LOTE)     " AT 1005
               MOVE SPACES TO WMV-LOTE
               ACCEPT WMV-LOTE AT 1035
               IF WMV-LOTE NOT = SPACES
                   MOVE RC-PRODUTO TO LOT-PRODUTO
                   MOVE WMV-LOTE   TO LOT-NUMERO
                   READ LOTES
                       INVALID KEY
                           DISPLAY "LOTE NAO CADASTRADO PARA O PRODUTO"
                               AT 1905
                           GO TO DEVOLVE-EXIT
                   END-READ
                   DISPLAY "SALDO DO LOTE" AT 1047
                   DISPLAY LOT-SALDO AT 1061
               END-IF
               DISPLAY "QUANTIDADE [......]        " AT 1105
               MOVE ZERO TO WQT-DEVOLVER
               ACCEPT WQT-DEVOLVER AT 1117
               IF WQT-DEVOLVER = ZERO
                   GO TO DEVOLVE-EXIT
               END-IF
               IF WQT-DEVOLVER > WQT-DISPONIVEL
                   DISPLAY "QUANTIDADE MAIOR QUE A DO RECEBIMENTO"
                       AT 1905
                   GO TO DEVOLVE-EXIT
               END-IF
               IF WQT-DEVOLVER > FD-QTD-ESTOQUE
                   DISPLAY "QUANTIDADE MAIOR QUE O SALDO EM ESTOQUE"
                       AT 1905
                   GO TO DEVOLVE-EXIT
               END-IF
               IF WMV-LOTE NOT = SPACES AND WQT-DEVOLVER > LOT-SALDO
                   DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO LOTE"
                       AT 1905
                   GO TO DEVOLVE-EXIT
               END-IF
               DISPLAY "MOTIVO D-DEFEITO E-EXCESSO O-OUTRO [.]" AT 1205
               MOVE SPACE TO WMOTIVO
               ACCEPT WMOTIVO AT 1241
               EVALUATE WMOTIVO
                   WHEN "d"
                       MOVE "D" TO WMOTIVO
                   WHEN "e"
                       MOVE "E" TO WMOTIVO
                   WHEN "o"
                       MOVE "O" TO WMOTIVO
               END-EVALUATE
               IF WMOTIVO NOT = "D" AND WMOTIVO NOT = "E" AND
                  WMOTIVO NOT = "O"
                   DISPLAY "MOTIVO INVALIDO" AT 1905
                   GO TO DEVOLVE-EXIT
               END-IF
               DISPLAY "OBSERVACAO" AT 1305
               MOVE SPACES TO WOBSERVACAO
               ACCEPT WOBSERVACAO AT 1317
               DISPLAY "DEPOSITO DE SAIDA [..]     " AT 1405
               MOVE ZERO TO WDEPOSITO
               ACCEPT WDEPOSITO AT 1424
               IF WDEPOSITO = ZERO
                   MOVE 1 TO WDEPOSITO
                   DISPLAY WDEPOSITO AT 1424
               END-IF
               COMPUTE WVALOR-DEBITO ROUNDED = WQT-DEVOLVER * RC-CUSTO
               DISPLAY "VALOR DA NOTA DE DEBITO    " AT 1505
               MOVE WVALOR-DEBITO TO WED-VALOR
               DISPLAY WED-VALOR AT 1530
               DISPLAY "CONFIRMA A DEVOLUCAO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1932
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO DEVOLVE-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WDF-ENTIDADE, WDF-NUMERO
               PERFORM POSTA-SAIDA
               MOVE WDF-NUMERO    TO DF-NUMERO
               MOVE PC-FORNECEDOR TO DF-FORNECEDOR
               MOVE WPC-CODIGO    TO DF-PEDCOMP
               MOVE WRC-SEQ       TO DF-RECEB
               MOVE RC-PRODUTO    TO DF-PRODUTO
               MOVE WMV-LOTE      TO DF-LOTE
               MOVE WDEPOSITO     TO DF-DEPOSITO
               MOVE WQT-DEVOLVER  TO DF-QUANTIDADE
               MOVE RC-CUSTO      TO DF-CUSTO
               MOVE WVALOR-DEBITO TO DF-VALOR
               MOVE WMOTIVO       TO DF-MOTIVO
               MOVE WOBSERVACAO   TO DF-OBSERVACAO
               MOVE WDATA-SISTEMA TO DF-DATA
               MOVE ZERO          TO DF-VALOR-ABATIDO
               MOVE ZERO          TO DF-VALOR-CREDITO
               MOVE WOPERADOR     TO DF-OPERADOR
               PERFORM ABATE-PAGAVEIS THRU ABATE-PAGAVEIS-EXIT
               WRITE REGISTRO-DEVFOR
                   INVALID KEY
                       DISPLAY "NOTA DE DEBITO JA CADASTRADA" AT 2005
                       GO TO DEVOLVE-EXIT
               END-WRITE
               MOVE DF-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "DEVFOR01", "DEVOLVEU", WCHAVE-AUD
               PERFORM EMITE-NOTA-DEBITO
               DISPLAY "NOTA DE DEBITO EMITIDA:    " AT 2005
               DISPLAY DF-NUMERO AT 2032
               DISPLAY "ABATIDO" AT 2105
               MOVE DF-VALOR-ABATIDO TO WED-VALOR
               DISPLAY WED-VALOR AT 2113
               DISPLAY "CREDITO" AT 2130
               MOVE DF-VALOR-CREDITO TO WED-VALOR
               DISPLAY WED-VALOR AT 2138
               .
           DEVOLVE-EXIT.
               EXIT.
      *    QUANTIDADE JA DEVOLVIDA DO RECEBIMENTO (CHAVE ALTERNATIVA)
           SOMA-DEVOLVIDO.
               MOVE ZERO TO WQT-JA-DEVOLV
               MOVE WPC-CODIGO TO DF-PEDCOMP
               MOVE WRC-SEQ    TO DF-RECEB
               START DEVFOR KEY EQUAL DF-ORIGEM
                   INVALID KEY
                       GO TO SOMA-DEVOLVIDO-EXIT
               END-START
               PERFORM SOMA-UMA-DEVOLUCAO
                   UNTIL FS-DEVFOR NOT = "00"
               .
           SOMA-DEVOLVIDO-EXIT.
               EXIT.
           SOMA-UMA-DEVOLUCAO.
               READ DEVFOR NEXT RECORD
                   AT END
                       MOVE "10" TO FS-DEVFOR
               END-READ
               IF FS-DEVFOR = "00"
                   IF DF-PEDCOMP NOT = WPC-CODIGO OR
                      DF-RECEB NOT = WRC-SEQ
                       MOVE "10" TO FS-DEVFOR
                   ELSE
                       ADD DF-QUANTIDADE TO WQT-JA-DEVOLV
                   END-IF
               END-IF
               .
      *    SAIDA DO ESTOQUE E DO LOTE (O PRODUTO JA ESTA EM REG1)
           POSTA-SAIDA.
               SUBTRACT WQT-DEVOLVER FROM FD-QTD-ESTOQUE
               REWRITE REG1
               MOVE WQT-DEVOLVER TO WMV-QUANTIDADE
               CALL "GRAVA-MOVESTOQUE" USING RC-PRODUTO, WMV-TIPO,
                   WMV-QUANTIDADE, FD-QTD-ESTOQUE, WDEPOSITO, WMV-LOTE
               IF WMV-LOTE NOT = SPACES
                   SUBTRACT WQT-DEVOLVER FROM LOT-SALDO
                   REWRITE REGISTRO-LOTE
               END-IF
               .
      *----------------------------------------------------------------*
      *    A NOTA DE DEBITO ABATE AS PARCELAS EM ABERTO DO FORNECEDOR
      *    (SALDO = VALOR - PAGO, COMO NO CPAGAR01) DO VENCIMENTO MAIS
      *    PROXIMO EM DIANTE; PARCELA EM BORDERO APROVADO OU ENVIADO
      *    FICA DE FORA (A BAIXA DELA VEM DO BANCO). A SOBRA VAI PARA
      *    O CREDITO DO FORNECEDOR.
      *----------------------------------------------------------------*
           ABATE-PAGAVEIS.
               MOVE WVALOR-DEBITO TO WRESTA-DEBITO
               MOVE ZERO TO QT-ABATE
               IF FS-CONTASPAG NOT = "00"
                   GO TO ABATE-PAGAVEIS-CREDITO
               END-IF
               MOVE ZEROS TO CP-CHAVE
               START CONTASPAG KEY NOT LESS THAN CP-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-CONTASPAG
               END-START
               PERFORM SELECIONA-PARCELA
                   UNTIL FS-CONTASPAG NOT = "00"
               MOVE "00" TO FS-CONTASPAG
               IF QT-ABATE > 1
                   PERFORM PASSADA-BOLHA
                       VARYING IND1 FROM 1 BY 1
                       UNTIL IND1 > QT-ABATE - 1
               END-IF
               PERFORM ABATE-UMA-PARCELA THRU ABATE-UMA-PARCELA-EXIT
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-ABATE OR WRESTA-DEBITO = ZERO
               .
           ABATE-PAGAVEIS-CREDITO.
               IF WRESTA-DEBITO > ZERO
                   PERFORM GUARDA-CREDITO
               END-IF
               .
           ABATE-PAGAVEIS-EXIT.
               EXIT.
           SELECIONA-PARCELA.
               READ CONTASPAG NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTASPAG
               END-READ
               IF FS-CONTASPAG = "00"
                   IF CP-FORNECEDOR = PC-FORNECEDOR AND CP-ABERTA AND
                      CP-VALOR > CP-VALOR-PAGO AND QT-ABATE < 50
                       PERFORM CONFERE-BORDERO
                       IF WEM-BORDERO = "N"
                           ADD 1 TO QT-ABATE
                           MOVE CP-VENCIMENTO
                               TO TA-VENCIMENTO (QT-ABATE)
                           MOVE CP-CHAVE TO TA-CHAVE (QT-ABATE)
                       END-IF
                   END-IF
               END-IF
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
      *    VENCIMENTO MAIS PROXIMO PRIMEIRO (BOLHA, TABELA PEQUENA)
           PASSADA-BOLHA.
               PERFORM COMPARA-TROCA
                   VARYING IND2 FROM 1 BY 1
                   UNTIL IND2 > QT-ABATE - IND1
               .
           COMPARA-TROCA.
               IF TA-VENCIMENTO (IND2) > TA-VENCIMENTO (IND2 + 1)
                   MOVE TA-ITEM (IND2)     TO TA-SWAP
                   MOVE TA-ITEM (IND2 + 1) TO TA-ITEM (IND2)
                   MOVE TA-SWAP            TO TA-ITEM (IND2 + 1)
               END-IF
               .
      *    O ABATIMENTO ENTRA COMO VALOR PAGO DA PARCELA, SEM
      *    LANCAMENTO NO CAIXA (NAO HOUVE DESEMBOLSO)
           ABATE-UMA-PARCELA.
               MOVE TA-CHAVE (IND1) TO CP-CHAVE
               READ CONTASPAG
                   INVALID KEY
                       GO TO ABATE-UMA-PARCELA-EXIT
               END-READ
               COMPUTE WSALDO-PARCELA = CP-VALOR - CP-VALOR-PAGO
               IF WSALDO-PARCELA > WRESTA-DEBITO
                   MOVE WRESTA-DEBITO TO WABATE
               ELSE
                   MOVE WSALDO-PARCELA TO WABATE
               END-IF
               ADD WABATE TO CP-VALOR-PAGO
               MOVE WDATA-SISTEMA TO CP-DATA-PGTO
               IF CP-VALOR-PAGO NOT < CP-VALOR
                   MOVE "P" TO CP-STATUS
               END-IF
               REWRITE REGISTRO-CONTASPAG
                   INVALID KEY
                       GO TO ABATE-UMA-PARCELA-EXIT
               END-REWRITE
               SUBTRACT WABATE FROM WRESTA-DEBITO
               ADD WABATE TO DF-VALOR-ABATIDO
               MOVE CP-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "DEVFOR01", "NOTADEBITO", WCHAVE-AUD
               .
           ABATE-UMA-PARCELA-EXIT.
               EXIT.
           GUARDA-CREDITO.
               MOVE PC-FORNECEDOR TO CF-FORNECEDOR
               READ CREDFOR
                   INVALID KEY
                       MOVE WRESTA-DEBITO TO CF-SALDO
                       MOVE WDATA-SISTEMA TO CF-DATA-ULT
                       WRITE REGISTRO-CREDFOR
                   NOT INVALID KEY
                       ADD WRESTA-DEBITO TO CF-SALDO
                       MOVE WDATA-SISTEMA TO CF-DATA-ULT
                       REWRITE REGISTRO-CREDFOR
               END-READ
               MOVE WRESTA-DEBITO TO DF-VALOR-CREDITO
               MOVE CF-FORNECEDOR TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "DEVFOR01", "CREDITOFOR", WCHAVE-AUD
               .
      *----------------------------------------------------------------*
      *    NOTA DE DEBITO EM NOTADEB.TXT (ACUMULA ATE SER ENVIADA)
      *----------------------------------------------------------------*
           EMITE-NOTA-DEBITO.
               OPEN EXTEND NOTADEB
               IF FS-NOTADEB = "35"
                   OPEN OUTPUT NOTADEB
               END-IF
               MOVE SPACES TO WLINHA-ND
               STRING "NOTA DE DEBITO " DF-NUMERO "  DATA " DF-DATA
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               STRING "FORNECEDOR " DF-FORNECEDOR " " V-NOME
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               STRING "DEVOLUCAO DO PEDIDO DE COMPRA " DF-PEDCOMP
                   " RECEBIMENTO " DF-RECEB " LOTE " DF-LOTE
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               MOVE DF-QUANTIDADE TO WED-QTDE
               STRING "PRODUTO " DF-PRODUTO " " FD-PRODUTO " QTDE "
                   WED-QTDE " " FD-UNIDADE
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               EVALUATE TRUE
                   WHEN DF-DEFEITO
                       STRING "MOTIVO: DEFEITO - " DF-OBSERVACAO
                           DELIMITED BY SIZE INTO WLINHA-ND
                   WHEN DF-EXCESSO
                       STRING "MOTIVO: EXCESSO - " DF-OBSERVACAO
                           DELIMITED BY SIZE INTO WLINHA-ND
                   WHEN OTHER
                       STRING "MOTIVO: " DF-OBSERVACAO
                           DELIMITED BY SIZE INTO WLINHA-ND
               END-EVALUATE
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               MOVE DF-VALOR TO WED-VALOR
               STRING "VALOR DO DEBITO " WED-VALOR
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               MOVE DF-VALOR-ABATIDO TO WED-VALOR
               STRING "ABATIDO DAS PARCELAS EM ABERTO " WED-VALOR
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE SPACES TO WLINHA-ND
               MOVE DF-VALOR-CREDITO TO WED-VALOR
               STRING "CREDITO PARA AS PROXIMAS NOTAS  " WED-VALOR
                   DELIMITED BY SIZE INTO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               MOVE ALL "-" TO WLINHA-ND
               WRITE LINHA-NOTADEB FROM WLINHA-ND
               CLOSE NOTADEB
               .
           CONSULTA-DEVOLUCAO.
               DISPLAY "NOTA DE DEBITO [......]    " AT 0705
               ACCEPT WDF-NUMERO AT 0721
               MOVE WDF-NUMERO TO DF-NUMERO
               READ DEVFOR
                   INVALID KEY
                       DISPLAY "NOTA DE DEBITO NAO CADASTRADA" AT 1905
                       GO TO CONSULTA-DEVOLUCAO-EXIT
               END-READ
               MOVE DF-FORNECEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO V-NOME
               END-READ
               MOVE DF-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY "FORNECEDOR                 " AT 0805
               DISPLAY DF-FORNECEDOR AT 0830
               DISPLAY V-NOME (1:30) AT 0835
               DISPLAY "PEDIDO COMPRA / RECEB.     " AT 0905
               DISPLAY DF-PEDCOMP AT 0930
               DISPLAY "/" AT 0935
               DISPLAY DF-RECEB AT 0937
               DISPLAY "PRODUTO                    " AT 1005
               DISPLAY DF-PRODUTO AT 1030
               DISPLAY FD-PRODUTO (1:25) AT 1037
               DISPLAY "LOTE / DEPOSITO            " AT 1105
               DISPLAY DF-LOTE AT 1130
               DISPLAY DF-DEPOSITO AT 1142
               DISPLAY "QUANTIDADE                 " AT 1205
               MOVE DF-QUANTIDADE TO WED-QTDE
               DISPLAY WED-QTDE AT 1230
               DISPLAY "MOTIVO / OBSERVACAO        " AT 1305
               DISPLAY DF-MOTIVO AT 1330
               DISPLAY DF-OBSERVACAO AT 1332
               DISPLAY "DATA                       " AT 1405
               DISPLAY DF-DATA AT 1430
               DISPLAY "VALOR DO DEBITO            " AT 1505
               MOVE DF-VALOR TO WED-VALOR
               DISPLAY WED-VALOR AT 1530
               DISPLAY "ABATIDO EM PARCELAS        " AT 1605
               MOVE DF-VALOR-ABATIDO TO WED-VALOR
               DISPLAY WED-VALOR AT 1630
               DISPLAY "LEVADO A CREDITO           " AT 1705
               MOVE DF-VALOR-CREDITO TO WED-VALOR
               DISPLAY WED-VALOR AT 1730
               MOVE DF-FORNECEDOR TO CF-FORNECEDOR
               READ CREDFOR
                   INVALID KEY
                       MOVE ZERO TO CF-SALDO
               END-READ
               DISPLAY "CREDITO ATUAL DO FORNECEDOR" AT 1805
               MOVE CF-SALDO TO WED-VALOR
               DISPLAY WED-VALOR AT 1834
               .
           CONSULTA-DEVOLUCAO-EXIT.
               EXIT.
       END PROGRAM DEVOLUCAO-FORNECEDOR.
