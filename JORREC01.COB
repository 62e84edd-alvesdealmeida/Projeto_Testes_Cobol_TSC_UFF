      ******************************************************************
      *
      *     RECUPERA-JORNAL - RECUPERACAO DAS TRANSACOES ABERTAS DO
      *     JORNAL DE IMAGENS ANTES (JORNAL.DAT, GRAVA-JORNAL)
      *     UMA TRANSACAO AINDA ABERTA E UMA OPERACAO QUE PAROU NO
      *     MEIO (TERMINAL DESLIGADO, QUEDA DE ENERGIA). PARA CADA UMA:
      *       - SE A NOTA FISCAL DA TRANSACAO JA ESTA GRAVADA EM
      *         NOTAFIS.DAT, TUDO O QUE VEM ANTES DELA JA FOI GRAVADO
      *         E O NUMERO FISCAL NAO PODE VOLTAR: A TRANSACAO E
      *         CONCLUIDA (OS NUMEROS DE SERIE EXPEDIDOS SAO LIGADOS A
      *         NOTA, ULTIMO PASSO DO FATURAMENTO);
      *       - SENAO A TRANSACAO E DESFEITA: AS IMAGENS VOLTAM DA
      *         ULTIMA PARA A PRIMEIRA (REGISTRO ALTERADO VOLTA COMO
      *         ESTAVA, REGISTRO NOVO E EXCLUIDO), O MOVIMENTO DE
      *         ESTOQUE QUE CHEGOU AO ESTMOV.DAT GANHA A LINHA DE
      *         ESTORNO E O NUMERO DE NOTA JA TIRADO FICA NO ARQUIVO
      *         COMO NOTA CANCELADA, PARA A SEQUENCIA PRESTAR CONTAS.
      *     O RESULTADO VAI PARA O SPOOL (RELATORIO RECJORNAL) E PARA
      *     A TRILHA DE AUDITORIA. FILTROS EM BRANCO = TODOS.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "RECUPERA-JORNAL" USING LK-FILTRO-PROGRAMA
      *             LK-FILTRO-OPERADOR LK-OPERADOR LK-QT-DESFEITAS
      *             LK-QT-CONCLUIDAS
      *
      *     NOVO PROGRAMA NO JORNAL: OS ARQUIVOS QUE ELE GRAVA
      *     PRECISAM ESTAR DECLARADOS AQUI E NO 4400-RESTAURA-IMAGEM.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RECUPERA-JORNAL.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JR-CHAVE
           ALTERNATE KEY IS JR-PENDENCIA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

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

           SELECT RESERVAS ASSIGN TO "RESERVA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS FS-RESERVAS.

           SELECT BACKORD ASSIGN TO "BACKORD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BO-CHAVE
           FILE STATUS IS FS-BACKORD.

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

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-CHAVE
           FILE STATUS IS FS-SERIAIS.

           SELECT ESTMOV ASSIGN TO "ESTMOV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTMOV.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO GRAVA-JORNAL (JORNAL01)
       FD  JORNAL.
       01  REGISTRO-JORNAL.
           02 JR-CHAVE.
               03 JR-TRANSACAO  PIC 9(06).
               03 JR-SEQ        PIC 9(04).
           02 JR-PENDENCIA.
               03 JR-SITUACAO   PIC X.
                   88 JR-ABERTA     VALUE "A".
                   88 JR-CONFIRMADA VALUE "C".
                   88 JR-DESFEITA   VALUE "D".
                   88 JR-CONCLUIDA  VALUE "K".
               03 JR-PROGRAMA   PIC X(08).
           02 JR-TIPO           PIC X.
               88 JR-CABECALHO  VALUE "H".
               88 JR-ANTES      VALUE "B".
               88 JR-MOVIMENTO  VALUE "M".
           02 JR-ARQUIVO        PIC X(08).
           02 JR-EXISTIA        PIC X.
               88 JR-REG-EXISTIA VALUE "S".
               88 JR-REG-NOVO    VALUE "N".
           02 JR-IMAGEM         PIC X(300).
           02 JR-DADOS-CAB REDEFINES JR-IMAGEM.
               03 JR-OPERADOR    PIC X(10).
               03 JR-DOCUMENTO   PIC X(20).
               03 JR-DATA        PIC 9(08).
               03 JR-HORA        PIC 9(06).
               03 JR-QTD-IMAGENS PIC 9(04).
               03 JR-DATA-RECUP  PIC 9(08).
               03 JR-OPER-RECUP  PIC X(10).
               03 FILLER         PIC X(234).

      *    OS ARQUIVOS ABAIXO VOLTAM INTEIROS DA IMAGEM DO JORNAL - SO
      *    A CHAVE E O TAMANHO DO REGISTRO INTERESSAM (MESMO TAMANHO
      *    DOS LAYOUTS DE FATPED01)
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 FILLER           PIC X(61).

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 FILLER           PIC X(52).

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO        PIC 9(06).
           02 FILLER           PIC X(104).

       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

       FD  LOTES.
       01  REGISTRO-LOTE.
           02 LOT-CHAVE.
               03 LOT-PRODUTO  PIC 9(06).
               03 LOT-NUMERO   PIC X(10).
           02 FILLER           PIC X(14).

       FD  RESERVAS.
       01  REGISTRO-RESERVA.
           02 RES-CHAVE.
               03 RES-PEDIDO   PIC 9(06).
               03 RES-PRODUTO  PIC 9(06).
           02 RES-QUANTIDADE   PIC 9(06).

       FD  BACKORD.
       01  REGISTRO-BACKORDER.
           02 BO-CHAVE.
               03 BO-PEDIDO    PIC 9(06).
               03 BO-LINHA     PIC 9(02).
           02 FILLER           PIC X(35).

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
               88 NF-EMITIDA   VALUE "E".
               88 NF-CANCELADA VALUE "C".
           02 NF-TIPO-DOC    PIC X.
           02 NF-CNPJ        PIC 9(14).
           02 NF-IE          PIC X(15).
           02 NF-FILIAL      PIC 9(02).
           02 NF-FILIAL-DEST PIC 9(02).

       FD  NFITEM.
       01  REGISTRO-NFITEM.
           02 NI-CHAVE.
               03 NI-SERIE     PIC X(01).
               03 NI-NUMERO    PIC 9(06).
               03 NI-LINHA     PIC 9(02).
           02 FILLER           PIC X(36).

      *    MESMO LAYOUT DO FATPED01/RECPOC01
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

      *    MESMO LAYOUT DO GRAVA-MOVESTOQUE (MOVESTOQ)
       FD  ESTMOV.
       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X.
           02 MV-QUANTIDADE    PIC 9(6).
           02 FILLER           PIC X.
           02 MV-SALDO         PIC 9(6).
           02 FILLER           PIC X.
           02 MV-DEPOSITO      PIC 9(2).
           02 FILLER           PIC X.
           02 MV-LOTE          PIC X(10).

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       01  SEQ-REG.
           02 WREL-LINHA PIC X(200).

       WORKING-STORAGE                         SECTION.
       01  FS-JORNAL.
           02 FS-JORNAL-1 PIC 9.
           02 FS-JORNAL-2 PIC 9.
           02 FS-JORNAL-R REDEFINES FS-JORNAL-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEN-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
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
       01  FS-RESERVAS.
           02 FS-RESERVAS-1 PIC 9.
           02 FS-RESERVAS-2 PIC 9.
           02 FS-RESERVA-R REDEFINES FS-RESERVAS-2 PIC 99 COMP-X.
       01  FS-BACKORD.
           02 FS-BACKORD-1 PIC 9.
           02 FS-BACKORD-2 PIC 9.
           02 FS-BACKORD-R REDEFINES FS-BACKORD-2 PIC 99 COMP-X.
       01  FS-NOTAFIS.
           02 FS-NOTAFIS-1 PIC 9.
           02 FS-NOTAFIS-2 PIC 9.
           02 FS-NOTAFIS-R REDEFINES FS-NOTAFIS-2 PIC 99 COMP-X.
       01  FS-NFITEM.
           02 FS-NFITEM-1 PIC 9.
           02 FS-NFITEM-2 PIC 9.
           02 FS-NFITEM-R REDEFINES FS-NFITEM-2 PIC 99 COMP-X.
       01  FS-SERIAIS.
           02 FS-SERIAIS-1 PIC 9.
           02 FS-SERIAIS-2 PIC 9.
           02 FS-SERIAIS-R REDEFINES FS-SERIAIS-2 PIC 99 COMP-X.
       77  FS-ESTMOV      PIC XX VALUE SPACES.
       77  FS-SEQ         PIC XX VALUE SPACES.
       77  WSEQ-SIZE      PIC 9(06) VALUE ZEROS.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
      *    TRANSACOES ABERTAS QUE PASSAM NOS FILTROS (ATE 50 POR
      *    RODADA - O RESTO FICA PARA A PROXIMA)
       01  TAB-PENDENTES.
           02 TP-TRANSACAO PIC 9(06) OCCURS 50 TIMES.
       77  QT-PENDENTES   PIC 9(02) VALUE ZERO.
       77  IND-PEND       PIC 9(02) VALUE ZERO.
      *    TRANSACAO EM RECUPERACAO
       77  WTRANSACAO     PIC 9(06) VALUE ZERO.
       77  WMAX-SEQ       PIC 9(04) VALUE ZERO.
       77  WSEQ           PIC 9(04) VALUE ZERO.
       77  WCONCLUI       PIC X VALUE "N".
       77  WTEM-NF        PIC X VALUE "N".
       77  WNF-INUTILIZADA PIC X VALUE "N".
       77  WNOVA-SITUACAO PIC X VALUE SPACE.
       01  WCABECALHO.
           02 WCAB-PROGRAMA  PIC X(08).
           02 WCAB-OPERADOR  PIC X(10).
           02 WCAB-DOCUMENTO PIC X(20).
           02 WCAB-DATA      PIC 9(08).
           02 WCAB-HORA      PIC 9(06).
       01  WNOTA.
           02 WNF-SERIE      PIC X(01).
           02 WNF-NUMERO     PIC 9(06).
           02 WNF-PEDIDO     PIC 9(06).
           02 WNF-CLIENTE    PIC 9(06).
           02 WNF-EMISSAO    PIC 9(08).
       77  QT-RESTAURADOS PIC 9(04) VALUE ZERO.
       77  QT-EXCLUIDOS   PIC 9(04) VALUE ZERO.
       77  QT-ESTORNOS    PIC 9(04) VALUE ZERO.
       77  QT-SERIES-LIG  PIC 9(04) VALUE ZERO.
      *    MOVIMENTO DE ESTOQUE GUARDADO NO JORNAL (LINHA DO ESTMOV)
       01  WMOV-JORNAL.
           02 WMJ-DATA       PIC 9(8).
           02 FILLER         PIC X.
           02 WMJ-CODIGO     PIC 9(06).
           02 FILLER         PIC X.
           02 WMJ-TIPO       PIC X.
           02 FILLER         PIC X.
           02 WMJ-QUANTIDADE PIC 9(6).
           02 FILLER         PIC X.
           02 WMJ-SALDO      PIC 9(6).
           02 FILLER         PIC X.
           02 WMJ-DEPOSITO   PIC 9(2).
           02 FILLER         PIC X.
           02 WMJ-LOTE       PIC X(10).
       77  WMOV-ACHADO    PIC X VALUE "N".
      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "RECJORNAL".
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.
       77  WREL-TEXTO  PIC X(120) VALUE SPACES.
       01  WREL-T.
           02 FILLER    PIC X(26) VALUE SPACES.
           02 WREL-T-B  PIC X(120) VALUE SPACES.

       LINKAGE                                 SECTION.
       01  LK-FILTRO-PROGRAMA PIC X(08).
       01  LK-FILTRO-OPERADOR PIC X(10).
       01  LK-OPERADOR        PIC X(10).
       01  LK-QT-DESFEITAS    PIC 9(04).
       01  LK-QT-CONCLUIDAS   PIC 9(04).
      *================================================================*
       PROCEDURE DIVISION USING LK-FILTRO-PROGRAMA LK-FILTRO-OPERADOR
           LK-OPERADOR LK-QT-DESFEITAS LK-QT-CONCLUIDAS.
       0000-MAINLINE.
           MOVE ZERO TO LK-QT-DESFEITAS
           MOVE ZERO TO LK-QT-CONCLUIDAS
           MOVE ZERO TO QT-PENDENTES
           OPEN I-O JORNAL
           IF FS-JORNAL = "00"
               PERFORM 1000-LISTA-PENDENTES THRU 1000-EXIT
               IF QT-PENDENTES > ZERO
                   PERFORM 2000-RECUPERA-PENDENTES
               END-IF
               CLOSE JORNAL
           END-IF
           GOBACK
           .
      *----------------------------------------------------------------*
      *    TRANSACOES ABERTAS (CHAVE ALTERNATIVA SITUACAO + PROGRAMA)
      *----------------------------------------------------------------*
       1000-LISTA-PENDENTES.
           MOVE "A"                TO JR-SITUACAO
           MOVE LK-FILTRO-PROGRAMA TO JR-PROGRAMA
           START JORNAL KEY NOT LESS THAN JR-PENDENCIA
               INVALID KEY
                   GO TO 1000-EXIT
           END-START
           PERFORM 1100-LE-PENDENTE
           PERFORM 1200-GUARDA-PENDENTE
               UNTIL FS-JORNAL NOT = "00" OR QT-PENDENTES = 50
           MOVE "00" TO FS-JORNAL
           .
       1000-EXIT.
           EXIT.
       1100-LE-PENDENTE.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE "10" TO FS-JORNAL
           END-READ
           IF FS-JORNAL = "00"
               IF NOT JR-ABERTA
                   MOVE "10" TO FS-JORNAL
               END-IF
               IF LK-FILTRO-PROGRAMA NOT = SPACES AND
                  JR-PROGRAMA NOT = LK-FILTRO-PROGRAMA
                   MOVE "10" TO FS-JORNAL
               END-IF
           END-IF
           .
       1200-GUARDA-PENDENTE.
           IF JR-CABECALHO
               IF LK-FILTRO-OPERADOR = SPACES OR
                  JR-OPERADOR = LK-FILTRO-OPERADOR
                   ADD 1 TO QT-PENDENTES
                   MOVE JR-TRANSACAO TO TP-TRANSACAO (QT-PENDENTES)
               END-IF
           END-IF
           PERFORM 1100-LE-PENDENTE
           .
       2000-RECUPERA-PENDENTES.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 2100-ABRE-ARQUIVOS
           PERFORM 3000-ABRE-RELATORIO
           PERFORM 4000-RECUPERA-TRANSACAO THRU 4000-EXIT
               VARYING IND-PEND FROM 1 BY 1
               UNTIL IND-PEND > QT-PENDENTES
           MOVE SPACES TO WREL-TEXTO
           PERFORM 3900-GRAVA-LINHA
           MOVE SPACES TO WREL-TEXTO
           STRING "TRANSACOES DESFEITAS: " LK-QT-DESFEITAS
               "   CONCLUIDAS: " LK-QT-CONCLUIDAS
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 3900-GRAVA-LINHA
           CLOSE SEQ-ARQ
           CLOSE PEDIDOS PEDITENS ARQ1 SALDODEP LOTES RESERVAS
               BACKORD NOTAFIS NFITEM SERIAIS
           .
       2100-ABRE-ARQUIVOS.
           OPEN I-O PEDIDOS
           IF FS-PEDIDOS = "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF
           OPEN I-O PEDITENS
           IF FS-PEDITENS = "35"
               OPEN OUTPUT PEDITENS
               CLOSE PEDITENS
               OPEN I-O PEDITENS
           END-IF
           OPEN I-O ARQ1
           IF FS-ARQ1 = "35"
               OPEN OUTPUT ARQ1
               CLOSE ARQ1
               OPEN I-O ARQ1
           END-IF
           OPEN I-O SALDODEP
           IF FS-SALDODEP = "35"
               OPEN OUTPUT SALDODEP
               CLOSE SALDODEP
               OPEN I-O SALDODEP
           END-IF
           OPEN I-O LOTES
           IF FS-LOTES = "35"
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF
           OPEN I-O RESERVAS
           IF FS-RESERVAS = "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF
           OPEN I-O BACKORD
           IF FS-BACKORD = "35"
               OPEN OUTPUT BACKORD
               CLOSE BACKORD
               OPEN I-O BACKORD
           END-IF
           OPEN I-O NOTAFIS
           IF FS-NOTAFIS = "35"
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN I-O NOTAFIS
           END-IF
           OPEN I-O NFITEM
           IF FS-NFITEM = "35"
               OPEN OUTPUT NFITEM
               CLOSE NFITEM
               OPEN I-O NFITEM
           END-IF
           OPEN I-O SERIAIS
           IF FS-SERIAIS = "35"
               OPEN OUTPUT SERIAIS
               CLOSE SERIAIS
               OPEN I-O SERIAIS
           END-IF
           .
      *----------------------------------------------------------------*
      *    RELATORIO DA RECUPERACAO NO SPOOL (GRAVA-SPOOL / VISREL)
      *----------------------------------------------------------------*
       3000-ABRE-RELATORIO.
           CALL "GRAVA-SPOOL" USING WSPOOL-REL, LK-OPERADOR,
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
           STRING "RECUPERACAO DO JORNAL DE TRANSACOES - "
               WDATA-SISTEMA " - OPERADOR " LK-OPERADOR
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 3900-GRAVA-LINHA
           MOVE SPACES TO WREL-TEXTO
           PERFORM 3900-GRAVA-LINHA
           .
       3900-GRAVA-LINHA.
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
      *----------------------------------------------------------------*
      *    UMA TRANSACAO: EXAMINA AS IMAGENS, CONCLUI OU DESFAZ,
      *    DESCARTA AS IMAGENS E BAIXA O CABECALHO
      *----------------------------------------------------------------*
       4000-RECUPERA-TRANSACAO.
           MOVE TP-TRANSACAO (IND-PEND) TO WTRANSACAO
           MOVE WTRANSACAO TO JR-TRANSACAO
           MOVE ZERO       TO JR-SEQ
           READ JORNAL KEY IS JR-CHAVE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           IF NOT JR-ABERTA
               GO TO 4000-EXIT
           END-IF
           MOVE JR-PROGRAMA  TO WCAB-PROGRAMA
           MOVE JR-OPERADOR  TO WCAB-OPERADOR
           MOVE JR-DOCUMENTO TO WCAB-DOCUMENTO
           MOVE JR-DATA      TO WCAB-DATA
           MOVE JR-HORA      TO WCAB-HORA
           MOVE ZERO TO WMAX-SEQ QT-RESTAURADOS QT-EXCLUIDOS
                        QT-ESTORNOS QT-SERIES-LIG
           MOVE "N"  TO WTEM-NF WCONCLUI WNF-INUTILIZADA
           INITIALIZE WNOTA
           PERFORM 4100-POSICIONA-IMAGENS
           PERFORM 4200-EXAMINA-IMAGEM
               UNTIL FS-JORNAL NOT = "00"
           MOVE "00" TO FS-JORNAL
           IF WTEM-NF = "S"
               MOVE WNF-SERIE  TO NF-SERIE
               MOVE WNF-NUMERO TO NF-NUMERO
               READ NOTAFIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"         TO WCONCLUI
                       MOVE NF-PEDIDO   TO WNF-PEDIDO
                       MOVE NF-CLIENTE  TO WNF-CLIENTE
                       MOVE NF-EMISSAO  TO WNF-EMISSAO
               END-READ
           END-IF
           IF WCONCLUI = "S"
               PERFORM 4100-POSICIONA-IMAGENS
               PERFORM 4600-CONCLUI-IMAGEM
                   UNTIL FS-JORNAL NOT = "00"
               MOVE "00" TO FS-JORNAL
               MOVE "K" TO WNOVA-SITUACAO
               ADD 1 TO LK-QT-CONCLUIDAS
           ELSE
               PERFORM 4300-DESFAZ-IMAGEM
                   VARYING WSEQ FROM WMAX-SEQ BY -1
                   UNTIL WSEQ = ZERO
               MOVE "D" TO WNOVA-SITUACAO
               ADD 1 TO LK-QT-DESFEITAS
           END-IF
           PERFORM 4100-POSICIONA-IMAGENS
           PERFORM 4800-DESCARTA-IMAGEM
               UNTIL FS-JORNAL NOT = "00"
           MOVE "00" TO FS-JORNAL
           MOVE WTRANSACAO TO JR-TRANSACAO
           MOVE ZERO       TO JR-SEQ
           READ JORNAL KEY IS JR-CHAVE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           MOVE WNOVA-SITUACAO TO JR-SITUACAO
           MOVE WDATA-SISTEMA  TO JR-DATA-RECUP
           MOVE LK-OPERADOR    TO JR-OPER-RECUP
           REWRITE REGISTRO-JORNAL
           MOVE SPACES TO WCHAVE-AUD
           STRING WTRANSACAO "/" WCAB-DOCUMENTO
               DELIMITED BY SIZE INTO WCHAVE-AUD
           IF WCONCLUI = "S"
               CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                   "JORREC01", "CONCLUIU", WCHAVE-AUD
           ELSE
               CALL "GRAVA-AUDITORIA" USING LK-OPERADOR,
                   "JORREC01", "DESFEZ", WCHAVE-AUD
           END-IF
           PERFORM 4900-IMPRIME-TRANSACAO
           .
       4000-EXIT.
           EXIT.
       4100-POSICIONA-IMAGENS.
           MOVE WTRANSACAO TO JR-TRANSACAO
           MOVE 1          TO JR-SEQ
           START JORNAL KEY NOT LESS THAN JR-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-JORNAL
           END-START
           IF FS-JORNAL = "00"
               PERFORM 4110-LE-IMAGEM
           END-IF
           .
       4110-LE-IMAGEM.
           READ JORNAL NEXT RECORD
               AT END
                   MOVE "10" TO FS-JORNAL
           END-READ
           IF FS-JORNAL = "00" AND JR-TRANSACAO NOT = WTRANSACAO
               MOVE "10" TO FS-JORNAL
           END-IF
           .
      *    A NOTA FISCAL DA TRANSACAO E A IMAGEM "NOVO" DE NOTAFIS,
      *    GRAVADA NO JORNAL LOGO QUE O NUMERO E TIRADO
       4200-EXAMINA-IMAGEM.
           MOVE JR-SEQ TO WMAX-SEQ
           IF JR-ANTES AND JR-ARQUIVO = "NOTAFIS" AND JR-REG-NOVO
               MOVE "S" TO WTEM-NF
               MOVE JR-IMAGEM TO REGISTRO-NOTAFIS
               MOVE NF-SERIE  TO WNF-SERIE
               MOVE NF-NUMERO TO WNF-NUMERO
           END-IF
           PERFORM 4110-LE-IMAGEM
           .
      *----------------------------------------------------------------*
      *    DESFAZER: DA ULTIMA IMAGEM PARA A PRIMEIRA - O MESMO
      *    REGISTRO GRAVADO DUAS VEZES VOLTA A IMAGEM MAIS ANTIGA
      *----------------------------------------------------------------*
       4300-DESFAZ-IMAGEM.
           MOVE WTRANSACAO TO JR-TRANSACAO
           MOVE WSEQ       TO JR-SEQ
           READ JORNAL KEY IS JR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JR-MOVIMENTO
                       PERFORM 4500-ESTORNA-MOVIMENTO
                   ELSE
                       PERFORM 4400-RESTAURA-IMAGEM
                   END-IF
           END-READ
           .
       4400-RESTAURA-IMAGEM.
           EVALUATE JR-ARQUIVO
               WHEN "PEDIDO"
                   PERFORM 4410-RESTAURA-PEDIDO
               WHEN "PEDITEM"
                   PERFORM 4420-RESTAURA-PEDITEM
               WHEN "CADPRO"
                   PERFORM 4430-RESTAURA-CADPRO
               WHEN "SALDODEP"
                   PERFORM 4440-RESTAURA-SALDODEP
               WHEN "LOTE"
                   PERFORM 4450-RESTAURA-LOTE
               WHEN "RESERVA"
                   PERFORM 4460-RESTAURA-RESERVA
               WHEN "BACKORD"
                   PERFORM 4470-RESTAURA-BACKORD
               WHEN "NOTAFIS"
                   PERFORM 4480-RESTAURA-NOTAFIS
               WHEN "NFITEM"
                   PERFORM 4490-RESTAURA-NFITEM
               WHEN "SERIAIS"
                   PERFORM 4495-RESTAURA-SERIAIS
           END-EVALUATE
           .
       4410-RESTAURA-PEDIDO.
           MOVE JR-IMAGEM TO REGISTRO-PEDIDOS
           IF JR-REG-EXISTIA
               WRITE REGISTRO-PEDIDOS
                   INVALID KEY
                       REWRITE REGISTRO-PEDIDOS
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE PEDIDOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4420-RESTAURA-PEDITEM.
           MOVE JR-IMAGEM TO REGISTRO-ITEM
           IF JR-REG-EXISTIA
               WRITE REGISTRO-ITEM
                   INVALID KEY
                       REWRITE REGISTRO-ITEM
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE PEDITENS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4430-RESTAURA-CADPRO.
           MOVE JR-IMAGEM TO REG1
           IF JR-REG-EXISTIA
               WRITE REG1
                   INVALID KEY
                       REWRITE REG1
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE ARQ1 RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4440-RESTAURA-SALDODEP.
           MOVE JR-IMAGEM TO REGISTRO-SALDODEP
           IF JR-REG-EXISTIA
               WRITE REGISTRO-SALDODEP
                   INVALID KEY
                       REWRITE REGISTRO-SALDODEP
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE SALDODEP RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4450-RESTAURA-LOTE.
           MOVE JR-IMAGEM TO REGISTRO-LOTE
           IF JR-REG-EXISTIA
               WRITE REGISTRO-LOTE
                   INVALID KEY
                       REWRITE REGISTRO-LOTE
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE LOTES RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4460-RESTAURA-RESERVA.
           MOVE JR-IMAGEM TO REGISTRO-RESERVA
           IF JR-REG-EXISTIA
               WRITE REGISTRO-RESERVA
                   INVALID KEY
                       REWRITE REGISTRO-RESERVA
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE RESERVAS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4470-RESTAURA-BACKORD.
           MOVE JR-IMAGEM TO REGISTRO-BACKORDER
           IF JR-REG-EXISTIA
               WRITE REGISTRO-BACKORDER
                   INVALID KEY
                       REWRITE REGISTRO-BACKORDER
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE BACKORD RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
      *    NOTA NOVA DESFEITA: O NUMERO JA FOI TIRADO DA SERIE E NAO
      *    VOLTA - FICA NO ARQUIVO COMO NOTA CANCELADA, SEM VALOR
       4480-RESTAURA-NOTAFIS.
           MOVE JR-IMAGEM TO REGISTRO-NOTAFIS
           IF JR-REG-EXISTIA
               WRITE REGISTRO-NOTAFIS
                   INVALID KEY
                       REWRITE REGISTRO-NOTAFIS
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               MOVE "FATURAMENTO DESFEITO - NUMERO INUTILIZADO"
                   TO NF-NOME
               MOVE ZEROS  TO NF-CPF NF-CNPJ
               MOVE SPACES TO NF-ENDERECO NF-CIDADE NF-ESTADO NF-IE
               MOVE ZERO   TO NF-VALOR-PROD NF-VALOR-IMP
                              NF-VALOR-FRETE NF-VALOR-TOTAL
               MOVE "C"    TO NF-STATUS
               MOVE SPACE  TO NF-TIPO-DOC
               WRITE REGISTRO-NOTAFIS
                   INVALID KEY
                       REWRITE REGISTRO-NOTAFIS
               END-WRITE
               MOVE "S" TO WNF-INUTILIZADA
           END-IF
           .
       4490-RESTAURA-NFITEM.
           MOVE JR-IMAGEM TO REGISTRO-NFITEM
           IF JR-REG-EXISTIA
               WRITE REGISTRO-NFITEM
                   INVALID KEY
                       REWRITE REGISTRO-NFITEM
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE NFITEM RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
       4495-RESTAURA-SERIAIS.
           MOVE JR-IMAGEM TO REGISTRO-SERIAL
           IF JR-REG-EXISTIA
               WRITE REGISTRO-SERIAL
                   INVALID KEY
                       REWRITE REGISTRO-SERIAL
               END-WRITE
               ADD 1 TO QT-RESTAURADOS
           ELSE
               DELETE SERIAIS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO QT-EXCLUIDOS
           END-IF
           .
      *----------------------------------------------------------------*
      *    MOVIMENTO DE ESTOQUE: SO E ESTORNADO SE A LINHA CHEGOU AO
      *    ESTMOV.DAT. O SALDO DO DEPOSITO JA VOLTOU PELA IMAGEM DO
      *    SALDODEP, ENTAO O ESTORNO VAI DIRETO NO ESTMOV ("A" DEVOLVE
      *    UMA SAIDA, "B" TIRA UMA ENTRADA), COM A DATA DE HOJE.
      *----------------------------------------------------------------*
       4500-ESTORNA-MOVIMENTO.
           MOVE JR-IMAGEM TO WMOV-JORNAL
           MOVE "N" TO WMOV-ACHADO
           OPEN INPUT ESTMOV
           IF FS-ESTMOV = "00"
               PERFORM 4510-LE-ESTMOV
               PERFORM 4520-CONFERE-ESTMOV
                   UNTIL FS-ESTMOV NOT = "00" OR WMOV-ACHADO = "S"
               CLOSE ESTMOV
           END-IF
           IF WMOV-ACHADO = "S"
               MOVE WMOV-JORNAL   TO LINHA-ESTMOV
               MOVE WDATA-SISTEMA TO MV-DATA
               IF WMJ-TIPO = "E" OR WMJ-TIPO = "e" OR WMJ-TIPO = "A"
                  OR WMJ-TIPO = "I" OR WMJ-TIPO = "T"
                   MOVE "B" TO MV-TIPO
                   IF WMJ-SALDO > WMJ-QUANTIDADE
                       COMPUTE MV-SALDO = WMJ-SALDO - WMJ-QUANTIDADE
                   ELSE
                       MOVE ZERO TO MV-SALDO
                   END-IF
               ELSE
                   MOVE "A" TO MV-TIPO
                   COMPUTE MV-SALDO = WMJ-SALDO + WMJ-QUANTIDADE
               END-IF
               OPEN EXTEND ESTMOV
               IF FS-ESTMOV = "35"
                   OPEN OUTPUT ESTMOV
               END-IF
               WRITE LINHA-ESTMOV
               CLOSE ESTMOV
               ADD 1 TO QT-ESTORNOS
           END-IF
           .
       4510-LE-ESTMOV.
           READ ESTMOV NEXT RECORD
               AT END
                   MOVE "10" TO FS-ESTMOV
           END-READ
           .
       4520-CONFERE-ESTMOV.
           IF LINHA-ESTMOV = WMOV-JORNAL
               MOVE "S" TO WMOV-ACHADO
           ELSE
               PERFORM 4510-LE-ESTMOV
           END-IF
           .
      *----------------------------------------------------------------*
      *    CONCLUIR: A NOTA JA ESTA NO ARQUIVO - FALTA SO LIGAR OS
      *    NUMEROS DE SERIE EXPEDIDOS AO CLIENTE, AO PEDIDO E A NOTA
      *----------------------------------------------------------------*
       4600-CONCLUI-IMAGEM.
           IF JR-ANTES AND JR-ARQUIVO = "SERIAIS"
               MOVE JR-IMAGEM TO REGISTRO-SERIAL
               READ SERIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "V"         TO SN-STATUS
                       MOVE WNF-CLIENTE TO SN-CLIENTE
                       MOVE WNF-PEDIDO  TO SN-PEDIDO
                       MOVE WNF-SERIE   TO SN-NF-SERIE
                       MOVE WNF-NUMERO  TO SN-NF-NUMERO
                       MOVE WNF-EMISSAO TO SN-DATA-VENDA
                       REWRITE REGISTRO-SERIAL
                       ADD 1 TO QT-SERIES-LIG
               END-READ
           END-IF
           PERFORM 4110-LE-IMAGEM
           .
       4800-DESCARTA-IMAGEM.
           DELETE JORNAL RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 4110-LE-IMAGEM
           .
       4900-IMPRIME-TRANSACAO.
           MOVE SPACES TO WREL-TEXTO
           STRING "TRANSACAO " WTRANSACAO " " WCAB-PROGRAMA " "
               WCAB-DOCUMENTO " OPERADOR " WCAB-OPERADOR
               " INICIO " WCAB-DATA " " WCAB-HORA
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 3900-GRAVA-LINHA
           MOVE SPACES TO WREL-TEXTO
           IF WCONCLUI = "S"
               STRING "   CONCLUIDA - NF " WNF-SERIE "/" WNF-NUMERO
                   " JA EMITIDA; SERIES LIGADAS A NOTA: "
                   QT-SERIES-LIG
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 3900-GRAVA-LINHA
           ELSE
               STRING "   DESFEITA - REGISTROS RESTAURADOS: "
                   QT-RESTAURADOS "  NOVOS EXCLUIDOS: " QT-EXCLUIDOS
                   "  MOVIMENTOS ESTORNADOS: " QT-ESTORNOS
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM 3900-GRAVA-LINHA
               IF WNF-INUTILIZADA = "S"
                   MOVE SPACES TO WREL-TEXTO
                   STRING "   NF " WNF-SERIE "/" WNF-NUMERO
                       " INUTILIZADA - FICA CANCELADA NA SEQUENCIA"
                       DELIMITED BY SIZE INTO WREL-TEXTO
                   PERFORM 3900-GRAVA-LINHA
               END-IF
           END-IF
           .
       END PROGRAM RECUPERA-JORNAL.
