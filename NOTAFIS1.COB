           RECORD KEY IS BO-CHAVE
           FILE STATUS IS FS-BACKORD.

           SELECT PEDKIT ASSIGN TO "PEDKIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-CHAVE
           FILE STATUS IS FS-PEDKIT.

           SELECT SEQ-ARQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SEQ.
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

      *    MESMO LAYOUT DO FATPED01/BACKORD1
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
               88 BO-LIBERADA  VALUE "L".
               88 BO-CANCELADA VALUE "C".

      *    LINHAS DO PEDIDO QUE VIERAM DE UM KIT DE VENDA (CADPED01);
      *    A LINHA DA NOTA E A MESMA LINHA DO PEDIDO
       FD  PEDKIT.
       01  REGISTRO-PEDKIT.
           02 PK-CHAVE.
               03 PK-PEDIDO    PIC 9(06).
               03 PK-LINHA     PIC 9(02).
           02 PK-KIT           PIC 9(06).
           02 PK-GRUPO         PIC 9(02).
           02 PK-QTD-KIT       PIC 9(04).
           02 PK-VALOR-KIT     PIC 9(8)V99.

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
           RECORD IS VARYING IN SIZE DEPENDING ON WSEQ-SIZE.
       77  WMV-QUANTIDADE PIC 9(06) VALUE ZERO.
       77  WDEPOSITO  PIC 9(02) VALUE 1.
       77  WED-VALOR  PIC Z(7)9.99.
      *    O CANCELAMENTO PASSA PELA DUPLA APROVACAO
      *    (SOLICITA-APROVACAO)
       77  WAPR-RESULTADO PIC X     VALUE SPACE.
       77  WAPR-NUMERO    PIC 9(06) VALUE ZERO.
       77  WAPR-ANTES     PIC X(30) VALUE SPACES.
       77  WAPR-DEPOIS    PIC X(30) VALUE SPACES.
       01  FS-BACKORD.
           02 FS-BACKORD-1 PIC 9.
           02 FS-BACKORD-2 PIC 9.
           02 FS-BACKORD-R REDEFINES FS-BACKORD-2 PIC 99 COMP-X.
       77  QT-BO-CANCELADOS PIC 9(02) VALUE ZERO.
      *    CABECALHO DO KIT NA IMPRESSAO DOS ITENS
       01  FS-PEDKIT.
           02 FS-PEDKIT-1 PIC 9.
           02 FS-PEDKIT-2 PIC 9.
           02 FS-PEDKIT-R REDEFINES FS-PEDKIT-2 PIC 99 COMP-X.
       77  WKIT-ARQ     PIC X VALUE "N".
       77  WKIT-LINHA   PIC X VALUE "N".
       77  WKIT-GRUPO   PIC 9(02) VALUE ZERO.
      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "NOTAFIS1".
      *    FILIAL EMITENTE (BUSCA-FILIAL)
       77  WNF-FILIAL     PIC 9(02) VALUE 01.
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
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.

      *    MONTAGEM DA LINHA "T" DO VISREL
               CLOSE BACKORD
               OPEN I-O BACKORD
           END-IF.
           OPEN INPUT PEDKIT.
           IF FS-PEDKIT = "00"
               MOVE "S" TO WKIT-ARQ
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
               ACCEPT WACAO AT 0542
               IF WACAO = "X" OR WACAO = "x"
                   CLOSE NOTAFIS NFITEM ARQ1 BACKORD
                   IF WKIT-ARQ = "S"
                       CLOSE PEDKIT
                   END-IF
                   EXIT PROGRAM
               END-IF
               DISPLAY "SERIE [.] NUMERO [......]  " AT 0605
                   " emitida em " NF-EMISSAO
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               IF NF-FILIAL NUMERIC
                   MOVE NF-FILIAL TO WNF-FILIAL
               ELSE
                   MOVE ZERO TO WNF-FILIAL
               END-IF
               CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
                   WNF-FILIAL, WDADOS-FILIAL
               MOVE SPACES TO WREL-TEXTO
               STRING "Emitente: filial " WNF-FILIAL " - "
                   FUNCTION TRIM(WFIL-NOME) " CNPJ " WFIL-CNPJ
                   " IE " WFIL-IE
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               IF NF-FILIAL-DEST NUMERIC AND NF-FILIAL-DEST > ZERO
                   MOVE SPACES TO WREL-TEXTO
                   STRING "Transferencia para a filial " NF-FILIAL-DEST
                       DELIMITED BY SIZE INTO WREL-TEXTO
                   PERFORM GRAVA-LINHA-T
               END-IF
               IF NF-CANCELADA
                   MOVE "*** NOTA CANCELADA ***" TO WREL-TEXTO
                   PERFORM GRAVA-LINHA-T
               END-IF
               MOVE SPACES TO WREL-TEXTO
               IF NF-TIPO-DOC = "J"
                   STRING "Cliente " NF-CLIENTE " - "
                       FUNCTION TRIM(NF-NOME) " CNPJ " NF-CNPJ
                       " IE " NF-IE
                       DELIMITED BY SIZE INTO WREL-TEXTO
               ELSE
                   STRING "Cliente " NF-CLIENTE " - "
                       FUNCTION TRIM(NF-NOME) " CPF " NF-CPF
                       DELIMITED BY SIZE INTO WREL-TEXTO
               END-IF
               PERFORM GRAVA-LINHA-T
               MOVE SPACES TO WREL-TEXTO
               STRING FUNCTION TRIM(NF-ENDERECO) " - "
                   "NOTAFIS1", "REIMPRIMIU", WCHAVE-AUD
               .
           IMPRIME-ITENS.
               MOVE ZERO    TO WKIT-GRUPO
               MOVE WSERIE  TO NI-SERIE
               MOVE WNUMERO TO NI-NUMERO
               MOVE ZERO    TO NI-LINHA
               END-READ
               .
           IMPRIME-UM-ITEM.
               PERFORM VERIFICA-LINHA-KIT
               MOVE NI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                   DELIMITED BY SIZE INTO WREL-TEXTO
               PERFORM GRAVA-LINHA-T
               .
      *    COMPONENTE DE KIT: ANTES DO PRIMEIRO COMPONENTE DO GRUPO
      *    SAI O CABECALHO COM O KIT, A QUANTIDADE E O VALOR DO KIT
           VERIFICA-LINHA-KIT.
               MOVE "N" TO WKIT-LINHA
               IF WKIT-ARQ = "S"
                   MOVE NF-PEDIDO TO PK-PEDIDO
                   MOVE NI-LINHA  TO PK-LINHA
                   READ PEDKIT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WKIT-LINHA
                   END-READ
               END-IF
               IF WKIT-LINHA = "S" AND PK-GRUPO NOT = WKIT-GRUPO
                   MOVE PK-GRUPO TO WKIT-GRUPO
                   MOVE PK-KIT TO FD-CODIGO
                   READ ARQ1
                       INVALID KEY
                           MOVE "KIT NAO CADASTRADO" TO FD-PRODUTO
                   END-READ
                   MOVE PK-VALOR-KIT TO WED-VALOR
                   MOVE SPACES TO WREL-TEXTO
                   STRING "KIT " PK-KIT " " FD-PRODUTO (1:25)
                       " KITS " PK-QTD-KIT " " WED-VALOR
                       DELIMITED BY SIZE INTO WREL-TEXTO
                   PERFORM GRAVA-LINHA-T
               END-IF
               .
      *----------------------------------------------------------------*
      *    CANCELAMENTO - SO NO DIA DA EMISSAO; AS QUANTIDADES DAS
      *    LINHAS VOLTAM AO ESTOQUE E O NUMERO CANCELADO PERMANECE
      *    NO ARQUIVO PARA A SEQUENCIA PRESTAR CONTAS. O CANCELAMENTO
      *    SO E EFETIVADO DEPOIS DE APROVADO POR OUTRO OPERADOR
      *    (APROVA01) - CONFIRMADO DE NOVO NO MESMO DIA.
      *----------------------------------------------------------------*
           CANCELA-NOTA.
               IF NF-CANCELADA
                       AT 1905
                   GO TO CANCELA-FIM
               END-IF
      *        A NOTA DE TRANSFERENCIA ENTRE FILIAIS ACOMPANHA A ORDEM
      *        DO TRANSF01 - A MERCADORIA ESTA NO TRANSITO, NAO VOLTA
      *        PARA UM DEPOSITO DE VENDA
               IF NF-FILIAL-DEST NUMERIC AND NF-FILIAL-DEST > ZERO
                   DISPLAY "NOTA DE TRANSFERENCIA ENTRE FILIAIS - NAO"
                       " CANCELAVEL" AT 1905
                   GO TO CANCELA-FIM
               END-IF
               DISPLAY "DEPOSITO DA DEVOLUCAO [..] " AT 0905
               ACCEPT WDEPOSITO AT 0928
               IF WDEPOSITO = ZERO
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO CANCELA-FIM
               END-IF
               MOVE SPACES TO WCHAVE-AUD WAPR-ANTES WAPR-DEPOIS
               STRING WSERIE "/" WNUMERO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               STRING "STATUS " NF-STATUS " EMISSAO " NF-EMISSAO
                   DELIMITED BY SIZE INTO WAPR-ANTES
               STRING "CANCELADA - DEVOLUCAO DEP " WDEPOSITO
                   DELIMITED BY SIZE INTO WAPR-DEPOIS
               CALL "SOLICITA-APROVACAO" USING WOPERADOR,
                   "NOTAFIS1    ", "CANCELANF ", WCHAVE-AUD, WAPR-ANTES,
                   WAPR-DEPOIS, WAPR-RESULTADO, WAPR-NUMERO
               IF WAPR-RESULTADO NOT = "S"
                   DISPLAY "CANCELAMENTO AGUARDA APROVACAO -"
                       " SOLICITACAO" AT 2005
                   DISPLAY WAPR-NUMERO AT 2050
                   GO TO CANCELA-FIM
               END-IF
               PERFORM DEVOLVE-ESTOQUE
               PERFORM CANCELA-BACKORDERS THRU CANCELA-BO-FIM
               MOVE "C" TO NF-STATUS
