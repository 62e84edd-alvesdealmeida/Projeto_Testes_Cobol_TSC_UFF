       01  LINHA-ESTMOV.
           02 MV-DATA          PIC 9(8).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-CODIGO        PIC 9(06).
           02 FILLER           PIC X     VALUE SPACE.
           02 MV-TIPO          PIC X.
           02 FILLER           PIC X     VALUE SPACE.

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

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
       77  FS-SEQ       PIC XX VALUE SPACES.
       77  WSEQ-SIZE    PIC 9(06) VALUE ZEROS.

       77  WPRODUTO     PIC 9(06) VALUE ZERO.
       77  WDEPOSITO    PIC 9(02) VALUE ZERO.
       77  WDATA-INI    PIC 9(08) VALUE ZERO.
       77  WDATA-FIM    PIC 9(08) VALUE ZERO.
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "KARDEX DO PRODUTO" AT 0425
           DISPLAY "CODIGO DO PRODUTO [......]" AT 0605
           ACCEPT WPRODUTO AT 0625
           DISPLAY "DEPOSITO [..] (0=CONSOLIDADO)" AT 0640
           ACCEPT WDEPOSITO AT 0650
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
                   MOVE SPACES TO FD-UNIDADE
           END-READ
           CALL "GRAVA-SPOOL" USING WSPOOL-REL, WSPOOL-OPER,
               WNOME-SPOOL
           PERFORM 5000-CABECALHO-VISREL
           DISPLAY SPACE ERASE EOS
           DISPLAY "KARDEX " WPRODUTO " " FD-PRODUTO
           DISPLAY "QUANTIDADES EM " FD-UNIDADE
           IF WDEPOSITO = ZERO
               DISPLAY "DEPOSITO: CONSOLIDADO"
           ELSE
           WRITE SEQ-REG
           MOVE SPACES TO WREL-TEXTO
           STRING "Kardex do produto " WPRODUTO " - " FD-PRODUTO
               " (" FD-UNIDADE ")"
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 5100-GRAVA-LINHA-T
           .
