      *                 ("A" ENTRADA / "B" SAIDA) EM ESTMOV.DAT, PARA
      *                 O KARDEX E A RECONCILIACAO DISTINGUIREM
      *                 AJUSTE DE MOVIMENTO COMERCIAL.
      *     ALEM DO INVENTARIO GERAL (DEPOSITO 00 NA CHAVE, AJUSTE
      *     NO DEPOSITO INFORMADO NA APURACAO), CONTAGEM.DAT RECEBE
      *     AS LINHAS DA CONTAGEM CICLICA GERADAS POR GERCIC01, UMA
      *     POR PRODUTO X DEPOSITO: NA DIGITACAO O SALDO DO SISTEMA
      *     E REFOTOGRAFADO DO SALDODEP.DAT; NA APURACAO O AJUSTE VAI
      *     PARA O PROPRIO DEPOSITO DA LINHA, A CONTAGEM E REGISTRADA
      *     NO HISTORICO CICLOHIS.DAT (RELCIC01) E NO CONTROLE
      *     CICLOCT.DAT (ULTIMA CONTAGEM) E A LINHA E BAIXADA.
      *
      ******************************************************************

           SELECT CONTAGEM ASSIGN TO "CONTAGEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-CHAVE
           FILE STATUS IS FS-CONTAGEM.

           SELECT SALDODEP ASSIGN TO "SALDODEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CHAVE
           FILE STATUS IS FS-SALDODEP.

           SELECT CICLOCT ASSIGN TO "CICLOCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CHAVE
           FILE STATUS IS FS-CICLOCT.

           SELECT CICLOHIS ASSIGN TO "CICLOHIS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CICLOHIS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
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

       FD  CONTAGEM.
       01  REGISTRO-CONTAGEM.
           02 CG-CHAVE.
               03 CG-PRODUTO   PIC 9(06).
               03 CG-DEPOSITO  PIC 9(02).
           02 CG-SALDO-SISTEMA PIC 9(06).
           02 CG-QTD-CONTADA   PIC 9(06).
           02 CG-CONTADO       PIC X.
               88 CG-FOI-CONTADO VALUE "S".
      *    "G" INVENTARIO GERAL / "C" CONTAGEM CICLICA (GERCIC01)
           02 CG-ORIGEM        PIC X.
               88 CG-CICLICA    VALUE "C".
           02 CG-DATA          PIC 9(08).

       FD  SALDODEP.
       01  REGISTRO-SALDODEP.
           02 SD-CHAVE.
               03 SD-PRODUTO   PIC 9(06).
               03 SD-DEPOSITO  PIC 9(02).
           02 SD-SALDO         PIC S9(07).

       FD  CICLOCT.
       01  REGISTRO-CICLOCT.
           02 CC-CHAVE.
               03 CC-PRODUTO   PIC 9(06).
               03 CC-DEPOSITO  PIC 9(02).
           02 CC-ULT-CONTAGEM  PIC 9(08).
           02 CC-QT-CONTAGENS  PIC 9(05).

       FD  CICLOHIS.
       01  LINHA-CICLOHIS.
           02 CH-DATA          PIC 9(08).
           02 FILLER           PIC X.
           02 CH-PRODUTO       PIC 9(06).
           02 FILLER           PIC X.
           02 CH-DEPOSITO      PIC 9(02).
           02 FILLER           PIC X.
           02 CH-CLASSE        PIC X.
           02 FILLER           PIC X.
           02 CH-SALDO-SISTEMA PIC 9(06).
           02 FILLER           PIC X.
           02 CH-QTD-CONTADA   PIC 9(06).
           02 FILLER           PIC X.
           02 CH-CUSTO-MEDIO   PIC 9(6)V99.

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 FS-CONTAGEM-1 PIC 9.
           02 FS-CONTAGEM-2 PIC 9.
           02 FS-CONTAGE-R REDEFINES FS-CONTAGEM-2 PIC 99 COMP-X.
       01  FS-SALDODEP.
           02 FS-SALDODEP-1 PIC 9.
           02 FS-SALDODEP-2 PIC 9.
           02 FS-SALDODE-R REDEFINES FS-SALDODEP-2 PIC 99 COMP-X.
       01  FS-CICLOCT.
           02 FS-CICLOCT-1 PIC 9.
           02 FS-CICLOCT-2 PIC 9.
           02 FS-CICLOC-R REDEFINES FS-CICLOCT-2 PIC 99 COMP-X.
       77  FS-CICLOHIS    PIC XX VALUE SPACES.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WCONTADA       PIC 9(06) VALUE ZERO.
       77  WLEITURA       PIC X(14) VALUE SPACES.
       77  WFATOR-LEITURA PIC 9(05) VALUE 1.
       77  WLEITURA-ACHOU PIC X VALUE "N".
       77  WQT-ESTOQUE    PIC 9(11) VALUE ZERO.
       77  WDIFERENCA     PIC S9(07) VALUE ZERO.
       77  WAJUSTE        PIC 9(06) VALUE ZERO.
       77  WMV-TIPO       PIC X VALUE SPACE.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
       77  QT-CONGELADOS  PIC 9(04) VALUE ZEROS.
       77  QT-DIVERGENTES PIC 9(04) VALUE ZEROS.
       77  QT-CICLICAS    PIC 9(04) VALUE ZEROS.
       77  WDEP-CONTAGEM  PIC 9(02) VALUE ZERO.
       77  WDEP-AJUSTE    PIC 9(02) VALUE ZERO.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
               CLOSE CONTAGEM
               OPEN I-O CONTAGEM
           END-IF.
           OPEN INPUT SALDODEP.
           OPEN I-O CICLOCT.
           IF FS-CICLOCT = "35"
               OPEN OUTPUT CICLOCT
               CLOSE CICLOCT
               OPEN I-O CICLOCT
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
               ACCEPT WACAO AT 0548
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE ARQ1 CONTAGEM SALDODEP CICLOCT
                       EXIT PROGRAM
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM CONGELA-CONTAGEM
               EXIT.
      *----------------------------------------------------------------*
      *    CONGELA A LISTA - UMA LINHA DE CONTAGEM POR PRODUTO COM O
      *    SALDO DO SISTEMA NO MOMENTO DA FOTO. LINHAS CICLICAS
      *    AINDA PENDENTES SAO DESCARTADAS (O INVENTARIO GERAL AS
      *    COBRE; O GERCIC01 VOLTA A PEDI-LAS).
      *----------------------------------------------------------------*
           CONGELA-CONTAGEM.
               CLOSE CONTAGEM
                   PERFORM LE-PROXIMO-PRODUTO
                   PERFORM UNTIL FS-ARQ1 NOT = "00"
                       MOVE FD-CODIGO      TO CG-PRODUTO
                       MOVE ZERO           TO CG-DEPOSITO
                       MOVE FD-QTD-ESTOQUE TO CG-SALDO-SISTEMA
                       MOVE ZERO           TO CG-QTD-CONTADA
                       MOVE "N"            TO CG-CONTADO
                       MOVE "G"            TO CG-ORIGEM
                       MOVE WDATA-SISTEMA  TO CG-DATA
                       WRITE REGISTRO-CONTAGEM
                           INVALID KEY
                               CONTINUE
               .
      *----------------------------------------------------------------*
      *    DIGITACAO AS CEGAS - O SALDO DO SISTEMA NAO E EXIBIDO.
      *    DEPOSITO 00 = INVENTARIO GERAL; NA LINHA CICLICA O SALDO
      *    DO DEPOSITO E FOTOGRAFADO AGORA, NA HORA DA CONTAGEM.
      *----------------------------------------------------------------*
           DIGITA-CONTAGEM.
               DISPLAY "PROD/EAN [..............] (999999 ENCERRA)"
                   AT 0705
               MOVE SPACES TO WLEITURA
               ACCEPT WLEITURA AT 0715
               CALL "BUSCA-CODIGO-BARRAS" USING WLEITURA, WPRODUTO,
                   WFATOR-LEITURA, WLEITURA-ACHOU
               IF WLEITURA-ACHOU NOT = "S"
                   DISPLAY "CODIGO DE BARRAS NAO CADASTRADO  " AT 1905
                   GO TO DIGITA-CONTAGEM
               END-IF
               IF WPRODUTO = 999999
                   GO TO DIGITA-CONTAGEM-EXIT
               END-IF
               DISPLAY "DEP [..]" AT 0750
               MOVE ZERO TO WDEP-CONTAGEM
               ACCEPT WDEP-CONTAGEM AT 0755
               MOVE WPRODUTO TO CG-PRODUTO
               MOVE WDEP-CONTAGEM TO CG-DEPOSITO
               READ CONTAGEM
                   INVALID KEY
                       DISPLAY "PRODUTO FORA DA LISTA DE CONTAGEM"
                           AT 1905
                       GO TO DIGITA-CONTAGEM
               END-READ
               IF CG-CICLICA
                   MOVE CG-PRODUTO  TO SD-PRODUTO
                   MOVE CG-DEPOSITO TO SD-DEPOSITO
                   READ SALDODEP
                       INVALID KEY
                           MOVE ZERO TO SD-SALDO
                   END-READ
                   IF SD-SALDO > ZERO
                       MOVE SD-SALDO TO CG-SALDO-SISTEMA
                   ELSE
                       MOVE ZERO TO CG-SALDO-SISTEMA
                   END-IF
               END-IF
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE SPACES TO FD-UNIDADE
               END-READ
               DISPLAY "QUANTIDADE CONTADA [......]" AT 0805
               DISPLAY FD-UNIDADE AT 0834
               IF WFATOR-LEITURA > 1
                   DISPLAY "EM CAIXAS DE" AT 0839
                   DISPLAY WFATOR-LEITURA AT 0852
               ELSE
                   DISPLAY "                  " AT 0839
               END-IF
               ACCEPT WCONTADA AT 0825
      *        DUN-14 LIDO: A CONTAGEM FOI FEITA EM CAIXAS FECHADAS
               IF WFATOR-LEITURA > 1
                   COMPUTE WQT-ESTOQUE = WCONTADA * WFATOR-LEITURA
                   IF WQT-ESTOQUE > 999999
                       DISPLAY "QUANTIDADE ACIMA DO LIMITE       "
                           AT 1905
                       GO TO DIGITA-CONTAGEM
                   END-IF
                   MOVE WQT-ESTOQUE TO WCONTADA
                   DISPLAY WCONTADA AT 0825
               END-IF
               MOVE WCONTADA TO CG-QTD-CONTADA
               MOVE "S" TO CG-CONTADO
               REWRITE REGISTRO-CONTAGEM
      *----------------------------------------------------------------*
      *    APURACAO - RELATORIO DE DIVERGENCIAS E POSTAGEM DO AJUSTE
      *    ("A" ACRESCENTA, "B" BAIXA) PELO GRAVA-MOVESTOQUE.
      *    LINHA CICLICA CONTADA E SEMPRE FECHADA, COM OU SEM
      *    DIFERENCA; A NAO CONTADA CONTINUA PENDENTE.
      *----------------------------------------------------------------*
           APURA-CONTAGEM.
               DISPLAY SPACE ERASE EOS
               DISPLAY "APURACAO DO INVENTARIO - DIVERGENCIAS"
               DISPLAY "DEPOSITO DOS AJUSTES DO INVENTARIO GERAL [..]:"
               ACCEPT WDEPOSITO
               IF WDEPOSITO = ZERO
                   MOVE 1 TO WDEPOSITO
               END-IF
               MOVE ZERO TO QT-DIVERGENTES
               MOVE ZERO TO QT-CICLICAS
               OPEN EXTEND CICLOHIS
               IF FS-CICLOHIS = "35"
                   OPEN OUTPUT CICLOHIS
               END-IF
               MOVE LOW-VALUES TO CG-PRODUTO
               START CONTAGEM KEY NOT LESS THAN CG-PRODUTO
                   INVALID KEY
               IF FS-CONTAGEM = "00"
                   PERFORM LE-PROXIMA-CONTAGEM
                   PERFORM UNTIL FS-CONTAGEM NOT = "00"
                       IF CG-CICLICA
                           IF CG-FOI-CONTADO
                               PERFORM FECHA-CICLICA
                           END-IF
                       ELSE
                           IF CG-FOI-CONTADO AND
                              CG-QTD-CONTADA NOT = CG-SALDO-SISTEMA
                               MOVE WDEPOSITO TO WDEP-AJUSTE
                               PERFORM POSTA-AJUSTE
                           END-IF
                       END-IF
                       PERFORM LE-PROXIMA-CONTAGEM
                   END-PERFORM
               END-IF
               CLOSE CICLOHIS
               IF QT-DIVERGENTES = ZERO
                   DISPLAY "NENHUMA DIVERGENCIA DE CONTAGEM"
               ELSE
                   DISPLAY QT-DIVERGENTES
                       " PRODUTO(S) AJUSTADO(S) PELO INVENTARIO"
               END-IF
               IF QT-CICLICAS > ZERO
                   DISPLAY QT-CICLICAS
                       " CONTAGEM(NS) CICLICA(S) ENCERRADA(S)"
               END-IF
               .
           LE-PROXIMA-CONTAGEM.
               READ CONTAGEM NEXT RECORD
               ADD 1 TO QT-DIVERGENTES
               COMPUTE WDIFERENCA =
                   CG-QTD-CONTADA - CG-SALDO-SISTEMA
               MOVE CG-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE SPACES TO FD-UNIDADE
               END-READ
               DISPLAY "PRODUTO " CG-PRODUTO " SISTEMA "
                   CG-SALDO-SISTEMA " CONTADO " CG-QTD-CONTADA
                   " DIFERENCA " WDIFERENCA " " FD-UNIDADE
               IF FS-ARQ1 NOT = "00"
                   DISPLAY "PRODUTO " CG-PRODUTO
                       " NAO CADASTRADO - AJUSTE IGNORADO"
               END-IF
               IF FS-ARQ1 = "00"
                   IF WDIFERENCA > ZERO
                       MOVE "A" TO WMV-TIPO
                       NOT INVALID KEY
                           CALL "GRAVA-MOVESTOQUE" USING CG-PRODUTO,
                               WMV-TIPO, WAJUSTE, FD-QTD-ESTOQUE,
                               WDEP-AJUSTE, WMV-LOTE
                           MOVE CG-PRODUTO TO WCHAVE-AUD
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "INVENT01", "AJUSTOU", WCHAVE-AUD
                   END-REWRITE
               END-IF
               .
      *----------------------------------------------------------------*
      *    FECHA A LINHA CICLICA: AJUSTE NO DEPOSITO DA LINHA,
      *    HISTORICO PARA A ACURACIDADE, ULTIMA CONTAGEM NO CONTROLE
      *    E BAIXA DA LINHA (O GERCIC01 SO VOLTA A PEDI-LA NO
      *    PROXIMO PERIODO DA CLASSE).
      *----------------------------------------------------------------*
           FECHA-CICLICA.
               ADD 1 TO QT-CICLICAS
               IF CG-QTD-CONTADA NOT = CG-SALDO-SISTEMA
                   MOVE CG-DEPOSITO TO WDEP-AJUSTE
                   PERFORM POSTA-AJUSTE
               END-IF
               MOVE CG-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO  TO FD-CUSTO-MEDIO
                       MOVE SPACE TO FD-ABC-RECEITA
               END-READ
               MOVE SPACES           TO LINHA-CICLOHIS
               MOVE WDATA-SISTEMA    TO CH-DATA
               MOVE CG-PRODUTO       TO CH-PRODUTO
               MOVE CG-DEPOSITO      TO CH-DEPOSITO
               MOVE FD-ABC-RECEITA   TO CH-CLASSE
               IF CH-CLASSE NOT = "A" AND CH-CLASSE NOT = "B"
                   MOVE "C" TO CH-CLASSE
               END-IF
               MOVE CG-SALDO-SISTEMA TO CH-SALDO-SISTEMA
               MOVE CG-QTD-CONTADA   TO CH-QTD-CONTADA
               MOVE FD-CUSTO-MEDIO   TO CH-CUSTO-MEDIO
               WRITE LINHA-CICLOHIS
               MOVE CG-PRODUTO  TO CC-PRODUTO
               MOVE CG-DEPOSITO TO CC-DEPOSITO
               READ CICLOCT
                   INVALID KEY
                       MOVE WDATA-SISTEMA TO CC-ULT-CONTAGEM
                       MOVE 1 TO CC-QT-CONTAGENS
                       WRITE REGISTRO-CICLOCT
                   NOT INVALID KEY
                       MOVE WDATA-SISTEMA TO CC-ULT-CONTAGEM
                       ADD 1 TO CC-QT-CONTAGENS
                       REWRITE REGISTRO-CICLOCT
               END-READ
               DELETE CONTAGEM
                   INVALID KEY
                       CONTINUE
               END-DELETE
               .
       END PROGRAM INVENTARIO-ESTOQUE.
