      ******************************************************************
      *
      *               CUSTODIA DE CHEQUES PRE-DATADOS
      *     O CHEQUE RECEBIDO DO CLIENTE NAO BAIXA A PARCELA: ELE
      *     ENTRA EM CUSTODIA (CHEQUES.DAT - BANCO, AGENCIA, CONTA,
      *     NUMERO, CPF/CNPJ DO EMITENTE, DATA BOM PARA E A FORMA DE
      *     PAGAMENTO ONDE VAI LIQUIDAR) VINCULADO A ATE 4 PARCELAS
      *     DO CONTAS A RECEBER (CHQPARC.DAT), QUE SEGUEM EM ABERTO.
      *     A LISTA DIARIA DE DEPOSITO (CHQDEP01, FIM DE DIA) MARCA
      *     COMO DEPOSITADOS OS CHEQUES QUE CHEGAM AO BOM PARA.
      *     NESTA TELA O CHEQUE E:
      *       - COMPENSADO: LANCAMENTO "C" NO LIVRO CAIXA NA CONTA DA
      *         FORMA (GRAVA-LANCAMENTO, CONTRAPARTIDA CLIENTES), BAIXA
      *         DAS PARCELAS VINCULADAS E MOVIMENTO DO CAIXA DO DIA
      *         (MOVCAIXA.DAT) COMO NO RECEB001;
      *       - DEVOLVIDO: SE JA COMPENSADO, ESTORNO "D" NO LIVRO
      *         CAIXA E REABERTURA DAS PARCELAS; A TARIFA DE CHEQUE
      *         DEVOLVIDO DA POLITICA DE COBRANCA (POLCOB.DAT) E
      *         SOMADA A PRIMEIRA PARCELA, QUE VOLTA PARA A COBRANCA
      *         ESCALONADA (COBRAN01) JA NO NIVEL DE COBRANCA FORMAL.
      *     DIA COM CAIXA FECHADO NAO COMPENSA CHEQUE.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CHQCUS01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-NUMERO
           ALTERNATE KEY IS CH-IDENT
           ALTERNATE KEY IS CH-BOM-PARA WITH DUPLICATES
           FILE STATUS IS FS-CHEQUES.

           SELECT CHQPARC ASSIGN TO "CHQPARC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           ALTERNATE KEY IS CP-CHEQUE WITH DUPLICATES
           FILE STATUS IS FS-CHQPARC.

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

           SELECT FORMPG ASSIGN TO "FORMPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FG-CODIGO
           FILE STATUS IS FS-FORMPG.

           SELECT POLCOB ASSIGN TO "POLCOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-CODIGO
           FILE STATUS IS FS-POLCOB.

           SELECT MOVCAIXA ASSIGN TO "MOVCAIXA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVCAIXA.

           SELECT CAIXAFCH ASSIGN TO "CAIXAFCH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CAIXAFCH.

           SELECT REMCTL ASSIGN TO "REMCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-CHAVE
           FILE STATUS IS FS-REMCTL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    CHEQUES EM CUSTODIA - NUMERO INTERNO PELO PROXIMO-NUMERO
      *    ("CHEQUE"); O MESMO CHEQUE (BANCO, AGENCIA, CONTA E
      *    NUMERO) NAO ENTRA DUAS VEZES
       FD  CHEQUES.
       01  REGISTRO-CHEQUES.
           02 CH-NUMERO        PIC 9(06).
           02 CH-CLIENTE       PIC 9(06).
           02 CH-IDENT.
               03 CH-BANCO     PIC 9(03).
               03 CH-AGENCIA   PIC 9(04).
               03 CH-CONTA     PIC X(12).
               03 CH-CHEQUE    PIC 9(06).
           02 CH-TIPO-DOC      PIC X.
               88 CH-EMITENTE-PF VALUE "F".
               88 CH-EMITENTE-PJ VALUE "J".
           02 CH-DOCUMENTO     PIC 9(14).
           02 CH-VALOR         PIC 9(8)V99.
           02 CH-BOM-PARA      PIC 9(08).
           02 CH-FORMA         PIC 9(02).
           02 CH-DATA-RECEB    PIC 9(08).
           02 CH-DATA-DEPOSITO PIC 9(08).
           02 CH-DATA-BAIXA    PIC 9(08).
           02 CH-MOTIVO-DEV    PIC 9(02).
           02 CH-TARIFA        PIC 9(6)V99.
           02 CH-STATUS        PIC X.
               88 CH-EM-CUSTODIA VALUE "C".
               88 CH-DEPOSITADO  VALUE "D".
               88 CH-COMPENSADO  VALUE "L".
               88 CH-DEVOLVIDO   VALUE "V".
           02 CH-OPERADOR      PIC X(10).

      *    VINCULO CHEQUE X PARCELA - QUANTO DO CHEQUE PAGA CADA
      *    PARCELA DO CONTAS A RECEBER
       FD  CHQPARC.
       01  REGISTRO-CHQPARC.
           02 CP-CHAVE.
               03 CP-PEDIDO    PIC 9(06).
               03 CP-PARCELA   PIC 9(02).
               03 CP-CHEQUE    PIC 9(06).
           02 CP-VALOR         PIC 9(8)V99.

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

      *    FORMAS DE PAGAMENTO (CADFPG01) - CADA FORMA LIQUIDA NA
      *    SUA CONTA DO PLANO
       FD  FORMPG.
       01  REGISTRO-FORMPG.
           02 FG-CODIGO      PIC 9(02).
           02 FG-DESCRICAO   PIC X(20).
           02 FG-CONTA       PIC 9(05).
           02 FG-DIAS-LIQUID PIC 9(03).
      *    CARTAO: TAXA CONTRATADA COM A ADQUIRENTE E CONTA DE
      *    DESPESA ONDE A TAXA E LANCADA (CONCRT01)
           02 FG-TAXA-PCT    PIC 99V99.
           02 FG-CONTA-TAXA  PIC 9(05).

       FD  POLCOB.
       01  REGISTRO-POLCOB.
           02 PL-CODIGO        PIC 9(02).
           02 PL-CARENCIA-DIAS PIC 9(03).
           02 PL-MULTA-PCT     PIC 99V99.
           02 PL-JUROS-DIA-PCT PIC 9V9999.
           02 PL-DESC-PCT      PIC 99V99.
           02 PL-DESC-DIAS     PIC 9(03).
           02 PL-TARIFA-CHEQUE PIC 9(6)V99.
           02 PL-NEGAT-DIAS    PIC 9(03).
           02 PL-NEGAT-AVISO   PIC 9(03).

      *    MOVIMENTO DO CAIXA DO DIA - UMA LINHA POR BAIXA, BASE DO
      *    FECHAMENTO DIARIO (FECHCX01)
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

       FD  CAIXAFCH.
       01  REGISTRO-CAIXAFCH.
           02 CF-DATA      PIC 9(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-STATUS    PIC X(08).
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-SISTEMA   PIC 9(10)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-CONTADO   PIC 9(10)V99.
           02 FILLER       PIC X     VALUE SPACE.
           02 CF-OPERADOR  PIC X(10).
           02 FILLER       PIC X     VALUE SPACE.
      *    FILIAL FECHADA - ZERO (OU REGISTRO ANTIGO, SEM FILIAL)
      *    E O FECHAMENTO CONSOLIDADO, QUE VALE PARA TODAS
           02 CF-FILIAL    PIC 9(02).

      *    CONTROLE DE REMESSA (REMESSA1) - PARCELA EM COBRANCA PAGA
      *    POR CHEQUE E MARCADA PARA INSTRUCAO DE BAIXA NO BANCO
       FD  REMCTL.
       01  REGISTRO-REMCTL.
           02 RM-CHAVE.
               03 RM-PEDIDO  PIC 9(06).
               03 RM-PARCELA PIC 9(02).
           02 RM-REMESSA     PIC 9(04).
           02 RM-STATUS      PIC X.
               88 RM-EM-COBRANCA VALUE "E".
               88 RM-BAIXAR      VALUE "B".

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-CHEQUES.
           02 FS-CHEQUES-1 PIC 9.
           02 FS-CHEQUES-2 PIC 9.
           02 FS-CHEQUES-R REDEFINES FS-CHEQUES-2 PIC 99 COMP-X.
       01  FS-CHQPARC.
           02 FS-CHQPARC-1 PIC 9.
           02 FS-CHQPARC-2 PIC 9.
           02 FS-CHQPARC-R REDEFINES FS-CHQPARC-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-FORMPG.
           02 FS-FORMPG-1 PIC 9.
           02 FS-FORMPG-2 PIC 9.
           02 FS-FORMPG-R REDEFINES FS-FORMPG-2 PIC 99 COMP-X.
       01  FS-POLCOB.
           02 FS-POLCOB-1 PIC 9.
           02 FS-POLCOB-2 PIC 9.
           02 FS-POLCOB-R REDEFINES FS-POLCOB-2 PIC 99 COMP-X.
       01  FS-REMCTL.
           02 FS-REMCTL-1 PIC 9.
           02 FS-REMCTL-2 PIC 9.
           02 FS-REMCTL-R REDEFINES FS-REMCTL-2 PIC 99 COMP-X.
       77  FS-MOVCAIXA    PIC XX VALUE SPACES.
       77  FS-CAIXAFCH    PIC XX VALUE SPACES.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WENTIDADE      PIC X(10) VALUE "CHEQUE".
       77  WDATA-HOJE     PIC 9(08) VALUE ZERO.
       77  WDIA-FECHADO   PIC X VALUE "N".
       77  WSITUACAO      PIC X(12) VALUE SPACES.
      *    DADOS DO CHEQUE NOVO
       77  WCH-NUMERO     PIC 9(06) VALUE ZERO.
       77  WCH-CLIENTE    PIC 9(06) VALUE ZERO.
       77  WCH-BANCO      PIC 9(03) VALUE ZERO.
       77  WCH-AGENCIA    PIC 9(04) VALUE ZERO.
       77  WCH-CONTA      PIC X(12) VALUE SPACES.
       77  WCH-CHEQUE     PIC 9(06) VALUE ZERO.
       77  WCH-TIPO-DOC   PIC X VALUE "F".
       77  WCH-DOCUMENTO  PIC 9(14) VALUE ZERO.
       77  WCH-VALOR      PIC 9(8)V99 VALUE ZERO.
       77  WCH-BOM-PARA   PIC 9(08) VALUE ZERO.
       77  WCH-FORMA      PIC 9(02) VALUE ZERO.
       77  WCH-MOTIVO     PIC 9(02) VALUE ZERO.
      *    VALIDACAO DO DOCUMENTO DO EMITENTE (CPFVALID / CNPJVALID)
       77  WCPF           PIC 9(11) VALUE ZERO.
       77  WCNPJ          PIC 9(14) VALUE ZERO.
       77  WDV1           PIC 9 VALUE ZERO.
       77  WDV2           PIC 9 VALUE ZERO.
       77  WDOC-VALIDO    PIC X VALUE "N".
           88 DOC-VALIDO  VALUE "S".
      *    PARCELAS VINCULADAS AO CHEQUE (ATE 4)
       01  TAB-VINCULOS.
           02 TV-ITEM OCCURS 4 TIMES.
               03 TV-PEDIDO   PIC 9(06).
               03 TV-PARCELA  PIC 9(02).
               03 TV-VALOR    PIC 9(8)V99.
       77  QT-VINC        PIC 9 VALUE ZERO.
       77  IND-VINC       PIC 9 VALUE ZERO.
       77  IND-AUX        PIC 9 VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  WREPETIDA      PIC X VALUE "N".
       77  WVINC-PEDIDO   PIC 9(06) VALUE ZERO.
       77  WVINC-PARCELA  PIC 9(02) VALUE ZERO.
       77  WVINC-VALOR    PIC 9(8)V99 VALUE ZERO.
       77  WSOMA-VINC     PIC 9(8)V99 VALUE ZERO.
       77  WRESTA-CHEQUE  PIC 9(8)V99 VALUE ZERO.
       77  WSALDO-PARCELA PIC S9(8)V99 VALUE ZERO.
       77  WEM-CUSTODIA   PIC 9(8)V99 VALUE ZERO.
       77  WFIM-VINC      PIC X VALUE "N".
      *    LIVRO CAIXA - CONTA DA FORMA CONTRA CLIENTES (2)
       77  WCONTA-CAIXA   PIC 9(05) VALUE 1.
       77  WCONTA-FORMA   PIC 9(05) VALUE 1.
       77  WCONTA-CLIENTES PIC 9(05) VALUE 2.
       77  WTIPO-LANCTO   PIC X VALUE "C".
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
      *    TARIFA DE CHEQUE DEVOLVIDO DA POLITICA DE COBRANCA
       77  WTARIFA        PIC 9(6)V99 VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O CHEQUES.
           IF FS-CHEQUES = "35"
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF.
           OPEN I-O CHQPARC.
           IF FS-CHQPARC = "35"
               OPEN OUTPUT CHQPARC
               CLOSE CHQPARC
               OPEN I-O CHQPARC
           END-IF.
           OPEN I-O CONTASREC.
           OPEN INPUT CLIENTES.
           OPEN INPUT FORMPG.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPA-CAMPOS
                   PERFORM TELA THRU TELA-EXIT
                   IF OPCAO = "S" OR "s" THEN
                       EVALUATE WACAO
                           WHEN "R"
                               PERFORM GRAVA-CUSTODIA
                                   THRU GRAVA-CUSTODIA-FIM
                           WHEN "C"
                               PERFORM COMPENSA-CHEQUE
                                   THRU COMPENSA-CHEQUE-FIM
                           WHEN "V"
                               PERFORM DEVOLVE-CHEQUE
                                   THRU DEVOLVE-CHEQUE-FIM
                       END-EVALUATE
                   END-IF
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   GO TO INICIO
           .
           TELA.
               DISPLAY "CUSTODIA DE CHEQUES        " AT 0430
               DISPLAY "CHEQUE (0=NOVO)            " AT 0605
               DISPLAY "CLIENTE                    " AT 0705
               DISPLAY "BANCO/AGENCIA/CONTA        " AT 0805
               DISPLAY "NUMERO DO CHEQUE           " AT 0905
               DISPLAY "EMITENTE [F-J] CPF/CNPJ    " AT 1005
               DISPLAY "VALOR                      " AT 1105
               DISPLAY "BOM PARA (AAAAMMDD)        " AT 1205
               DISPLAY "FORMA DE LIQUIDACAO [..]   " AT 1305
               DISPLAY "PEDIDO PC VALOR PAGO PELO CHEQUE" AT 1405
               ACCEPT WCH-NUMERO                     AT 0630
               IF WCH-NUMERO = 999999 THEN
                   CLOSE CHEQUES CHQPARC CONTASREC CLIENTES FORMPG
                   EXIT PROGRAM
               END-IF
               ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
               IF WCH-NUMERO = ZERO
                   MOVE "R" TO WACAO
                   PERFORM CAPTURA-CHEQUE-NOVO THRU
                       CAPTURA-CHEQUE-NOVO-FIM
               ELSE
                   PERFORM CONSULTA-CHEQUE THRU CONSULTA-CHEQUE-FIM
               END-IF
               .
           TELA-EXIT.
               EXIT.
           LIMPA-CAMPOS.
               MOVE SPACES TO OPCAO WACAO
               MOVE ZERO TO WCH-NUMERO WCH-CLIENTE WCH-BANCO
                   WCH-AGENCIA WCH-CHEQUE WCH-DOCUMENTO WCH-VALOR
                   WCH-BOM-PARA WCH-FORMA WCH-MOTIVO
               MOVE SPACES TO WCH-CONTA
               MOVE "F" TO WCH-TIPO-DOC
               MOVE ZERO TO QT-VINC WSOMA-VINC WTARIFA
               INITIALIZE TAB-VINCULOS
               .
      *----------------------------------------------------------------*
      *    CHEQUE NOVO: EMITENTE PODE SER O PROPRIO CLIENTE (CPF/CNPJ
      *    DO CADASTRO) OU TERCEIRO; AS PARCELAS TEM QUE SER DO
      *    CLIENTE, ESTAR EM ABERTO E TER SALDO LIVRE (SALDO MENOS O
      *    QUE JA ESTA COBERTO POR OUTRO CHEQUE EM CUSTODIA). A SOMA
      *    DOS VINCULOS TEM QUE FECHAR COM O VALOR DO CHEQUE.
      *----------------------------------------------------------------*
           CAPTURA-CHEQUE-NOVO.
               ACCEPT WCH-CLIENTE AT 0730
               MOVE WCH-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO CAPTURA-CHEQUE-NOVO-FIM
               END-READ
               DISPLAY NOME (1:30) AT 0740
               ACCEPT WCH-BANCO   AT 0830
               ACCEPT WCH-AGENCIA AT 0834
               ACCEPT WCH-CONTA   AT 0839
               ACCEPT WCH-CHEQUE  AT 0930
               MOVE WCH-BANCO   TO CH-BANCO
               MOVE WCH-AGENCIA TO CH-AGENCIA
               MOVE WCH-CONTA   TO CH-CONTA
               MOVE WCH-CHEQUE  TO CH-CHEQUE
               READ CHEQUES KEY IS CH-IDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "CHEQUE JA REGISTRADO SOB O NUMERO"
                           AT 1905
                       DISPLAY CH-NUMERO AT 1940
                       MOVE "N" TO OPCAO
                       GO TO CAPTURA-CHEQUE-NOVO-FIM
               END-READ
               IF CLIENTE-PJ
                   MOVE "J" TO WCH-TIPO-DOC
                   MOVE CLIENTE-CNPJ TO WCH-DOCUMENTO
               ELSE
                   MOVE "F" TO WCH-TIPO-DOC
                   MOVE CPF TO WCH-DOCUMENTO
               END-IF
               DISPLAY WCH-TIPO-DOC AT 1030
               DISPLAY WCH-DOCUMENTO AT 1032
               ACCEPT WCH-TIPO-DOC AT 1030
               ACCEPT WCH-DOCUMENTO AT 1032
               PERFORM VALIDA-DOCUMENTO
               IF NOT DOC-VALIDO
                   DISPLAY "CPF/CNPJ DO EMITENTE INVALIDO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-CHEQUE-NOVO-FIM
               END-IF
               ACCEPT WCH-VALOR AT 1130
               IF WCH-VALOR = ZERO
                   DISPLAY "VALOR DO CHEQUE NAO INFORMADO" AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-CHEQUE-NOVO-FIM
               END-IF
               ACCEPT WCH-BOM-PARA AT 1230
               IF WCH-BOM-PARA = ZERO
                   MOVE WDATA-HOJE TO WCH-BOM-PARA
                   DISPLAY WCH-BOM-PARA AT 1230
               END-IF
               ACCEPT WCH-FORMA AT 1330
               PERFORM BUSCA-FORMA
               IF OPCAO = "N"
                   GO TO CAPTURA-CHEQUE-NOVO-FIM
               END-IF
               MOVE "N" TO WFIM-VINC
               PERFORM CAPTURA-VINCULO THRU CAPTURA-VINCULO-FIM
                   UNTIL WFIM-VINC = "S" OR QT-VINC = 4
                      OR WSOMA-VINC = WCH-VALOR
               IF QT-VINC = ZERO OR WSOMA-VINC NOT = WCH-VALOR
                   DISPLAY "PARCELAS NAO FECHAM O VALOR DO CHEQUE"
                       AT 1905
                   MOVE "N" TO OPCAO
                   GO TO CAPTURA-CHEQUE-NOVO-FIM
               END-IF
               DISPLAY "CONFIRMA A CUSTODIA [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1934
               .
           CAPTURA-CHEQUE-NOVO-FIM.
               EXIT.
           VALIDA-DOCUMENTO.
               MOVE "N" TO WDOC-VALIDO
               IF WCH-TIPO-DOC = "j"
                   MOVE "J" TO WCH-TIPO-DOC
               END-IF
               IF WCH-TIPO-DOC = "J"
                   MOVE WCH-DOCUMENTO TO WCNPJ
                   CALL "CNPJVALID" USING WCNPJ, WDV1, WDV2,
                       WDOC-VALIDO
               ELSE
                   MOVE "F" TO WCH-TIPO-DOC
                   IF WCH-DOCUMENTO NOT > 99999999999
                       MOVE WCH-DOCUMENTO TO WCPF
                       CALL "CPFVALID" USING WCPF, WDV1, WDV2,
                           WDOC-VALIDO
                   END-IF
               END-IF
               .
      *    UMA PARCELA POR LINHA - PEDIDO ZERO ENCERRA; VALOR ZERO
      *    ASSUME O MENOR ENTRE O QUE FALTA DO CHEQUE E O SALDO LIVRE
           CAPTURA-VINCULO.
               COMPUTE WLINHA-TELA = 15 + QT-VINC
               MOVE ZERO TO WVINC-PEDIDO WVINC-PARCELA WVINC-VALOR
               ACCEPT WVINC-PEDIDO AT LINE WLINHA-TELA COL 05
               IF WVINC-PEDIDO = ZERO
                   MOVE "S" TO WFIM-VINC
                   GO TO CAPTURA-VINCULO-FIM
               END-IF
               ACCEPT WVINC-PARCELA AT LINE WLINHA-TELA COL 12
               MOVE WVINC-PEDIDO  TO CR-PEDIDO
               MOVE WVINC-PARCELA TO CR-PARCELA
               READ CONTASREC
                   INVALID KEY
                       DISPLAY "PARCELA NAO CADASTRADA       " AT 2005
                       GO TO CAPTURA-VINCULO-FIM
               END-READ
               IF NOT CR-ABERTA OR CR-CLIENTE NOT = WCH-CLIENTE
                   DISPLAY "PARCELA NAO ESTA EM ABERTO PARA O CLIENTE"
                       AT 2005
                   GO TO CAPTURA-VINCULO-FIM
               END-IF
               MOVE "N" TO WREPETIDA
               PERFORM CONFERE-REPETIDA
                   VARYING IND-AUX FROM 1 BY 1
                   UNTIL IND-AUX > QT-VINC
               IF WREPETIDA = "S"
                   DISPLAY "PARCELA JA VINCULADA A ESTE CHEQUE"
                       AT 2005
                   GO TO CAPTURA-VINCULO-FIM
               END-IF
               PERFORM SOMA-CUSTODIA-PARCELA
               COMPUTE WSALDO-PARCELA = CR-VALOR - CR-VALOR-PAGO
                   - WEM-CUSTODIA
               IF WSALDO-PARCELA NOT > ZERO
                   DISPLAY "PARCELA JA COBERTA POR CHEQUE EM CUSTODIA"
                       AT 2005
                   GO TO CAPTURA-VINCULO-FIM
               END-IF
               COMPUTE WRESTA-CHEQUE = WCH-VALOR - WSOMA-VINC
               ACCEPT WVINC-VALOR AT LINE WLINHA-TELA COL 15
               IF WVINC-VALOR = ZERO
                   IF WRESTA-CHEQUE < WSALDO-PARCELA
                       MOVE WRESTA-CHEQUE TO WVINC-VALOR
                   ELSE
                       MOVE WSALDO-PARCELA TO WVINC-VALOR
                   END-IF
                   DISPLAY WVINC-VALOR AT LINE WLINHA-TELA COL 15
               END-IF
               IF WVINC-VALOR > WSALDO-PARCELA
                  OR WVINC-VALOR > WRESTA-CHEQUE
                   DISPLAY "VALOR ACIMA DO SALDO DA PARCELA OU DO"
                       " CHEQUE" AT 2005
                   GO TO CAPTURA-VINCULO-FIM
               END-IF
               DISPLAY SPACES AT 2005
               ADD 1 TO QT-VINC
               MOVE WVINC-PEDIDO  TO TV-PEDIDO (QT-VINC)
               MOVE WVINC-PARCELA TO TV-PARCELA (QT-VINC)
               MOVE WVINC-VALOR   TO TV-VALOR (QT-VINC)
               ADD WVINC-VALOR TO WSOMA-VINC
               .
           CAPTURA-VINCULO-FIM.
               EXIT.
           CONFERE-REPETIDA.
               IF TV-PEDIDO (IND-AUX) = WVINC-PEDIDO
                  AND TV-PARCELA (IND-AUX) = WVINC-PARCELA
                   MOVE "S" TO WREPETIDA
               END-IF
               .
      *----------------------------------------------------------------*
      *    QUANTO DA PARCELA JA ESTA COBERTO POR CHEQUES AINDA NAO
      *    COMPENSADOS (EM CUSTODIA OU DEPOSITADOS)
      *----------------------------------------------------------------*
           SOMA-CUSTODIA-PARCELA.
               MOVE ZERO TO WEM-CUSTODIA
               MOVE CR-PEDIDO  TO CP-PEDIDO
               MOVE CR-PARCELA TO CP-PARCELA
               MOVE ZERO       TO CP-CHEQUE
               START CHQPARC KEY IS NOT < CP-CHAVE
                   INVALID KEY
                       MOVE "23" TO FS-CHQPARC
               END-START
               IF FS-CHQPARC = "00"
                   PERFORM LE-VINCULO
               END-IF
               PERFORM SOMA-UM-VINCULO
                   UNTIL FS-CHQPARC NOT = "00"
                      OR CP-PEDIDO NOT = CR-PEDIDO
                      OR CP-PARCELA NOT = CR-PARCELA
               .
           SOMA-UM-VINCULO.
               MOVE CP-CHEQUE TO CH-NUMERO
               READ CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CH-EM-CUSTODIA OR CH-DEPOSITADO
                           ADD CP-VALOR TO WEM-CUSTODIA
                       END-IF
               END-READ
               PERFORM LE-VINCULO
               .
           LE-VINCULO.
               READ CHQPARC NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CHQPARC
               END-READ
               .
      *    A FORMA DEFINE A CONTA DO PLANO ONDE O CHEQUE LIQUIDA;
      *    SEM TABELA PUBLICADA VALE A CONTA CAIXA (1)
           BUSCA-FORMA.
               MOVE WCONTA-CAIXA TO WCONTA-FORMA
               IF FS-FORMPG = "00"
                   MOVE WCH-FORMA TO FG-CODIGO
                   READ FORMPG
                       INVALID KEY
                           DISPLAY "FORMA DE PAGAMENTO NAO"
                               " CADASTRADA" AT 1905
                           MOVE "N" TO OPCAO
                       NOT INVALID KEY
                           MOVE FG-CONTA TO WCONTA-FORMA
                           DISPLAY FG-DESCRICAO AT 1335
                   END-READ
               END-IF
               .
      *----------------------------------------------------------------*
      *    CHEQUE JA EM CUSTODIA: MOSTRA OS DADOS E AS PARCELAS E
      *    OFERECE A COMPENSACAO (CUSTODIA OU DEPOSITADO) OU A
      *    DEVOLUCAO (DEPOSITADO OU JA COMPENSADO)
      *----------------------------------------------------------------*
           CONSULTA-CHEQUE.
               MOVE WCH-NUMERO TO CH-NUMERO
               READ CHEQUES
                   INVALID KEY
                       DISPLAY "CHEQUE NAO CADASTRADO" AT 1905
                       MOVE "N" TO OPCAO
                       GO TO CONSULTA-CHEQUE-FIM
               END-READ
               EVALUATE TRUE
                   WHEN CH-EM-CUSTODIA MOVE "EM CUSTODIA" TO WSITUACAO
                   WHEN CH-DEPOSITADO  MOVE "DEPOSITADO"  TO WSITUACAO
                   WHEN CH-COMPENSADO  MOVE "COMPENSADO"  TO WSITUACAO
                   WHEN CH-DEVOLVIDO   MOVE "DEVOLVIDO"   TO WSITUACAO
               END-EVALUATE
               DISPLAY WSITUACAO     AT 0640
               DISPLAY CH-CLIENTE    AT 0730
               MOVE CH-CLIENTE TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
               END-READ
               DISPLAY NOME (1:30)   AT 0740
               DISPLAY CH-BANCO      AT 0830
               DISPLAY CH-AGENCIA    AT 0834
               DISPLAY CH-CONTA      AT 0839
               DISPLAY CH-CHEQUE     AT 0930
               DISPLAY CH-TIPO-DOC   AT 1030
               DISPLAY CH-DOCUMENTO  AT 1032
               DISPLAY CH-VALOR      AT 1130
               DISPLAY CH-BOM-PARA   AT 1230
               MOVE CH-FORMA TO WCH-FORMA
               DISPLAY WCH-FORMA     AT 1330
               PERFORM BUSCA-FORMA
               PERFORM CARREGA-VINCULOS
               EVALUATE TRUE
                   WHEN CH-EM-CUSTODIA OR CH-DEPOSITADO
                       DISPLAY "ACAO [C-COMPENSADO V-DEVOLVIDO"
                           " N-NENHUMA]" AT 1905
                   WHEN CH-COMPENSADO
                       DISPLAY "ACAO [V-DEVOLVIDO N-NENHUMA]"
                           AT 1905
                   WHEN OTHER
                       MOVE "N" TO OPCAO
                       GO TO CONSULTA-CHEQUE-FIM
               END-EVALUATE
               ACCEPT WACAO AT 1950
               IF WACAO = "c"
                   MOVE "C" TO WACAO
               END-IF
               IF WACAO = "v"
                   MOVE "V" TO WACAO
               END-IF
               IF (WACAO = "C" AND (CH-EM-CUSTODIA OR CH-DEPOSITADO))
                  OR (WACAO = "V" AND (CH-DEPOSITADO OR CH-COMPENSADO))
                   CONTINUE
               ELSE
                   MOVE "N" TO OPCAO
                   GO TO CONSULTA-CHEQUE-FIM
               END-IF
               IF WACAO = "C"
                   PERFORM VERIFICA-DIA-FECHADO
                   IF WDIA-FECHADO = "S"
                       DISPLAY "CAIXA DO DIA JA FECHADO - COMPENSACAO"
                           " RECUSADA" AT 2005
                       MOVE "N" TO OPCAO
                       GO TO CONSULTA-CHEQUE-FIM
                   END-IF
               ELSE
                   DISPLAY "ALINEA DA DEVOLUCAO" AT 2005
                   ACCEPT WCH-MOTIVO AT 2025
                   PERFORM LE-TARIFA
                   DISPLAY "TARIFA" AT 2030
                   DISPLAY WTARIFA AT 2037
               END-IF
               DISPLAY "CONFIRMA [S-N][.]" AT 2105
               ACCEPT OPCAO AT 2123
               .
           CONSULTA-CHEQUE-FIM.
               EXIT.
           CARREGA-VINCULOS.
               MOVE ZERO TO QT-VINC
               MOVE CH-NUMERO TO CP-CHEQUE
               START CHQPARC KEY IS = CP-CHEQUE
                   INVALID KEY
                       MOVE "23" TO FS-CHQPARC
               END-START
               IF FS-CHQPARC = "00"
                   PERFORM LE-VINCULO
               END-IF
               PERFORM GUARDA-VINCULO
                   UNTIL FS-CHQPARC NOT = "00"
                      OR CP-CHEQUE NOT = CH-NUMERO
                      OR QT-VINC = 4
               .
           GUARDA-VINCULO.
               ADD 1 TO QT-VINC
               MOVE CP-PEDIDO  TO TV-PEDIDO (QT-VINC)
               MOVE CP-PARCELA TO TV-PARCELA (QT-VINC)
               MOVE CP-VALOR   TO TV-VALOR (QT-VINC)
               COMPUTE WLINHA-TELA = 14 + QT-VINC
               DISPLAY CP-PEDIDO  AT LINE WLINHA-TELA COL 05
               DISPLAY CP-PARCELA AT LINE WLINHA-TELA COL 12
               DISPLAY CP-VALOR   AT LINE WLINHA-TELA COL 15
               PERFORM LE-VINCULO
               .
           LE-TARIFA.
               MOVE ZERO TO WTARIFA
               OPEN INPUT POLCOB
               IF FS-POLCOB = "00"
                   MOVE 01 TO PL-CODIGO
                   READ POLCOB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PL-TARIFA-CHEQUE TO WTARIFA
                   END-READ
                   CLOSE POLCOB
               END-IF
               .
      *----------------------------------------------------------------*
      *    GRAVA O CHEQUE EM CUSTODIA E OS VINCULOS - AS PARCELAS
      *    FICAM EM ABERTO ATE A COMPENSACAO
      *----------------------------------------------------------------*
           GRAVA-CUSTODIA.
               CALL "PROXIMO-NUMERO" USING WENTIDADE, WCH-NUMERO
               MOVE WCH-NUMERO    TO CH-NUMERO
               MOVE WCH-CLIENTE   TO CH-CLIENTE
               MOVE WCH-BANCO     TO CH-BANCO
               MOVE WCH-AGENCIA   TO CH-AGENCIA
               MOVE WCH-CONTA     TO CH-CONTA
               MOVE WCH-CHEQUE    TO CH-CHEQUE
               MOVE WCH-TIPO-DOC  TO CH-TIPO-DOC
               MOVE WCH-DOCUMENTO TO CH-DOCUMENTO
               MOVE WCH-VALOR     TO CH-VALOR
               MOVE WCH-BOM-PARA  TO CH-BOM-PARA
               MOVE WCH-FORMA     TO CH-FORMA
               MOVE WDATA-HOJE    TO CH-DATA-RECEB
               MOVE ZERO TO CH-DATA-DEPOSITO CH-DATA-BAIXA
                   CH-MOTIVO-DEV CH-TARIFA
               MOVE "C"           TO CH-STATUS
               MOVE WOPERADOR     TO CH-OPERADOR
               WRITE REGISTRO-CHEQUES
                   INVALID KEY
                       DISPLAY "CHEQUE JA REGISTRADO - CUSTODIA NAO"
                           " GRAVADA" AT 2005
                       GO TO GRAVA-CUSTODIA-FIM
               END-WRITE
               PERFORM GRAVA-VINCULO
                   VARYING IND-VINC FROM 1 BY 1
                   UNTIL IND-VINC > QT-VINC
               MOVE CH-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CHQCUS01", "CUSTODIA", WCHAVE-AUD
               DISPLAY "CHEQUE EM CUSTODIA NUMERO" AT 2005
               DISPLAY CH-NUMERO AT 2031
               .
           GRAVA-CUSTODIA-FIM.
               EXIT.
           GRAVA-VINCULO.
               MOVE TV-PEDIDO (IND-VINC)  TO CP-PEDIDO
               MOVE TV-PARCELA (IND-VINC) TO CP-PARCELA
               MOVE CH-NUMERO             TO CP-CHEQUE
               MOVE TV-VALOR (IND-VINC)   TO CP-VALOR
               WRITE REGISTRO-CHQPARC
               .
      *----------------------------------------------------------------*
      *    COMPENSACAO: O LANCAMENTO NO LIVRO CAIXA VEM PRIMEIRO - SE
      *    FOR REJEITADO O CHEQUE CONTINUA COMO ESTA. DEPOIS CADA
      *    PARCELA VINCULADA RECEBE O VALOR DO CHEQUE (QUITADA QUANDO
      *    O PAGO COBRE A PARCELA) E VIRA UMA LINHA DO MOVCAIXA.
      *----------------------------------------------------------------*
           COMPENSA-CHEQUE.
               MOVE "C" TO WTIPO-LANCTO
               CALL "GRAVA-LANCAMENTO" USING WCONTA-FORMA,
                   WTIPO-LANCTO, CH-VALOR, WDATA-HOJE,
                   WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO, WFILIAL
               IF WLAN-RESULT NOT = "S"
                   DISPLAY "LANCAMENTO REJEITADO - COMPENSACAO NAO"
                       " EFETUADA" AT 2205
                   GO TO COMPENSA-CHEQUE-FIM
               END-IF
               PERFORM BAIXA-VINCULO
                   VARYING IND-VINC FROM 1 BY 1
                   UNTIL IND-VINC > QT-VINC
               MOVE "L" TO CH-STATUS
               MOVE WDATA-HOJE TO CH-DATA-BAIXA
               REWRITE REGISTRO-CHEQUES
               MOVE CH-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CHQCUS01", "COMPENSOU", WCHAVE-AUD
               DISPLAY "CHEQUE COMPENSADO - PARCELAS BAIXADAS" AT 2205
               .
           COMPENSA-CHEQUE-FIM.
               EXIT.
           BAIXA-VINCULO.
               MOVE TV-PEDIDO (IND-VINC)  TO CR-PEDIDO
               MOVE TV-PARCELA (IND-VINC) TO CR-PARCELA
               READ CONTASREC
                   INVALID KEY
                       MOVE "23" TO FS-CONTASREC
               END-READ
               IF FS-CONTASREC NOT = "00" OR CR-CANCELADA
                   DISPLAY "PARCELA NAO ENCONTRADA OU CANCELADA:"
                       AT 2005
                   DISPLAY CR-CHAVE AT 2042
               ELSE
                   ADD TV-VALOR (IND-VINC) TO CR-VALOR-PAGO
                   MOVE WDATA-HOJE TO CR-DATA-PGTO
                   IF CR-VALOR-PAGO NOT < CR-VALOR
                       MOVE "P" TO CR-STATUS
                   END-IF
                   REWRITE REGISTRO-CONTASREC
                   PERFORM GRAVA-MOVCAIXA
                   MOVE CR-CHAVE TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "CHQCUS01", "RECEBEU", WCHAVE-AUD
                   IF CR-PAGA
                       PERFORM MARCA-BAIXA-REMESSA
                   END-IF
               END-IF
               .
      *----------------------------------------------------------------*
      *    DEVOLUCAO: CHEQUE JA COMPENSADO TEM O LANCAMENTO ESTORNADO
      *    ("D") E AS PARCELAS REABERTAS; DEPOSITADO E AINDA NAO
      *    COMPENSADO NAO BAIXOU NADA. NOS DOIS CASOS A TARIFA DA
      *    POLITICA ENTRA NA PRIMEIRA PARCELA, QUE SEGUE PARA A
      *    COBRANCA (COBRAN01).
      *----------------------------------------------------------------*
           DEVOLVE-CHEQUE.
               IF CH-COMPENSADO
                   MOVE "D" TO WTIPO-LANCTO
                   CALL "GRAVA-LANCAMENTO" USING WCONTA-FORMA,
                       WTIPO-LANCTO, CH-VALOR, WDATA-HOJE,
                       WLAN-RESULT, WCONTA-CLIENTES, WCENTRO-CUSTO,
                       WFILIAL
                   MOVE "C" TO WTIPO-LANCTO
                   IF WLAN-RESULT NOT = "S"
                       DISPLAY "ESTORNO REJEITADO - DEVOLUCAO NAO"
                           " REGISTRADA" AT 2205
                       GO TO DEVOLVE-CHEQUE-FIM
                   END-IF
                   PERFORM REABRE-VINCULO
                       VARYING IND-VINC FROM 1 BY 1
                       UNTIL IND-VINC > QT-VINC
               END-IF
               IF WTARIFA > ZERO AND QT-VINC > ZERO
                   PERFORM LANCA-TARIFA
               END-IF
               MOVE "V" TO CH-STATUS
               MOVE WDATA-HOJE TO CH-DATA-BAIXA
               MOVE WCH-MOTIVO TO CH-MOTIVO-DEV
               MOVE WTARIFA    TO CH-TARIFA
               REWRITE REGISTRO-CHEQUES
               MOVE CH-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CHQCUS01", "CHQDEVOL", WCHAVE-AUD
               DISPLAY "CHEQUE DEVOLVIDO - PARCELAS EM COBRANCA"
                   AT 2205
               .
           DEVOLVE-CHEQUE-FIM.
               EXIT.
           REABRE-VINCULO.
               MOVE TV-PEDIDO (IND-VINC)  TO CR-PEDIDO
               MOVE TV-PARCELA (IND-VINC) TO CR-PARCELA
               READ CONTASREC
                   INVALID KEY
                       MOVE "23" TO FS-CONTASREC
               END-READ
               IF FS-CONTASREC = "00" AND NOT CR-CANCELADA
                   IF CR-VALOR-PAGO > TV-VALOR (IND-VINC)
                       SUBTRACT TV-VALOR (IND-VINC) FROM CR-VALOR-PAGO
                   ELSE
                       MOVE ZERO TO CR-VALOR-PAGO
                   END-IF
                   MOVE "A" TO CR-STATUS
                   REWRITE REGISTRO-CONTASREC
                   MOVE CR-CHAVE TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "CHQCUS01", "REABRIU", WCHAVE-AUD
               END-IF
               .
           LANCA-TARIFA.
               MOVE TV-PEDIDO (1)  TO CR-PEDIDO
               MOVE TV-PARCELA (1) TO CR-PARCELA
               READ CONTASREC
                   INVALID KEY
                       MOVE "23" TO FS-CONTASREC
               END-READ
               IF FS-CONTASREC = "00" AND NOT CR-CANCELADA
                   ADD WTARIFA TO CR-VALOR
                   MOVE "A" TO CR-STATUS
                   REWRITE REGISTRO-CONTASREC
                   MOVE CR-CHAVE TO WCHAVE-AUD
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "CHQCUS01", "TARIFACHQ", WCHAVE-AUD
               END-IF
               .
      *    PARCELA EM COBRANCA NO BANCO (REMCTL "E") QUITADA PELO
      *    CHEQUE - A PROXIMA REMESSA LEVA A INSTRUCAO DE BAIXA
           MARCA-BAIXA-REMESSA.
               OPEN I-O REMCTL
               IF FS-REMCTL = "00"
                   MOVE CR-PEDIDO  TO RM-PEDIDO
                   MOVE CR-PARCELA TO RM-PARCELA
                   READ REMCTL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RM-EM-COBRANCA
                               MOVE "B" TO RM-STATUS
                               REWRITE REGISTRO-REMCTL
                           END-IF
                   END-READ
                   CLOSE REMCTL
               END-IF
               .
      *    DIA COM FECHAMENTO DE CAIXA CONFIRMADO (FECHCX01) NAO
      *    RECEBE MAIS BAIXAS - O REGISTRO MAIS RECENTE PREVALECE
           VERIFICA-DIA-FECHADO.
               MOVE "N" TO WDIA-FECHADO
               OPEN INPUT CAIXAFCH
               IF FS-CAIXAFCH = "00"
                   PERFORM LE-CAIXAFCH
                   PERFORM UNTIL FS-CAIXAFCH NOT = "00"
                       IF CF-DATA = WDATA-HOJE AND
                          (CF-FILIAL NOT NUMERIC OR CF-FILIAL = ZERO OR
                           CF-FILIAL = WFILIAL)
                           IF CF-STATUS = "FECHADO"
                               MOVE "S" TO WDIA-FECHADO
                           ELSE
                               MOVE "N" TO WDIA-FECHADO
                           END-IF
                       END-IF
                       PERFORM LE-CAIXAFCH
                   END-PERFORM
                   CLOSE CAIXAFCH
               END-IF
               .
           LE-CAIXAFCH.
               READ CAIXAFCH
                   AT END
                       MOVE "10" TO FS-CAIXAFCH
               END-READ
               .
           GRAVA-MOVCAIXA.
               OPEN EXTEND MOVCAIXA
               IF FS-MOVCAIXA = "35"
                   OPEN OUTPUT MOVCAIXA
               END-IF
               MOVE WDATA-HOJE           TO MC-DATA
               MOVE CH-FORMA             TO MC-FORMA
               MOVE CR-PEDIDO            TO MC-PEDIDO
               MOVE CR-PARCELA           TO MC-PARCELA
               MOVE TV-VALOR (IND-VINC)  TO MC-VALOR
               MOVE WOPERADOR            TO MC-OPERADOR
               MOVE WFILIAL              TO MC-FILIAL
               WRITE LINHA-MOVCAIXA
               CLOSE MOVCAIXA
               .
       END PROGRAM CHQCUS01.
