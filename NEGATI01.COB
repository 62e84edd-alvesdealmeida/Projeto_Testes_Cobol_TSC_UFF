      ******************************************************************
      *
      *     NEGATIVACAO NO BUREAU DE CREDITO (FIM DE DIA)
      *     DEPOIS DO AVISO DE PRE-PROTESTO DO COBRAN01, A PARCELA EM
      *     ABERTO HA MAIS DIAS QUE O LIMITE DA POLITICA DE COBRANCA
      *     (POLCOB.DAT, PL-NEGAT-DIAS - PADRAO 90) E PROPOSTA PARA
      *     NEGATIVACAO: O CLIENTE RECEBE O AVISO PREVIO OBRIGATORIO
      *     (GRAVA-NOTIFICA, FINALIDADE "L" - AVISO LEGAL, FORA DO
      *     PORTAO DE PREFERENCIAS) E A PARCELA ENTRA NO CONTROLE
      *     NEGATIV.DAT COMO "AVISADA", LIBERADA PARA APROVACAO SO
      *     DEPOIS DOS DIAS DE AVISO (PL-NEGAT-AVISO, MINIMO 10). A
      *     APROVACAO E FEITA NA TELA NEGAPR01. CLIENTE SEM EMAIL
      *     NAO PODE SER AVISADO E FICA DE FORA; PARCELA COBERTA
      *     POR CHEQUE EM CUSTODIA (CHQCUS01) TAMBEM.
      *     EM SEGUIDA CONFERE O CONTROLE: PARCELA QUE DEIXOU DE
      *     ESTAR EM ABERTO (PAGA, RENEGOCIADA OU BAIXADA PELO
      *     RETORNO DO BANCO) E CANCELADA SE AINDA NAO FOI AO
      *     BUREAU, OU MARCADA PARA EXCLUSAO SE JA FOI - O MESMO QUE
      *     RECEB001 E RENEG001 JA FAZEM NA HORA.
      *     POR FIM GERA NEGATIV.TXT NO LAYOUT POSICIONAL DO BUREAU,
      *     NUMERADO PELA ENTIDADE NEGATIV: HEADER TIPO 0, UM
      *     REGISTRO TIPO 1 POR INCLUSAO APROVADA (OPERACAO "I") OU
      *     POR EXCLUSAO PEDIDA (OPERACAO "E") E TRAILER TIPO 9. SEM
      *     MOVIMENTO O ARQUIVO NAO E GERADO. RODA NA CADEIA DE FIM
      *     DE DIA (BATCH001) DEPOIS DO COBRAN01 - A EXCLUSAO SAI NA
      *     NOITE SEGUINTE AO PAGAMENTO, DENTRO DO PRAZO LEGAL.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. NEGATI01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
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

           SELECT NEGATIV ASSIGN TO "NEGATIV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NG-CHAVE
           FILE STATUS IS FS-NEGATIV.

           SELECT NEGARQ ASSIGN TO "NEGATIV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NEGARQ.

           SELECT POLCOB ASSIGN TO "POLCOB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-CODIGO
           FILE STATUS IS FS-POLCOB.

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
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
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
               88 CR-ABERTA       VALUE "A".
               88 CR-RENEGOCIADA  VALUE "R".

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
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
           02 CLIENTE-CONTATO.
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

      *    CONTROLE DA NEGATIVACAO POR PARCELA: "A" AVISADA (EM
      *    AVISO PREVIO / AGUARDANDO APROVACAO), "R" RECUSADA NA
      *    APROVACAO, "I" APROVADA (INCLUSAO A ENVIAR), "N"
      *    NEGATIVADA (INCLUSAO ENVIADA), "B" EXCLUSAO A ENVIAR, "E"
      *    EXCLUIDA (EXCLUSAO ENVIADA), "C" CANCELADA ANTES DE IR AO
      *    BUREAU. ORIGEM DA BAIXA: "P" PAGA NO BALCAO, "R"
      *    RENEGOCIADA, "Q" QUITADA POR OUTRO MEIO.
       FD  NEGATIV.
       01  REGISTRO-NEGATIV.
           02 NG-CHAVE.
               03 NG-PEDIDO    PIC 9(06).
               03 NG-PARCELA   PIC 9(02).
           02 NG-CLIENTE       PIC 9(06).
           02 NG-VENCIMENTO    PIC 9(08).
           02 NG-VALOR         PIC 9(8)V99.
           02 NG-STATUS        PIC X.
               88 NG-AVISADA     VALUE "A".
               88 NG-RECUSADA    VALUE "R".
               88 NG-APROVADA    VALUE "I".
               88 NG-NEGATIVADA  VALUE "N".
               88 NG-BAIXAR      VALUE "B".
               88 NG-EXCLUIDA    VALUE "E".
               88 NG-CANCELADA   VALUE "C".
           02 NG-DATA-AVISO    PIC 9(08).
           02 NG-DATA-LIBERA   PIC 9(08).
           02 NG-OPER-DECISAO  PIC X(10).
           02 NG-DATA-DECISAO  PIC 9(08).
           02 NG-MOTIVO        PIC X(30).
           02 NG-DATA-INCLUSAO PIC 9(08).
           02 NG-REMESSA-INC   PIC 9(06).
           02 NG-DATA-QUITA    PIC 9(08).
           02 NG-ORIGEM-BAIXA  PIC X.
           02 NG-PRAZO-BAIXA   PIC 9(08).
           02 NG-DATA-EXCLUSAO PIC 9(08).
           02 NG-REMESSA-EXC   PIC 9(06).

       FD  NEGARQ.
       01  LINHA-NEGARQ         PIC X(120).

      *    POLITICA DE COBRANCA DA CASA (CADPOL01)
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

      *    CUSTODIA DE CHEQUES (CHQCUS01) E VINCULO CHEQUE X PARCELA
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
           02 CH-OPERADOR      PIC X(10).

       FD  CHQPARC.
       01  REGISTRO-CHQPARC.
           02 CP-CHAVE.
               03 CP-PEDIDO    PIC 9(06).
               03 CP-PARCELA   PIC 9(02).
               03 CP-CHEQUE    PIC 9(06).
           02 CP-VALOR         PIC 9(8)V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-NEGATIV.
           02 FS-NEGATIV-1 PIC 9.
           02 FS-NEGATIV-2 PIC 9.
           02 FS-NEGATIV-R REDEFINES FS-NEGATIV-2 PIC 99 COMP-X.
       77  FS-NEGARQ     PIC XX VALUE SPACES.
       01  FS-POLCOB.
           02 FS-POLCOB-1 PIC 9.
           02 FS-POLCOB-2 PIC 9.
           02 FS-POLCOB-R REDEFINES FS-POLCOB-2 PIC 99 COMP-X.
       01  FS-CHEQUES.
           02 FS-CHEQUES-1 PIC 9.
           02 FS-CHEQUES-2 PIC 9.
           02 FS-CHEQUES-R REDEFINES FS-CHEQUES-2 PIC 99 COMP-X.
       01  FS-CHQPARC.
           02 FS-CHQPARC-1 PIC 9.
           02 FS-CHQPARC-2 PIC 9.
           02 FS-CHQPARC-R REDEFINES FS-CHQPARC-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(8) VALUE ZERO.
       77  WDIAS-ATRASO  PIC S9(5) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS / SOMADIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE SPACES.
       77  WNOME-DIA     PIC X(9) VALUE SPACES.
       77  WDATAUTIL-SAIDA PIC 9(8) VALUE ZERO.
       77  WSALDO-PARCELA PIC 9(8)V99 VALUE ZERO.
       77  WED-VALOR     PIC Z(7)9.99.
      *    POLITICA: DIAS DE ATRASO PARA PROPOR E DIAS DE AVISO
       77  WNEGAT-DIAS   PIC 9(03) VALUE 90.
       77  WNEGAT-AVISO  PIC S9(5) VALUE 10.
       77  WDATA-LIBERA  PIC 9(08) VALUE ZERO.
      *    PRAZO LEGAL DA EXCLUSAO: 5 DIAS A PARTIR DA QUITACAO,
      *    LEVADO AO DIA UTIL (DIAUTIL1)
       77  WDIAS-BAIXA   PIC S9(5) VALUE 5.
       77  WPRAZO-BAIXA  PIC 9(08) VALUE ZERO.
       77  WENTIDADE     PIC X(10) VALUE "NEGATIV".
       77  WNUM-REMESSA  PIC 9(06) VALUE ZERO.
       77  QT-AVISADAS   PIC 9(05) VALUE ZEROS.
       77  QT-SEM-EMAIL  PIC 9(05) VALUE ZEROS.
       77  QT-CUSTODIA   PIC 9(05) VALUE ZEROS.
       77  QT-CANCELADAS PIC 9(05) VALUE ZEROS.
       77  QT-BAIXAS     PIC 9(05) VALUE ZEROS.
       77  QT-A-ENVIAR   PIC 9(05) VALUE ZEROS.
       77  QT-INCLUSOES  PIC 9(06) VALUE ZEROS.
       77  QT-EXCLUSOES  PIC 9(06) VALUE ZEROS.
       77  WTOTAL-INCL   PIC 9(10)V99 VALUE ZERO.
       77  WTEM-CUSTODIA PIC X VALUE "N".
       77  WCHEQUES-OK   PIC X VALUE "N".

      *    AVISO PREVIO DEPOSITADO NA CAIXA DE SAIDA (GRAVA-NOTIFICA)
       77  WASSUNTO      PIC X(60) VALUE SPACES.
       77  WCORPO        PIC X(200) VALUE SPACES.
      *    AVISO LEGAL OBRIGATORIO - NAO PASSA PELO PORTAO DE
      *    PREFERENCIAS DE CONTATO
       77  WFINALIDADE   PIC X(01) VALUE "L".

      *    LAYOUT POSICIONAL ACEITO PELO BUREAU DE CREDITO
       01  REG-NEG-HEADER.
           02 NH-TIPO        PIC X     VALUE "0".
           02 NH-LITERAL     PIC X(07) VALUE "NEGATIV".
           02 NH-DATA        PIC 9(08).
           02 NH-NUMERO      PIC 9(06).
           02 FILLER         PIC X(98) VALUE SPACES.
       01  REG-NEG-DETALHE.
           02 ND-TIPO        PIC X     VALUE "1".
           02 ND-OPERACAO    PIC X.
           02 ND-PESSOA      PIC X.
           02 ND-DOCUMENTO   PIC 9(14).
           02 ND-NOME        PIC X(40).
           02 ND-CONTRATO    PIC 9(08).
           02 ND-VENCIMENTO  PIC 9(08).
           02 ND-VALOR       PIC 9(8)V99.
           02 ND-DATA-OCORR  PIC 9(08).
           02 ND-CEP         PIC X(08).
           02 ND-UF          PIC X(02).
           02 FILLER         PIC X(19) VALUE SPACES.
       01  REG-NEG-TRAILER.
           02 NT-TIPO        PIC X     VALUE "9".
           02 NT-QT-INCL     PIC 9(06).
           02 NT-QT-EXCL     PIC 9(06).
           02 NT-TOTAL-INCL  PIC 9(10)V99.
           02 FILLER         PIC X(95) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROPOE-NEGATIVACAO THRU 2000-EXIT
           PERFORM 3000-CONFERE-CONTROLE THRU 3000-EXIT
           PERFORM 4000-GERA-ARQUIVO THRU 4000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1100-CARREGA-POLITICA
           OPEN INPUT CONTASREC
           OPEN INPUT CLIENTES
           OPEN I-O NEGATIV
           IF FS-NEGATIV = "35"
               OPEN OUTPUT NEGATIV
               CLOSE NEGATIV
               OPEN I-O NEGATIV
           END-IF
           MOVE "N" TO WCHEQUES-OK
           OPEN INPUT CHEQUES
           IF FS-CHEQUES = "00"
               OPEN INPUT CHQPARC
               IF FS-CHQPARC = "00"
                   MOVE "S" TO WCHEQUES-OK
               ELSE
                   CLOSE CHEQUES
               END-IF
           END-IF
           DISPLAY "NEGATIVACAO NO BUREAU DE CREDITO - " WDATA-SISTEMA
           DISPLAY "SITUACAO       PEDIDO PARC CLI    NOME"
               "                 SALDO"
           .
      *    SEM POLITICA CADASTRADA (OU GRAVADA ANTES DOS CAMPOS DE
      *    NEGATIVACAO) VALEM 90 DIAS DE ATRASO E 10 DE AVISO
       1100-CARREGA-POLITICA.
           MOVE 90 TO WNEGAT-DIAS
           MOVE 10 TO WNEGAT-AVISO
           OPEN INPUT POLCOB
           IF FS-POLCOB = "00"
               MOVE 01 TO PL-CODIGO
               READ POLCOB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-NEGAT-DIAS IS NUMERIC
                          AND PL-NEGAT-DIAS > ZERO
                           MOVE PL-NEGAT-DIAS TO WNEGAT-DIAS
                       END-IF
                       IF PL-NEGAT-AVISO IS NUMERIC
                          AND PL-NEGAT-AVISO NOT < 10
                           MOVE PL-NEGAT-AVISO TO WNEGAT-AVISO
                       END-IF
               END-READ
               CLOSE POLCOB
           END-IF
           .
      *----------------------------------------------------------------*
      *    PROPOSTA: PARCELA EM ABERTO ALEM DO LIMITE DA POLITICA E
      *    AINDA SEM CONTROLE RECEBE O AVISO PREVIO
      *----------------------------------------------------------------*
       2000-PROPOE-NEGATIVACAO.
           IF FS-CONTASREC NOT = "00"
               DISPLAY "ARQUIVO DE CONTAS A RECEBER NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM 2150-SELECIONA-PARCELA
               UNTIL FS-CONTASREC NOT = "00"
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ CONTASREC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTASREC
           END-READ
           .
       2150-SELECIONA-PARCELA.
           IF CR-ABERTA
               PERFORM 2200-AVALIA-PARCELA THRU 2200-FIM
           END-IF
           PERFORM 2100-LE-PROXIMO
           .
       2200-AVALIA-PARCELA.
           COMPUTE WSALDO-PARCELA = CR-VALOR - CR-VALOR-PAGO
           IF WSALDO-PARCELA NOT > ZERO
               GO TO 2200-FIM
           END-IF
           MOVE "DIFDIAS" TO WDATAUTIL-FUNCAO
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, CR-VENCIMENTO,
               WDATA-SISTEMA, WDIAS-ATRASO, WNOME-DIA,
               WDATAUTIL-SAIDA
           IF WDIAS-ATRASO NOT > WNEGAT-DIAS
               GO TO 2200-FIM
           END-IF
      *    PARCELA JA NO CONTROLE (EM QUALQUER SITUACAO) NAO E
      *    PROPOSTA DE NOVO - A RECUSADA NA APROVACAO TAMBEM NAO
           MOVE CR-PEDIDO  TO NG-PEDIDO
           MOVE CR-PARCELA TO NG-PARCELA
           READ NEGATIV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2200-FIM
           END-READ
           PERFORM 2600-CONSULTA-CHEQUES THRU 2600-FIM
           IF WTEM-CUSTODIA = "S"
               ADD 1 TO QT-CUSTODIA
               GO TO 2200-FIM
           END-IF
           MOVE CR-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
                   MOVE SPACES TO EMAIL
           END-READ
           MOVE WSALDO-PARCELA TO WED-VALOR
           IF EMAIL = SPACES
               ADD 1 TO QT-SEM-EMAIL
               DISPLAY "SEM EMAIL      " CR-PEDIDO " " CR-PARCELA
                   "   " CR-CLIENTE " " NOME (1:20) " " WED-VALOR
               GO TO 2200-FIM
           END-IF
           MOVE "SOMADIAS" TO WDATAUTIL-FUNCAO
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, WDATA-SISTEMA,
               WDATAUTIL-SAIDA, WNEGAT-AVISO, WNOME-DIA,
               WDATA-LIBERA
           MOVE CR-CHAVE       TO NG-CHAVE
           MOVE CR-CLIENTE     TO NG-CLIENTE
           MOVE CR-VENCIMENTO  TO NG-VENCIMENTO
           MOVE WSALDO-PARCELA TO NG-VALOR
           MOVE "A"            TO NG-STATUS
           MOVE WDATA-SISTEMA  TO NG-DATA-AVISO
           MOVE WDATA-LIBERA   TO NG-DATA-LIBERA
           MOVE SPACES         TO NG-OPER-DECISAO NG-MOTIVO
           MOVE ZEROS          TO NG-DATA-DECISAO NG-DATA-INCLUSAO
               NG-REMESSA-INC NG-DATA-QUITA NG-PRAZO-BAIXA
               NG-DATA-EXCLUSAO NG-REMESSA-EXC
           MOVE SPACE          TO NG-ORIGEM-BAIXA
           WRITE REGISTRO-NEGATIV
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DO CONTROLE " CR-CHAVE
                   GO TO 2200-FIM
           END-WRITE
           PERFORM 2400-MONTA-AVISO
           CALL "GRAVA-NOTIFICA" USING EMAIL, WASSUNTO, WCORPO,
               WFINALIDADE
           ADD 1 TO QT-AVISADAS
           DISPLAY "AVISO PREVIO   " CR-PEDIDO " " CR-PARCELA "   "
               CR-CLIENTE " " NOME (1:20) " " WED-VALOR
           .
       2200-FIM.
           EXIT.
       2400-MONTA-AVISO.
           MOVE SPACES TO WASSUNTO
           MOVE SPACES TO WCORPO
           STRING "AVISO DE NEGATIVACAO - PEDIDO " CR-PEDIDO
               " PARCELA " CR-PARCELA
               DELIMITED BY SIZE INTO WASSUNTO
           STRING "PREZADO(A) " FUNCTION TRIM(NOME) ", A PARCELA "
               CR-PARCELA " DO PEDIDO " CR-PEDIDO " (SALDO "
               WED-VALOR "), VENCIDA EM " CR-VENCIMENTO ", SERA"
               " INCLUIDA NO BUREAU DE CREDITO APOS " WDATA-LIBERA
               " SE NAO FOR REGULARIZADA."
               DELIMITED BY SIZE INTO WCORPO
           .
      *----------------------------------------------------------------*
      *    CHEQUES VINCULADOS A PARCELA (CHQPARC.DAT): EM CUSTODIA OU
      *    DEPOSITADO SEGURA A NEGATIVACAO
      *----------------------------------------------------------------*
       2600-CONSULTA-CHEQUES.
           MOVE "N" TO WTEM-CUSTODIA
           IF WCHEQUES-OK NOT = "S"
               GO TO 2600-FIM
           END-IF
           MOVE CR-PEDIDO  TO CP-PEDIDO
           MOVE CR-PARCELA TO CP-PARCELA
           MOVE ZERO       TO CP-CHEQUE
           START CHQPARC KEY IS NOT < CP-CHAVE
               INVALID KEY
                   GO TO 2600-FIM
           END-START
           PERFORM 2610-LE-VINCULO
           PERFORM 2620-AVALIA-VINCULO
               UNTIL FS-CHQPARC NOT = "00"
                  OR CP-PEDIDO NOT = CR-PEDIDO
                  OR CP-PARCELA NOT = CR-PARCELA
           .
       2600-FIM.
           EXIT.
       2610-LE-VINCULO.
           READ CHQPARC NEXT RECORD
               AT END
                   MOVE "10" TO FS-CHQPARC
           END-READ
           .
       2620-AVALIA-VINCULO.
           MOVE CP-CHEQUE TO CH-NUMERO
           READ CHEQUES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-EM-CUSTODIA OR CH-DEPOSITADO
                       MOVE "S" TO WTEM-CUSTODIA
                   END-IF
           END-READ
           PERFORM 2610-LE-VINCULO
           .
      *----------------------------------------------------------------*
      *    CONFERENCIA DO CONTROLE: PARCELA QUE SAIU DO ABERTO SEM
      *    PASSAR PELO RECEB001/RENEG001 (RETORNO DO BANCO, ETC.)
      *----------------------------------------------------------------*
       3000-CONFERE-CONTROLE.
           MOVE ZERO TO QT-A-ENVIAR
           MOVE LOW-VALUES TO NG-CHAVE
           START NEGATIV KEY NOT LESS THAN NG-CHAVE
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-CONTROLE
           PERFORM 3200-CONFERE-UM
               UNTIL FS-NEGATIV NOT = "00"
       3000-EXIT.
           EXIT.
       3100-LE-CONTROLE.
           READ NEGATIV NEXT RECORD
               AT END
                   MOVE "10" TO FS-NEGATIV
           END-READ
           .
       3200-CONFERE-UM.
           IF NG-AVISADA OR NG-APROVADA OR NG-NEGATIVADA
               PERFORM 3300-CONFERE-PARCELA THRU 3300-EXIT
           END-IF
           IF NG-APROVADA OR NG-BAIXAR
               ADD 1 TO QT-A-ENVIAR
           END-IF
           PERFORM 3100-LE-CONTROLE
           .
       3300-CONFERE-PARCELA.
           MOVE NG-PEDIDO  TO CR-PEDIDO
           MOVE NG-PARCELA TO CR-PARCELA
           READ CONTASREC
               INVALID KEY
                   MOVE "C" TO CR-STATUS
                   MOVE ZERO TO CR-DATA-PGTO
           END-READ
           IF CR-ABERTA
               GO TO 3300-EXIT
           END-IF
           MOVE CR-DATA-PGTO TO NG-DATA-QUITA
           IF NG-DATA-QUITA = ZERO
               MOVE WDATA-SISTEMA TO NG-DATA-QUITA
           END-IF
           IF CR-RENEGOCIADA
               MOVE "R" TO NG-ORIGEM-BAIXA
           ELSE
               MOVE "Q" TO NG-ORIGEM-BAIXA
           END-IF
           IF NG-NEGATIVADA
               CALL "DIAUTIL1" USING NG-DATA-QUITA, WDIAS-BAIXA,
                   WPRAZO-BAIXA
               MOVE WPRAZO-BAIXA TO NG-PRAZO-BAIXA
               MOVE "B" TO NG-STATUS
               ADD 1 TO QT-BAIXAS
               DISPLAY "EXCLUSAO       " NG-PEDIDO " " NG-PARCELA
                   "   " NG-CLIENTE
           ELSE
               MOVE "C" TO NG-STATUS
               ADD 1 TO QT-CANCELADAS
               DISPLAY "CANCELADA      " NG-PEDIDO " " NG-PARCELA
                   "   " NG-CLIENTE
           END-IF
           REWRITE REGISTRO-NEGATIV
               INVALID KEY
                   DISPLAY "ERRO NA ATUALIZACAO DO CONTROLE "
                       NG-CHAVE
           END-REWRITE
           .
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ARQUIVO PARA O BUREAU: INCLUSOES APROVADAS E EXCLUSOES
      *    PEDIDAS; CADA PARCELA ENVIADA MUDA DE SITUACAO NO CONTROLE
      *----------------------------------------------------------------*
       4000-GERA-ARQUIVO.
           IF QT-A-ENVIAR = ZERO
               DISPLAY "NENHUMA INCLUSAO OU EXCLUSAO A ENVIAR"
               GO TO 4000-EXIT
           END-IF
           CALL "PROXIMO-NUMERO" USING WENTIDADE, WNUM-REMESSA
           OPEN OUTPUT NEGARQ
           MOVE WDATA-SISTEMA TO NH-DATA
           MOVE WNUM-REMESSA  TO NH-NUMERO
           MOVE REG-NEG-HEADER TO LINHA-NEGARQ
           WRITE LINHA-NEGARQ
           MOVE LOW-VALUES TO NG-CHAVE
           START NEGATIV KEY NOT LESS THAN NG-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-NEGATIV
           END-START
           IF FS-NEGATIV = "00"
               PERFORM 3100-LE-CONTROLE
           END-IF
           PERFORM 4100-ENVIA-UM
               UNTIL FS-NEGATIV NOT = "00"
           MOVE QT-INCLUSOES TO NT-QT-INCL
           MOVE QT-EXCLUSOES TO NT-QT-EXCL
           MOVE WTOTAL-INCL  TO NT-TOTAL-INCL
           MOVE REG-NEG-TRAILER TO LINHA-NEGARQ
           WRITE LINHA-NEGARQ
           CLOSE NEGARQ
       4000-EXIT.
           EXIT.
       4100-ENVIA-UM.
           IF NG-APROVADA OR NG-BAIXAR
               PERFORM 4200-GRAVA-DETALHE
           END-IF
           PERFORM 3100-LE-CONTROLE
           .
       4200-GRAVA-DETALHE.
           MOVE NG-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
                   MOVE ZEROS  TO CPF CLIENTE-CNPJ
                   MOVE SPACES TO CEP ESTADO CLIENTE-TIPO
           END-READ
           IF CLIENTE-PJ
               MOVE "J"          TO ND-PESSOA
               MOVE CLIENTE-CNPJ TO ND-DOCUMENTO
           ELSE
               MOVE "F"          TO ND-PESSOA
               MOVE CPF          TO ND-DOCUMENTO
           END-IF
           MOVE NOME (1:40)    TO ND-NOME
           MOVE NG-CHAVE       TO ND-CONTRATO
           MOVE NG-VENCIMENTO  TO ND-VENCIMENTO
           MOVE NG-VALOR       TO ND-VALOR
           MOVE WDATA-SISTEMA  TO ND-DATA-OCORR
           MOVE CEP            TO ND-CEP
           MOVE ESTADO         TO ND-UF
           IF NG-APROVADA
               MOVE "I" TO ND-OPERACAO
               MOVE "N" TO NG-STATUS
               MOVE WDATA-SISTEMA TO NG-DATA-INCLUSAO
               MOVE WNUM-REMESSA  TO NG-REMESSA-INC
               ADD 1 TO QT-INCLUSOES
               ADD NG-VALOR TO WTOTAL-INCL
           ELSE
               MOVE "E" TO ND-OPERACAO
               MOVE "E" TO NG-STATUS
               MOVE WDATA-SISTEMA TO NG-DATA-EXCLUSAO
               MOVE WNUM-REMESSA  TO NG-REMESSA-EXC
               ADD 1 TO QT-EXCLUSOES
           END-IF
           MOVE REG-NEG-DETALHE TO LINHA-NEGARQ
           WRITE LINHA-NEGARQ
           REWRITE REGISTRO-NEGATIV
               INVALID KEY
                   DISPLAY "ERRO NA ATUALIZACAO DO CONTROLE "
                       NG-CHAVE
           END-REWRITE
           .
       9999-ENCERRA.
           DISPLAY " "
           DISPLAY "AVISOS PREVIOS ENVIADOS:        " QT-AVISADAS
           IF QT-SEM-EMAIL > ZERO
               DISPLAY "PARCELAS SEM EMAIL DO CLIENTE:  " QT-SEM-EMAIL
           END-IF
           IF QT-CUSTODIA > ZERO
               DISPLAY "PARCELAS COM CHEQUE EM CUSTODIA:" QT-CUSTODIA
           END-IF
           DISPLAY "PROPOSTAS CANCELADAS (QUITADAS):" QT-CANCELADAS
           DISPLAY "EXCLUSOES PEDIDAS NA CONFERENCIA:" QT-BAIXAS
           IF QT-A-ENVIAR > ZERO
               DISPLAY "REMESSA AO BUREAU " WNUM-REMESSA
                   " EM NEGATIV.TXT: " QT-INCLUSOES " INCLUSAO(OES) E "
                   QT-EXCLUSOES " EXCLUSAO(OES)"
           END-IF
           CLOSE CONTASREC CLIENTES NEGATIV
           IF WCHEQUES-OK = "S"
               CLOSE CHEQUES CHQPARC
           END-IF
           GOBACK
           .
       END PROGRAM NEGATI01.
