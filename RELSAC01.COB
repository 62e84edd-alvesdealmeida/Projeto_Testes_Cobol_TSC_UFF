      ******************************************************************
      *
      *     RELSAC01 - AGING DOS CHAMADOS DO SAC EM ABERTO
      *     LISTA OS CHAMADOS NAO ENCERRADOS DE SAC.DAT (SACATD01) COM
      *     OS DIAS EM ABERTO E OS DIAS DE ATRASO SOBRE O PRAZO DA
      *     CATEGORIA, E RESUME POR FAIXA DE IDADE (ATE 7, 8 A 15,
      *     16 A 30, 31 A 60 E MAIS DE 60 DIAS) E POR OPERADOR
      *     RESPONSAVEL, COM A QUANTIDADE VENCIDA E O CHAMADO MAIS
      *     ANTIGO DE CADA UM. SEM PERGUNTAS - RODA PELA FILA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELSAC01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SAC ASSIGN TO "SAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SAC-NUMERO
           FILE STATUS IS FS-SAC.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM SACATD01.
       FD  SAC.
       01  REGISTRO-SAC.
           02 SAC-NUMERO        PIC 9(06).
           02 SAC-CLIENTE       PIC 9(06).
           02 SAC-PEDIDO        PIC 9(06).
           02 SAC-NF-SERIE      PIC X(01).
           02 SAC-NF-NUMERO     PIC 9(06).
           02 SAC-RMA           PIC 9(06).
           02 SAC-ORDSERV       PIC 9(06).
           02 SAC-PRODUTO       PIC 9(06).
           02 SAC-CATEGORIA     PIC 9(02).
           02 SAC-DESCRICAO     PIC X(60).
           02 SAC-RESPONSAVEL   PIC X(10).
           02 SAC-PRIORIDADE    PIC X.
           02 SAC-STATUS        PIC X.
               88 SAC-ENCERRADO   VALUE "R" "X".
           02 SAC-DATA-ABERTURA PIC 9(08).
           02 SAC-PRAZO         PIC 9(08).
           02 SAC-DATA-ENCERRA  PIC 9(08).
           02 SAC-OPER-ABRIU    PIC X(10).

      *    MESMO LAYOUT JA DECLARADO EM CADASTR01.
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
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-SAC.
           02 FS-SAC-1 PIC 9.
           02 FS-SAC-2 PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTES-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WDIAS-ABERTO  PIC S9(5) VALUE ZERO.
       77  WDIAS-ATRASO  PIC S9(5) VALUE ZERO.
       77  WED-ABERTO    PIC ZZZZ9.
       77  WED-ATRASO    PIC ZZZZ9.
       77  IND-FAIXA     PIC 9(01) VALUE ZERO.
      *    PARAMETROS DO DATAUTIL (DIFDIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE "DIFDIAS".
       77  WDATAUTIL-DIA    PIC X(09) VALUE SPACES.
       77  WDATAUTIL-SAIDA  PIC 9(08) VALUE ZERO.

      *    FAIXAS DE IDADE DO CHAMADO (LIMITE SUPERIOR EM DIAS)
       01  TAB-FAIXAS-VALORES.
           02 FILLER PIC X(19) VALUE "00007ATE 7 DIAS    ".
           02 FILLER PIC X(19) VALUE "000158 A 15 DIAS   ".
           02 FILLER PIC X(19) VALUE "0003016 A 30 DIAS  ".
           02 FILLER PIC X(19) VALUE "0006031 A 60 DIAS  ".
           02 FILLER PIC X(19) VALUE "99999MAIS DE 60    ".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-VALORES.
           02 TF-ITEM OCCURS 5 TIMES.
               03 TF-LIMITE  PIC 9(05).
               03 TF-NOME    PIC X(14).
       01  TAB-FAIXAS-QT.
           02 TFQ-ITEM OCCURS 5 TIMES.
               03 TFQ-ABERTOS  PIC 9(05).
               03 TFQ-VENCIDOS PIC 9(05).

      *    ACUMULADORES POR OPERADOR RESPONSAVEL (ATE 100)
       01  TAB-RESP.
           02 TR-ITEM OCCURS 100 TIMES.
               03 TR-RESPONSAVEL PIC X(10).
               03 TR-ABERTOS     PIC 9(05).
               03 TR-VENCIDOS    PIC 9(05).
               03 TR-MAIS-ANTIGO PIC 9(05).
               03 TR-CHAMADO     PIC 9(06).
       77  QT-RESP      PIC 9(03) VALUE ZEROS.
       77  IND1         PIC 9(03) VALUE ZEROS.
       77  IND-ATU      PIC 9(03) VALUE ZEROS.
       77  WACHOU       PIC X VALUE "N".
       77  QT-ABERTOS   PIC 9(05) VALUE ZEROS.
       77  QT-VENCIDOS  PIC 9(05) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-CHAMADOS THRU 2000-EXIT
           PERFORM 5000-IMPRIME-RESUMO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TAB-FAIXAS-QT
           OPEN INPUT SAC
           OPEN INPUT CLIENTES
           DISPLAY " "
           DISPLAY "AGING DOS CHAMADOS DO SAC EM ABERTO - "
               WDATA-SISTEMA
           .
       2000-VARRE-CHAMADOS.
           IF FS-SAC NOT = "00"
               DISPLAY "NENHUM CHAMADO CADASTRADO"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "CHAMADO ABERTURA  DIAS PRAZO    ATRASO ST P "
               "RESPONSAVEL CAT CLIENTE"
           PERFORM 2100-LE-CHAMADO
           PERFORM 2150-SELECIONA-CHAMADO
               UNTIL FS-SAC NOT = "00"
       2000-EXIT.
           EXIT.
       2100-LE-CHAMADO.
           READ SAC NEXT RECORD
               AT END
                   MOVE "10" TO FS-SAC
           END-READ
           .
       2150-SELECIONA-CHAMADO.
           IF NOT SAC-ENCERRADO
               PERFORM 2200-ACUMULA-CHAMADO
           END-IF
           PERFORM 2100-LE-CHAMADO
           .
       2200-ACUMULA-CHAMADO.
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, SAC-DATA-ABERTURA,
               WDATA-SISTEMA, WDIAS-ABERTO, WDATAUTIL-DIA,
               WDATAUTIL-SAIDA
           IF WDIAS-ABERTO < ZERO
               MOVE ZERO TO WDIAS-ABERTO
           END-IF
           MOVE ZERO TO WDIAS-ATRASO
           IF SAC-PRAZO < WDATA-SISTEMA
               CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, SAC-PRAZO,
                   WDATA-SISTEMA, WDIAS-ATRASO, WDATAUTIL-DIA,
                   WDATAUTIL-SAIDA
           END-IF
           ADD 1 TO QT-ABERTOS
           MOVE 1 TO IND-FAIXA
           PERFORM 2210-PROCURA-FAIXA
               UNTIL WDIAS-ABERTO NOT > TF-LIMITE (IND-FAIXA)
           ADD 1 TO TFQ-ABERTOS (IND-FAIXA)
           IF WDIAS-ATRASO > ZERO
               ADD 1 TO QT-VENCIDOS
               ADD 1 TO TFQ-VENCIDOS (IND-FAIXA)
           END-IF
           PERFORM 2300-ACHA-RESPONSAVEL
           IF WACHOU = "S"
               ADD 1 TO TR-ABERTOS (IND-ATU)
               IF WDIAS-ATRASO > ZERO
                   ADD 1 TO TR-VENCIDOS (IND-ATU)
               END-IF
               IF WDIAS-ABERTO NOT < TR-MAIS-ANTIGO (IND-ATU)
                   MOVE WDIAS-ABERTO TO TR-MAIS-ANTIGO (IND-ATU)
                   MOVE SAC-NUMERO   TO TR-CHAMADO (IND-ATU)
               END-IF
           END-IF
           MOVE SAC-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "10" TO FS-CLIENTES
           END-READ
           IF FS-CLIENTES NOT = "00"
               MOVE "CLIENTE NAO CADASTRADO" TO NOME
           END-IF
           MOVE WDIAS-ABERTO TO WED-ABERTO
           MOVE WDIAS-ATRASO TO WED-ATRASO
           DISPLAY SAC-NUMERO "  " SAC-DATA-ABERTURA WED-ABERTO " "
               SAC-PRAZO WED-ATRASO "  " SAC-STATUS " "
               SAC-PRIORIDADE " " SAC-RESPONSAVEL "  "
               SAC-CATEGORIA "  " SAC-CLIENTE " " NOME (1:20)
           .
       2210-PROCURA-FAIXA.
           ADD 1 TO IND-FAIXA
           .
       2300-ACHA-RESPONSAVEL.
           MOVE "N" TO WACHOU
           PERFORM 2310-COMPARA-RESPONSAVEL
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-RESP OR WACHOU = "S"
           IF WACHOU = "N" AND QT-RESP < 100
               ADD 1 TO QT-RESP
               MOVE SAC-RESPONSAVEL TO TR-RESPONSAVEL (QT-RESP)
               MOVE ZERO TO TR-ABERTOS (QT-RESP)
               MOVE ZERO TO TR-VENCIDOS (QT-RESP)
               MOVE ZERO TO TR-MAIS-ANTIGO (QT-RESP)
               MOVE ZERO TO TR-CHAMADO (QT-RESP)
               MOVE QT-RESP TO IND-ATU
               MOVE "S" TO WACHOU
           END-IF
           .
       2310-COMPARA-RESPONSAVEL.
           IF TR-RESPONSAVEL (IND1) = SAC-RESPONSAVEL
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-ATU
           END-IF
           .
       5000-IMPRIME-RESUMO.
           DISPLAY " "
           DISPLAY "FAIXA           ABERTOS VENCIDOS"
           PERFORM 5100-IMPRIME-FAIXA
               VARYING IND-FAIXA FROM 1 BY 1
               UNTIL IND-FAIXA > 5
           DISPLAY "TOTAL           " QT-ABERTOS "   " QT-VENCIDOS
           DISPLAY " "
           DISPLAY "RESPONSAVEL ABERTOS VENCIDOS MAIS ANTIGO (DIAS)"
           PERFORM 5200-IMPRIME-RESPONSAVEL
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-RESP
           IF QT-ABERTOS = ZERO
               DISPLAY "NENHUM CHAMADO EM ABERTO"
           END-IF
           .
       5100-IMPRIME-FAIXA.
           DISPLAY TF-NOME (IND-FAIXA) "  " TFQ-ABERTOS (IND-FAIXA)
               "   " TFQ-VENCIDOS (IND-FAIXA)
           .
       5200-IMPRIME-RESPONSAVEL.
           DISPLAY TR-RESPONSAVEL (IND1) "  " TR-ABERTOS (IND1)
               "   " TR-VENCIDOS (IND1) "    " TR-CHAMADO (IND1)
               " (" TR-MAIS-ANTIGO (IND1) ")"
           .
       9999-ENCERRA.
           CLOSE SAC CLIENTES
           GOBACK
           .
       END PROGRAM RELSAC01.
