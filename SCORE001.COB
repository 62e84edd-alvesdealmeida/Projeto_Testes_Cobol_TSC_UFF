      *     IMPRIME A LISTA DE REVISAO DE LIMITES: SCORE ALTO COM
      *     EXPOSICAO ENCOSTANDO NO LIMITE SUGERE LIMITE BAIXO;
      *     SCORE BAIXO COM LIMITE CONCEDIDO SUGERE LIMITE ALTO.
      *     A LISTA PODE SER RESTRITA A UMA CLASSE ABC DO CLIENTE
      *     (CLIENTE-CLASSE-ABC, GRAVADA PELO ABCCLS01); O HISTORICO
      *     E SEMPRE GRAVADO PARA TODOS.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT SCOREHIS ASSIGN TO "SCOREHIS.DAT"
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 FILLER PIC X(154).
           02 CIDADE PIC X(30).
           02 FILLER PIC X(62).
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

      *    HISTORICO MENSAL DE SCORES
       FD  SCOREHIS.
       01  LINHA-SCOREHIS.
           02 SC-COMPETENCIA PIC 9(06).
           02 FILLER         PIC X     VALUE SPACE.
           02 SC-CLIENTE     PIC 9(06).
           02 FILLER         PIC X     VALUE SPACE.
           02 SC-SCORE       PIC 9(03).
           02 FILLER         PIC X     VALUE SPACE.

       01  TAB-CLIENTES.
           02 TC-ITEM OCCURS 200 TIMES.
               03 TC-CLIENTE    PIC 9(06).
               03 TC-QT-PAGAS   PIC 9(05).
               03 TC-QT-EM-DIA  PIC 9(05).
               03 TC-SOMA-ATRASO PIC 9(07).
       77  WED-EXPO    PIC Z(9)9.99.
       77  WED-LIMITE  PIC Z(7)9.99.
       77  QT-REVISAO  PIC 9(04) VALUE ZEROS.
       77  WCLASSE-ABC PIC X VALUE SPACE.

      *================================================================*
       PROCEDURE                                           DIVISION.
           DISPLAY "SCORE DE PAGAMENTO DOS CLIENTES"
           DISPLAY "COMPETENCIA DO SCORE (AAAAMM):"
           ACCEPT WCOMPETENCIA
           DISPLAY "CLASSE ABC DOS CLIENTES (A/B/C, BRANCO = TODAS):"
           ACCEPT WCLASSE-ABC
           INSPECT WCLASSE-ABC CONVERTING "abc" TO "ABC"
           OPEN INPUT CONTASREC
           OPEN INPUT CLIENTES
           OPEN EXTEND SCOREHIS
           .
       3000-GRAVA-E-REVISA.
           DISPLAY " "
           DISPLAY "CLI    SCORE ATRASO PCT-DIA      EXPOSICAO"
               "        LIMITE REVISAO"
           PERFORM 3100-PROCESSA-CLIENTE
               VARYING IND1 FROM 1 BY 1
           END-IF
           MOVE WSCORE TO WSCORE-ED
           PERFORM 3200-GRAVA-HISTORICO
           PERFORM 3300-REVISA-LIMITE THRU 3300-FIM
           .
       3200-GRAVA-HISTORICO.
           MOVE WCOMPETENCIA     TO SC-COMPETENCIA
           READ CLIENTES
               INVALID KEY
                   MOVE ZERO TO LIMITE-CREDITO
                   MOVE SPACE TO CLIENTE-CLASSE-ABC
           END-READ
           IF WCLASSE-ABC NOT = SPACE AND
              CLIENTE-CLASSE-ABC NOT = WCLASSE-ABC
               GO TO 3300-FIM
           END-IF
           MOVE TC-EXPOSICAO (IND1) TO WED-EXPO
           MOVE LIMITE-CREDITO TO WED-LIMITE
           EVALUATE TRUE
                       " " WED-LIMITE
           END-EVALUATE
           .
       3300-FIM.
           EXIT.
       9999-ENCERRA.
           DISPLAY " "
           DISPLAY "CLIENTES PONTUADOS:           " QT-CLIENTES
