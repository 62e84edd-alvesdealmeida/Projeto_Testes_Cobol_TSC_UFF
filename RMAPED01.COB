      *         D-DECIDIR   APROVA OU REJEITA UMA RMA PENDENTE
      *         L-LISTAR    RMAS PENDENTES DE DECISAO
      *         T-TOTAIS    RESUMO MENSAL POR MOTIVO
      *     A RMA ABERTA A PARTIR DE UM CHAMADO DO SAC (SACATD01) FICA
      *     GRAVADA NO CHAMADO (SAC.DAT), COM UMA LINHA NO HISTORICO
      *     DELE (GRAVA-HISTSAC); O PEDIDO TEM DE SER DO CLIENTE DO
      *     CHAMADO.
      *
      ******************************************************************

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.

           SELECT SAC ASSIGN TO "SAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAC-NUMERO
           FILE STATUS IS FS-SAC.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       01  REGISTRO-RMA.
           02 RMA-NUMERO       PIC 9(06).
           02 RMA-DATA         PIC 9(08).
           02 RMA-PEDIDO       PIC 9(06).
           02 RMA-LINHA        PIC 9(02).
           02 RMA-QUANTIDADE   PIC 9(04).
           02 RMA-MOTIVO       PIC 9(02).

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
      *    ENDERECO DE ENTREGA DO PEDIDO (SEQUENCIA EM ENDENTR.DAT);
      *    ZERO = ENDERECO PRINCIPAL DO CLIENTE
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.
           02 OP-NOME   PIC X(30).
           02 OP-PERFIL PIC X.
               88 OP-ADMINISTRADOR VALUE "A" "a".
           02 FILLER    PIC X(112).

      *    CHAMADOS DO SAC - MESMO LAYOUT DE SACATD01
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

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       01  FS-SAC.
           02 FS-SAC-1 PIC 9.
           02 FS-SAC-2 PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.

       77  OPCAO         PIC X VALUE SPACES.
       77  WACAO         PIC X VALUE SPACES.
       77  WCHAVE-AUD    PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WRMA-NUMERO   PIC 9(06) VALUE ZERO.
       77  WNUM-GERADO   PIC 9(06) VALUE ZERO.
       77  WENTIDADE     PIC X(10) VALUE "RMA".
       77  WPEDIDO       PIC 9(06) VALUE ZERO.
       77  WLINHA        PIC 9(02) VALUE ZERO.
       77  WQUANTIDADE   PIC 9(04) VALUE ZERO.
       77  WMOTIVO       PIC 9(02) VALUE ZERO.
       77  WCOMPETENCIA  PIC 9(06) VALUE ZERO.
       77  QT-LISTADAS   PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA   PIC 9(02) VALUE ZERO.
      *    CHAMADO DO SAC QUE ORIGINOU A RMA (ZERO = SEM)
       77  WSAC-NUMERO   PIC 9(06) VALUE ZERO.
       77  WOBS-SAC      PIC X(60) VALUE SPACES.

      *    TOTAIS MENSAIS POR MOTIVO (ATE 50 MOTIVOS)
       01  TAB-MOTIVOS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT PEDITENS.
           OPEN INPUT OPERADORES.
           OPEN I-O SAC.
           IF FS-SAC = "35"
               OPEN OUTPUT SAC
               CLOSE SAC
               OPEN I-O SAC
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE RMA MOTDEV PEDIDOS PEDITENS
                           OPERADORES SAC
                       EXIT PROGRAM
                   WHEN WACAO = "M" OR WACAO = "m"
                       PERFORM MANTEM-MOTIVOS THRU MOTIVOS-FIM
      *    QUANTIDADE DENTRO DO VENDIDO E MOTIVO DA TABELA
      *----------------------------------------------------------------*
           ABRE-RMA.
               MOVE ZERO TO WSAC-NUMERO
               DISPLAY "CHAMADO SAC [......] (ZERO = SEM)" AT 0705
               ACCEPT WSAC-NUMERO AT 0718
               IF WSAC-NUMERO > ZERO
                   PERFORM BUSCA-CHAMADO THRU BUSCA-CHAMADO-FIM
                   IF WSAC-NUMERO = ZERO
                       GO TO ABRE-FIM
                   END-IF
               END-IF
               DISPLAY "PEDIDO [......]            " AT 0805
               ACCEPT WPEDIDO AT 0813
               MOVE WPEDIDO TO PED-CODIGO
               READ PEDIDOS
                       AT 1905
                   GO TO ABRE-FIM
               END-IF
               IF WSAC-NUMERO > ZERO
                   IF PED-CLIENTE NOT = SAC-CLIENTE
                       DISPLAY "PEDIDO DE OUTRO CLIENTE QUE NAO O DO"
                           " CHAMADO" AT 1905
                       GO TO ABRE-FIM
                   END-IF
                   IF SAC-PEDIDO > ZERO AND SAC-PEDIDO NOT = WPEDIDO
                       DISPLAY "PEDIDO DIFERENTE DO INFORMADO NO"
                           " CHAMADO" AT 1905
                       GO TO ABRE-FIM
                   END-IF
               END-IF
               DISPLAY "LINHA [..]                 " AT 0905
               ACCEPT WLINHA AT 0912
               MOVE WPEDIDO TO ITM-PEDIDO
               MOVE WRMA-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "RMAPED01", "ABRIU", WCHAVE-AUD
               IF WSAC-NUMERO > ZERO
                   PERFORM LIGA-CHAMADO
               END-IF
               DISPLAY "RMA ABERTA:                " AT 2005
               DISPLAY WRMA-NUMERO AT 2017
               .
           ABRE-FIM.
               EXIT.
      *    O CHAMADO TEM DE ESTAR EM ABERTO E AINDA SEM RMA
           BUSCA-CHAMADO.
               MOVE WSAC-NUMERO TO SAC-NUMERO
               READ SAC
                   INVALID KEY
                       DISPLAY "CHAMADO SAC NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WSAC-NUMERO
                       GO TO BUSCA-CHAMADO-FIM
               END-READ
               IF SAC-ENCERRADO
                   DISPLAY "CHAMADO SAC JA ENCERRADO" AT 1905
                   MOVE ZERO TO WSAC-NUMERO
                   GO TO BUSCA-CHAMADO-FIM
               END-IF
               IF SAC-RMA > ZERO
                   DISPLAY "CHAMADO SAC JA LIGADO A RMA" AT 1905
                   DISPLAY SAC-RMA AT 1934
                   MOVE ZERO TO WSAC-NUMERO
                   GO TO BUSCA-CHAMADO-FIM
               END-IF
               DISPLAY "CLIENTE" AT 0740
               DISPLAY SAC-CLIENTE AT 0748
               .
           BUSCA-CHAMADO-FIM.
               EXIT.
      *    GRAVA A RMA NO CHAMADO; PEDIDO E PRODUTO VAZIOS NO CHAMADO
      *    SAO COMPLETADOS PELOS DA RMA
           LIGA-CHAMADO.
               MOVE WRMA-NUMERO TO SAC-RMA
               IF SAC-PEDIDO = ZERO
                   MOVE WPEDIDO TO SAC-PEDIDO
               END-IF
               IF SAC-PRODUTO = ZERO
                   MOVE ITM-PRODUTO TO SAC-PRODUTO
               END-IF
               REWRITE REGISTRO-SAC
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO CHAMADO SAC"
                           AT 2105
               END-REWRITE
               MOVE SPACES TO WOBS-SAC
               STRING "RMA " WRMA-NUMERO " ABERTA"
                   DELIMITED BY SIZE INTO WOBS-SAC
               CALL "GRAVA-HISTSAC" USING SAC-NUMERO, SAC-STATUS,
                   SAC-STATUS, WOPERADOR, WOBS-SAC
               .
      *----------------------------------------------------------------*
      *    DECISAO DO GERENTE - APROVA OU REJEITA A RMA PENDENTE
      *----------------------------------------------------------------*
               END-IF
               DISPLAY "PEDIDO/LINHA/QTDE/MOTIVO:" AT 0905
               DISPLAY RMA-PEDIDO AT 0931
               DISPLAY RMA-LINHA AT 0938
               DISPLAY RMA-QUANTIDADE AT 0941
               DISPLAY RMA-MOTIVO AT 0946
               DISPLAY "DECISAO A-APROVAR R-REJEITAR" AT 1005
               ACCEPT WMODO AT 1034
               EVALUATE TRUE
