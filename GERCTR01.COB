      ******************************************************************
      *
      *     GERCTR01 - PEDIDOS MENSAIS DOS CONTRATOS RECORRENTES
      *     PASSO DE FIM DE DIA (BATCH001): PARA CADA CONTRATO ATIVO
      *     (CONTRATO.DAT / CADCTR01) CUJO DIA DE FATURAMENTO DO MES
      *     JA CHEGOU E QUE AINDA NAO FOI GERADO NO MES (CT-ULT-
      *     COMPET), CRIA O PEDIDO EM ABERTO (PEDIDO.DAT + PEDITEM.DAT
      *     COM O IMPOSTO DA LINHA PELO TAXAIMP), RESERVA OS ITENS
      *     (GRAVA-RESERVA) E GERA AS PARCELAS DO CONTAS A RECEBER
      *     PELA CONDICAO DE PAGAMENTO DO CONTRATO - DAI EM DIANTE O
      *     PEDIDO SEGUE A SEPARACAO E O FATURAMENTO NORMAIS. DIA DE
      *     FATURAMENTO MAIOR QUE O ULTIMO DIA DO MES VALE NO ULTIMO
      *     DIA. RODANDO TODO DIA, UM DIA PERDIDO E RECUPERADO NA
      *     EXECUCAO SEGUINTE, SEM GERAR O MES DUAS VEZES.
      *     NO ANIVERSARIO (CT-PROX-REAJUSTE) OS PRECOS DOS ITENS SAO
      *     REAJUSTADOS PELO PERCENTUAL DO INDICE INFORMADO NO
      *     CONTRATO, ANTES DA GERACAO DO MES. CONTRATO COM A
      *     VIGENCIA VENCIDA E ENCERRADO. CLIENTE INATIVO OU AUSENTE
      *     SEGURA A GERACAO (O CONTRATO FICA PENDENTE E SAI NO
      *     RESUMO). CADA PEDIDO, REAJUSTE E ENCERRAMENTO E AUDITADO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. GERCTR01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CONTRATO ASSIGN TO "CONTRATO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CODIGO
           ALTERNATE KEY IS CT-CLIENTE WITH DUPLICATES
           FILE STATUS IS FS-CONTRATO.

           SELECT CONTITEM ASSIGN TO "CONTITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-CHAVE
           FILE STATUS IS FS-CONTITEM.

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

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CHAVE
           FILE STATUS IS FS-CONTASREC.

           SELECT CONDPG ASSIGN TO "CONDPG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-CODIGO
           FILE STATUS IS FS-CONDPG.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT TAXAIMP ASSIGN TO "TAXAIMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-CHAVE
           FILE STATUS IS FS-TAXAIMP.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADCTR01
       FD  CONTRATO.
       01  REGISTRO-CONTRATO.
           02 CT-CODIGO        PIC 9(06).
           02 CT-CLIENTE       PIC 9(06).
           02 CT-VENDEDOR      PIC 9(04).
           02 CT-CONDPG        PIC 9(02).
           02 CT-DIA-FATUR     PIC 9(02).
           02 CT-INICIO        PIC 9(08).
           02 CT-FIM           PIC 9(08).
           02 CT-INDICE        PIC X(06).
           02 CT-PCT-REAJUSTE  PIC 99V99.
           02 CT-PROX-REAJUSTE PIC 9(08).
           02 CT-ULT-REAJUSTE  PIC 9(08).
           02 CT-ULT-COMPET    PIC 9(06).
           02 CT-ULT-PEDIDO    PIC 9(06).
           02 CT-SITUACAO      PIC X.
               88 CT-ATIVO     VALUE "A".
               88 CT-SUSPENSO  VALUE "S".
               88 CT-ENCERRADO VALUE "E".
           02 CT-DATA-CADASTRO PIC 9(08).

       FD  CONTITEM.
       01  REGISTRO-CONTITEM.
           02 CI-CHAVE.
               03 CI-CONTRATO  PIC 9(06).
               03 CI-LINHA     PIC 9(02).
           02 CI-PRODUTO       PIC 9(06).
           02 CI-QUANTIDADE    PIC 9(04).
           02 CI-VALUNIT       PIC 9(6)V99.

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
           02 PED-DATA-FATUR   PIC 9(08).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
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
           02 ITM-DESCONTO     PIC 9(6)V99.
           02 ITM-IMPOSTO      PIC 9(6)V99.
           02 ITM-CUSTO-MEDIO  PIC 9(6)V99.

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

       FD  CONDPG.
       01  REGISTRO-CONDPG.
           02 CD-CODIGO      PIC 9(02).
           02 CD-DESCRICAO   PIC X(20).
           02 CD-PCT-ENTRADA PIC 99V99.
           02 CD-QT-PARCELAS PIC 9(02).
           02 CD-INTERVALO   PIC 9(03).

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

      *    ALIQUOTAS DE IMPOSTO POR TIPO DE PRODUTO E UF DO CLIENTE
       FD  TAXAIMP.
       01  REGISTRO-TAXAIMP.
           02 TX-CHAVE.
               03 TX-TIPO   PIC 9(01).
               03 TX-ESTADO PIC AA.
           02 TX-ALIQUOTA   PIC 99V99.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CONTRATO.
           02 FS-CONTRATO-1 PIC 9.
           02 FS-CONTRATO-2 PIC 9.
           02 FS-CONTRATO-R REDEFINES FS-CONTRATO-2 PIC 99 COMP-X.
       01  FS-CONTITEM.
           02 FS-CONTITEM-1 PIC 9.
           02 FS-CONTITEM-2 PIC 9.
           02 FS-CONTITEM-R REDEFINES FS-CONTITEM-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEN-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-CONTASREC.
           02 FS-CONTASREC-1 PIC 9.
           02 FS-CONTASREC-2 PIC 9.
           02 FS-CONTASRE-R REDEFINES FS-CONTASREC-2 PIC 99 COMP-X.
       01  FS-CONDPG.
           02 FS-CONDPG-1 PIC 9.
           02 FS-CONDPG-2 PIC 9.
           02 FS-CONDPG-R REDEFINES FS-CONDPG-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-TAXAIMP.
           02 FS-TAXAIMP-1 PIC 9.
           02 FS-TAXAIMP-2 PIC 9.
           02 FS-TAXAIMP-R REDEFINES FS-TAXAIMP-2 PIC 99 COMP-X.

       77  WOPERADOR      PIC X(10) VALUE "GERCTR01".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WCOMPET        PIC 9(06) VALUE ZERO.
       77  WDIA-DO-MES    PIC 9(02) VALUE ZERO.
       77  WULTIMO-DIA    PIC X VALUE "N".
       77  WDATA-FATUR    PIC 9(08) VALUE ZERO.
      *    DATAUTIL (AMANHA, PARA SABER SE HOJE E O ULTIMO DIA)
       77  WUM-DIA        PIC S9(5) VALUE 1.
       77  WDATAUTIL-DT2  PIC 9(08) VALUE ZERO.
       77  WNOME-DIA      PIC X(09) VALUE SPACES.
       77  WAMANHA        PIC 9(08) VALUE ZERO.
      *    PEDIDO EM GERACAO
       77  WENTIDADE      PIC X(10) VALUE "PEDIDO".
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WNUMERO-LIVRE  PIC X VALUE "N".
       77  WTENTATIVAS    PIC 9(02) VALUE ZERO.
       77  WLINHA         PIC 9(02) VALUE ZERO.
       77  QT-LINHAS      PIC 9(02) VALUE ZERO.
       77  WVALOR-TOTAL   PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-LINHA   PIC 9(8)V99 VALUE ZERO.
       77  WALIQUOTA      PIC 99V99 VALUE ZERO.
       77  WRES-ACAO      PIC X VALUE SPACE.
       77  WRES-QTDE      PIC 9(06) VALUE ZERO.
      *    PARCELAS (MESMO CALCULO DO CADPED01 / ORCPED01)
       77  WCOND-OK       PIC X VALUE "N".
       77  WNUM-PARC      PIC 9(02) VALUE ZERO.
       77  IND-COND       PIC 9(02) VALUE ZERO.
       77  WVALOR-PARCELA PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-ENTRADA PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-ACUM    PIC 9(8)V99 VALUE ZERO.
       77  WDIAS-PRAZO    PIC S9(5) VALUE ZERO.
       77  WVENCIMENTO    PIC 9(08) VALUE ZERO.
      *    REAJUSTE ANUAL
       77  WPRECO-NOVO    PIC 9(6)V99 VALUE ZERO.
      *    TOTAIS DO RESUMO
       77  QT-CONTRATOS   PIC 9(04) VALUE ZERO.
       77  QT-PEDIDOS     PIC 9(04) VALUE ZERO.
       77  QT-REAJUSTES   PIC 9(04) VALUE ZERO.
       77  QT-ENCERRADOS  PIC 9(04) VALUE ZERO.
       77  QT-PENDENTES   PIC 9(04) VALUE ZERO.
       77  WT-GERADO      PIC 9(10)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(9)9.99.
       77  WED-PCT        PIC Z9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-CONTRATOS THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WDATA-SISTEMA (1:6) TO WCOMPET
           MOVE WDATA-SISTEMA (7:2) TO WDIA-DO-MES
           CALL "DATAUTIL" USING "SOMADIAS", WDATA-SISTEMA,
               WDATAUTIL-DT2, WUM-DIA, WNOME-DIA, WAMANHA
           IF WAMANHA (5:2) NOT = WDATA-SISTEMA (5:2)
               MOVE "S" TO WULTIMO-DIA
           END-IF
           DISPLAY "CONTRATOS RECORRENTES - PEDIDOS DO MES " WCOMPET
           OPEN I-O CONTRATO
           OPEN I-O CONTITEM
           OPEN I-O PEDIDOS
           OPEN I-O PEDITENS
           OPEN I-O CONTASREC
           IF FS-CONTASREC = "35"
               OPEN OUTPUT CONTASREC
               CLOSE CONTASREC
               OPEN I-O CONTASREC
           END-IF
           OPEN INPUT CONDPG
           OPEN INPUT CLIENTES
           OPEN INPUT ARQ1
           OPEN INPUT TAXAIMP
           .
       2000-VARRE-CONTRATOS.
           IF FS-CONTRATO NOT = "00"
               DISPLAY "NENHUM CONTRATO CADASTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-CONTRATO
           PERFORM 2200-PROCESSA-CONTRATO
               UNTIL FS-CONTRATO NOT = "00"
           MOVE WT-GERADO TO WED-VALOR
           DISPLAY "CONTRATOS ATIVOS:    " QT-CONTRATOS
           DISPLAY "PEDIDOS GERADOS:     " QT-PEDIDOS
               "  VALOR: " WED-VALOR
           DISPLAY "PRECOS REAJUSTADOS:  " QT-REAJUSTES
           DISPLAY "CONTRATOS ENCERRADOS:" QT-ENCERRADOS
           DISPLAY "PENDENTES (CLIENTE): " QT-PENDENTES
       2000-EXIT.
           EXIT.
       2100-LE-CONTRATO.
           READ CONTRATO NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTRATO
           END-READ
           .
       2200-PROCESSA-CONTRATO.
           PERFORM 2300-AVALIA-CONTRATO THRU 2300-EXIT
           PERFORM 2100-LE-CONTRATO
           .
      *----------------------------------------------------------------*
      *    REAJUSTE NO ANIVERSARIO, GERACAO DO MES E ENCERRAMENTO
      *    DA VIGENCIA, NESSA ORDEM - O ULTIMO MES DO CONTRATO AINDA
      *    E GERADO ANTES DE ELE SER ENCERRADO
      *----------------------------------------------------------------*
       2300-AVALIA-CONTRATO.
           IF NOT CT-ATIVO
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO QT-CONTRATOS
           IF CT-PROX-REAJUSTE > ZERO AND
              CT-PROX-REAJUSTE NOT > WDATA-SISTEMA
               PERFORM 2500-REAJUSTA-CONTRATO
           END-IF
           COMPUTE WDATA-FATUR = WCOMPET * 100 + CT-DIA-FATUR
           IF CT-DIA-FATUR > WDIA-DO-MES AND WULTIMO-DIA = "S"
               MOVE WDATA-SISTEMA TO WDATA-FATUR
           END-IF
           IF CT-ULT-COMPET < WCOMPET AND
              WDATA-FATUR NOT > WDATA-SISTEMA AND
              WDATA-FATUR NOT < CT-INICIO AND
              WDATA-FATUR NOT > CT-FIM
               PERFORM 3000-GERA-PEDIDO THRU 3000-EXIT
           END-IF
           IF CT-FIM < WDATA-SISTEMA
               MOVE "E" TO CT-SITUACAO
               REWRITE REGISTRO-CONTRATO
               ADD 1 TO QT-ENCERRADOS
               DISPLAY "CONTRATO " CT-CODIGO
                   " ENCERRADO - VIGENCIA ATE " CT-FIM
               MOVE CT-CODIGO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "GERCTR01", "ENCERROU", WCHAVE-AUD
           END-IF
           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    REAJUSTE ANUAL: PRECO DE CADA ITEM CORRIGIDO PELO
      *    PERCENTUAL DO INDICE E O PROXIMO ANIVERSARIO UM ANO DEPOIS
      *    (AVANCA QUANTOS ANOS FOREM PRECISOS, SEM REAPLICAR)
      *----------------------------------------------------------------*
       2500-REAJUSTA-CONTRATO.
           IF CT-PCT-REAJUSTE > ZERO
               PERFORM 2600-POSICIONA-ITENS
               PERFORM 2700-REAJUSTA-ITEM
                   UNTIL FS-CONTITEM NOT = "00"
               MOVE "00" TO FS-CONTITEM
               ADD 1 TO QT-REAJUSTES
               MOVE CT-PCT-REAJUSTE TO WED-PCT
               DISPLAY "CONTRATO " CT-CODIGO " REAJUSTADO " WED-PCT
                   "% (" CT-INDICE ")"
               MOVE SPACES TO WCHAVE-AUD
               STRING CT-CODIGO "/" CT-INDICE
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "GERCTR01", "REAJUSTOU", WCHAVE-AUD
           END-IF
           MOVE WDATA-SISTEMA TO CT-ULT-REAJUSTE
           PERFORM 2800-AVANCA-ANIVERSARIO
               UNTIL CT-PROX-REAJUSTE > WDATA-SISTEMA
           REWRITE REGISTRO-CONTRATO
           .
       2600-POSICIONA-ITENS.
           MOVE CT-CODIGO TO CI-CONTRATO
           MOVE ZEROS     TO CI-LINHA
           START CONTITEM KEY NOT LESS THAN CI-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-CONTITEM
           END-START
           IF FS-CONTITEM = "00"
               PERFORM 2650-LE-ITEM
           END-IF
           .
       2650-LE-ITEM.
           READ CONTITEM NEXT RECORD
               AT END
                   MOVE "10" TO FS-CONTITEM
           END-READ
           IF FS-CONTITEM = "00" AND CI-CONTRATO NOT = CT-CODIGO
               MOVE "10" TO FS-CONTITEM
           END-IF
           .
       2700-REAJUSTA-ITEM.
           COMPUTE WPRECO-NOVO ROUNDED =
               CI-VALUNIT * (100 + CT-PCT-REAJUSTE) / 100
           MOVE WPRECO-NOVO TO CI-VALUNIT
           REWRITE REGISTRO-CONTITEM
           PERFORM 2650-LE-ITEM
           .
       2800-AVANCA-ANIVERSARIO.
           ADD 10000 TO CT-PROX-REAJUSTE
           .
      *----------------------------------------------------------------*
      *    PEDIDO DO MES: PRIMEIRA PASSADA NOS ITENS TOTALIZA (COM O
      *    IMPOSTO DA LINHA), A SEGUNDA GRAVA O PEDITEM E RESERVA.
      *    O NUMERO VEM DO PROXIMO-NUMERO, PULANDO CODIGO JA USADO
      *    POR PEDIDO DIGITADO COM NUMERO MANUAL.
      *----------------------------------------------------------------*
       3000-GERA-PEDIDO.
           MOVE CT-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CONTRATO " CT-CODIGO
                       " PENDENTE - CLIENTE NAO CADASTRADO"
                   ADD 1 TO QT-PENDENTES
                   GO TO 3000-EXIT
           END-READ
           IF SITUACAO = "I"
               DISPLAY "CONTRATO " CT-CODIGO
                   " PENDENTE - CLIENTE INATIVO " CT-CLIENTE
               ADD 1 TO QT-PENDENTES
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO QT-LINHAS
           MOVE ZERO TO WVALOR-TOTAL
           PERFORM 2600-POSICIONA-ITENS
           PERFORM 3100-TOTALIZA-ITEM
               UNTIL FS-CONTITEM NOT = "00"
           MOVE "00" TO FS-CONTITEM
           IF QT-LINHAS = ZERO
               DISPLAY "CONTRATO " CT-CODIGO " SEM ITENS - NADA GERADO"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WNUMERO-LIVRE
           MOVE ZERO TO WTENTATIVAS
           PERFORM 3200-OBTEM-NUMERO
               UNTIL WNUMERO-LIVRE = "S" OR WTENTATIVAS > 20
           IF WNUMERO-LIVRE = "N"
               DISPLAY "CONTRATO " CT-CODIGO
                   " PENDENTE - SEM NUMERO DE PEDIDO LIVRE"
               ADD 1 TO QT-PENDENTES
               GO TO 3000-EXIT
           END-IF
           MOVE WPED-CODIGO   TO PED-CODIGO
           MOVE CT-CLIENTE    TO PED-CLIENTE
           MOVE CT-VENDEDOR   TO PED-VENDEDOR
           MOVE WDATA-SISTEMA TO PED-DATA
           MOVE QT-LINHAS     TO PED-QTD-ITENS
           MOVE WVALOR-TOTAL  TO PED-VALOR-TOTAL
           MOVE "A"           TO PED-STATUS
           MOVE ZERO          TO PED-DATA-FATUR
           MOVE ZERO          TO PED-DATA-SEPAR
           MOVE CT-CONDPG     TO PED-CONDPG
           MOVE ZERO          TO PED-FRETE
           MOVE ZERO          TO PED-ENTREGA
           MOVE 01            TO PED-FILIAL
           WRITE REGISTRO-PEDIDOS
               INVALID KEY
                   DISPLAY "CONTRATO " CT-CODIGO
                       " PENDENTE - PEDIDO " WPED-CODIGO " JA EXISTE"
                   ADD 1 TO QT-PENDENTES
                   GO TO 3000-EXIT
           END-WRITE
           MOVE ZERO TO WLINHA
           PERFORM 2600-POSICIONA-ITENS
           PERFORM 3300-GRAVA-ITEM
               UNTIL FS-CONTITEM NOT = "00"
           MOVE "00" TO FS-CONTITEM
           PERFORM 3500-GERA-RECEBIVEIS
           MOVE WCOMPET     TO CT-ULT-COMPET
           MOVE WPED-CODIGO TO CT-ULT-PEDIDO
           REWRITE REGISTRO-CONTRATO
           ADD 1 TO QT-PEDIDOS
           ADD WVALOR-TOTAL TO WT-GERADO
           MOVE WVALOR-TOTAL TO WED-VALOR
           DISPLAY "CONTRATO " CT-CODIGO " PEDIDO " WPED-CODIGO
               " CLIENTE " CT-CLIENTE " VALOR " WED-VALOR
           MOVE SPACES TO WCHAVE-AUD
           STRING CT-CODIGO "/" WPED-CODIGO
               DELIMITED BY SIZE INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "GERCTR01", "GEROUPED", WCHAVE-AUD
           .
       3000-EXIT.
           EXIT.
       3100-TOTALIZA-ITEM.
           IF QT-LINHAS < 99
               ADD 1 TO QT-LINHAS
               COMPUTE WVALOR-LINHA = CI-QUANTIDADE * CI-VALUNIT
               ADD WVALOR-LINHA TO WVALOR-TOTAL
           END-IF
           PERFORM 2650-LE-ITEM
           .
       3200-OBTEM-NUMERO.
           ADD 1 TO WTENTATIVAS
           CALL "PROXIMO-NUMERO" USING WENTIDADE, WPED-CODIGO
           MOVE WPED-CODIGO TO PED-CODIGO
           READ PEDIDOS
               INVALID KEY
                   MOVE "S" TO WNUMERO-LIVRE
           END-READ
           .
       3300-GRAVA-ITEM.
           IF WLINHA < QT-LINHAS
               ADD 1 TO WLINHA
               MOVE WPED-CODIGO   TO ITM-PEDIDO
               MOVE WLINHA        TO ITM-LINHA
               MOVE CI-PRODUTO    TO ITM-PRODUTO
               MOVE CI-QUANTIDADE TO ITM-QUANTIDADE
               MOVE CI-VALUNIT    TO ITM-VALUNIT
               COMPUTE ITM-VALOR-LINHA = CI-QUANTIDADE * CI-VALUNIT
               MOVE ZERO TO ITM-DESCONTO
               PERFORM 3400-CALCULA-IMPOSTO
      *        O CUSTO E CONGELADO NO FATURAMENTO (FATPED01)
               MOVE ZERO TO ITM-CUSTO-MEDIO
               WRITE REGISTRO-ITEM
                   INVALID KEY
                       REWRITE REGISTRO-ITEM
               END-WRITE
               MOVE "G" TO WRES-ACAO
               MOVE CI-QUANTIDADE TO WRES-QTDE
               CALL "GRAVA-RESERVA" USING WRES-ACAO, WPED-CODIGO,
                   CI-PRODUTO, WRES-QTDE
           END-IF
           PERFORM 2650-LE-ITEM
           .
      *    ALIQUOTA POR TIPO DO PRODUTO X UF DO CLIENTE (CADPED01)
       3400-CALCULA-IMPOSTO.
           MOVE ZERO TO WALIQUOTA
           MOVE CI-PRODUTO TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE ZERO TO FD-TIPO
           END-READ
           MOVE FD-TIPO TO TX-TIPO
           MOVE ESTADO  TO TX-ESTADO
           READ TAXAIMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TX-ALIQUOTA TO WALIQUOTA
           END-READ
           COMPUTE ITM-IMPOSTO ROUNDED =
               ITM-VALOR-LINHA * WALIQUOTA / 100
           .
      *----------------------------------------------------------------*
      *    PARCELAS PELA CONDICAO DE PAGAMENTO DO CONTRATO; SEM
      *    CONDICAO VALIDA, PARCELA UNICA EM 30 DIAS (DIA UTIL)
      *----------------------------------------------------------------*
       3500-GERA-RECEBIVEIS.
           MOVE "N" TO WCOND-OK
           IF CT-CONDPG > ZERO AND FS-CONDPG = "00"
               MOVE CT-CONDPG TO CD-CODIGO
               READ CONDPG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WCOND-OK
               END-READ
           END-IF
           IF WCOND-OK = "N"
               MOVE ZERO TO CD-PCT-ENTRADA
               MOVE 1    TO CD-QT-PARCELAS
               MOVE 30   TO CD-INTERVALO
           END-IF
           MOVE ZERO TO WVALOR-ACUM
           MOVE ZERO TO WNUM-PARC
           IF CD-PCT-ENTRADA > ZERO
               COMPUTE WVALOR-ENTRADA ROUNDED =
                   WVALOR-TOTAL * CD-PCT-ENTRADA / 100
               ADD 1 TO WNUM-PARC
               MOVE ZERO TO WDIAS-PRAZO
               MOVE WVALOR-ENTRADA TO WVALOR-PARCELA
               PERFORM 3600-GRAVA-PARCELA
               ADD WVALOR-ENTRADA TO WVALOR-ACUM
           END-IF
           IF CD-QT-PARCELAS > ZERO
               COMPUTE WVALOR-PARCELA =
                   (WVALOR-TOTAL - WVALOR-ACUM) / CD-QT-PARCELAS
               PERFORM 3550-PARCELA-CONDICAO
                   VARYING IND-COND FROM 1 BY 1
                   UNTIL IND-COND > CD-QT-PARCELAS
           END-IF
           .
       3550-PARCELA-CONDICAO.
           ADD 1 TO WNUM-PARC
           IF IND-COND = CD-QT-PARCELAS
               COMPUTE WVALOR-PARCELA = WVALOR-TOTAL - WVALOR-ACUM
           END-IF
           COMPUTE WDIAS-PRAZO = IND-COND * CD-INTERVALO
           PERFORM 3600-GRAVA-PARCELA
           ADD WVALOR-PARCELA TO WVALOR-ACUM
           .
       3600-GRAVA-PARCELA.
           MOVE WPED-CODIGO    TO CR-PEDIDO
           MOVE WNUM-PARC      TO CR-PARCELA
           MOVE CT-CLIENTE     TO CR-CLIENTE
           MOVE WVALOR-PARCELA TO CR-VALOR
           CALL "DIAUTIL1" USING WDATA-SISTEMA, WDIAS-PRAZO,
               WVENCIMENTO
           MOVE WVENCIMENTO TO CR-VENCIMENTO
           MOVE ZERO TO CR-VALOR-PAGO
           MOVE ZERO TO CR-DATA-PGTO
           MOVE "A" TO CR-STATUS
           WRITE REGISTRO-CONTASREC
               INVALID KEY
                   REWRITE REGISTRO-CONTASREC
           END-WRITE
           .
       9999-ENCERRA.
           CLOSE CONTRATO CONTITEM PEDIDOS PEDITENS CONTASREC CONDPG
               CLIENTES ARQ1 TAXAIMP
           GOBACK
           .
       END PROGRAM GERCTR01.
