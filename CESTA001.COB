      ******************************************************************
      *
      *     CESTA001 - CESTA DE COMPRAS: PRODUTOS QUE SAEM JUNTOS NO
      *     MESMO PEDIDO. PERCORRE OS PEDIDOS DOS ULTIMOS N MESES
      *     (PADRAO 12), CANCELADOS FORA - OS EM ABERTO NO PEDIDO.DAT
      *     / PEDITEM.DAT E OS JA ARQUIVADOS PELO ARQPED01 NOS
      *     PEDIDOAAAA.DAT / PEDITAAAA.DAT DOS ANOS DA JANELA (O
      *     HISTVEN.DAT SO GUARDA TOTAIS POR CLIENTE, SEM PRODUTO).
      *     CADA PEDIDO GERA, NO SORT, UM REGISTRO DO PEDIDO, UM POR
      *     PRODUTO DISTINTO E UM POR PAR ORDENADO DE PRODUTOS, NO
      *     TOTAL E NO GRUPO DO CLIENTE (TIPO F/J, CLASSE ABC OU
      *     TABELA DE PRECO, A ESCOLHA). NA QUEBRA SAEM, POR GRUPO,
      *     OS PARES MAIS FREQUENTES COM:
      *       SUPORTE   - % DOS PEDIDOS DO GRUPO QUE TEM O PAR;
      *       CONFIANCA - % DOS PEDIDOS COM UM PRODUTO QUE TAMBEM
      *                   LEVARAM O OUTRO (NOS DOIS SENTIDOS).
      *     SO CONTAM PARES PRESENTES EM UM MINIMO DE PEDIDOS
      *     (PADRAO 2). OS 3 COMPANHEIROS MAIS FREQUENTES DE CADA
      *     PRODUTO (TODOS OS CLIENTES) SAO REGRAVADOS EM CESTA.DAT,
      *     QUE O CADASTRO-PEDIDO MOSTRA AO INCLUIR A LINHA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. CESTA001.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
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

           SELECT ARQPED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQPED.

           SELECT ARQITM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQITM.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT CESTA ASSIGN TO "CESTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-PRODUTO
           FILE STATUS IS FS-CESTA.

           SELECT ORDENADOS ASSIGN TO "CESTA001.SRT".
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
               88 PED-CANCELADO VALUE "C".
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

      *    PEDIDOS E LINHAS ARQUIVADOS PELO ARQPED01 (MESMO LAYOUT,
      *    CADA PEDIDO SEGUIDO DAS SUAS LINHAS NA MESMA ORDEM)
       FD  ARQPED
           VALUE OF FILE-ID IS WNOME-ARQPED.
       01  LINHA-ARQPED.
           02 AP-CODIGO        PIC 9(06).
           02 AP-CLIENTE       PIC 9(06).
           02 AP-VENDEDOR      PIC 9(04).
           02 AP-DATA          PIC 9(08).
           02 AP-QTD-ITENS     PIC 9(02).
           02 AP-VALOR-TOTAL   PIC 9(8)V99.
           02 AP-STATUS        PIC X.
           02 FILLER           PIC X(28).

       FD  ARQITM
           VALUE OF FILE-ID IS WNOME-ARQITM.
       01  LINHA-ARQITM.
           02 AI-PEDIDO        PIC 9(06).
           02 AI-LINHA         PIC 9(02).
           02 AI-PRODUTO       PIC 9(06).
           02 FILLER           PIC X(46).

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

      *    COMPANHEIROS MAIS FREQUENTES DE CADA PRODUTO
       FD  CESTA.
       01  REGISTRO-CESTA.
           02 CE-PRODUTO       PIC 9(06).
           02 CE-PEDIDOS       PIC 9(07).
           02 CE-DATA          PIC 9(08).
           02 CE-COMPANHEIRO OCCURS 3 TIMES.
               03 CE-COMP-PRODUTO   PIC 9(06).
               03 CE-COMP-NOME      PIC X(20).
               03 CE-COMP-PEDIDOS   PIC 9(07).
               03 CE-COMP-CONFIANCA PIC 9(03)V99.

      *    GRUPO + PRODUTO A + PRODUTO B; A = 0 CONTA O PEDIDO, B = 0
      *    CONTA O PRODUTO, OS DOIS PREENCHIDOS CONTAM O PAR. GRUPO
      *    EM BRANCO = TODOS OS CLIENTES.
       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-GRUPO        PIC X(02).
           02 ORD-PROD-A       PIC 9(06).
           02 ORD-PROD-B       PIC 9(06).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDO-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-PEDITENS.
           02 FS-PEDITENS-1 PIC 9.
           02 FS-PEDITENS-2 PIC 9.
           02 FS-PEDITEM-R REDEFINES FS-PEDITENS-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-CESTA.
           02 FS-CESTA-1 PIC 9.
           02 FS-CESTA-2 PIC 9.
           02 FS-CESTA-R REDEFINES FS-CESTA-2 PIC 99 COMP-X.
       77  FS-ARQPED      PIC XX VALUE SPACES.
       77  FS-ARQITM      PIC XX VALUE SPACES.
       77  FS-ORDENADOS   PIC XX VALUE SPACES.
       77  WNOME-ARQPED   PIC X(20) VALUE SPACES.
       77  WNOME-ARQITM   PIC X(20) VALUE SPACES.
       77  WANO           PIC 9(04) VALUE ZERO.

       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANO    PIC 9(04).
           02 WSIS-MES    PIC 9(02).
           02 WSIS-DIA    PIC 9(02).
       77  WOPERADOR      PIC X(10) VALUE "CESTA001".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WMESES         PIC 9(02) VALUE ZERO.
       77  WMINIMO        PIC 9(03) VALUE ZERO.
       77  WTOP-MAX       PIC 9(02) VALUE ZERO.
      *    AGRUPAMENTO: 1-TIPO DO CLIENTE 2-CLASSE ABC 3-TABELA
       77  WCRITERIO      PIC 9 VALUE ZERO.
       77  WCRITERIO-NOME PIC X(10) VALUE SPACES.
       77  WMES-CORRIDO   PIC 9(06) VALUE ZERO.
       01  WINICIO.
           02 WINICIO-ANO PIC 9(04).
           02 WINICIO-MES PIC 9(02).
       01  FILLER REDEFINES WINICIO.
           02 WINICIO-AAAAMM PIC 9(06).

      *    PEDIDO CORRENTE: CLIENTE, DATA, SITUACAO E PRODUTOS
      *    DISTINTOS
       77  WCESTA-CLIENTE PIC 9(06) VALUE ZERO.
       77  WCESTA-DATA    PIC 9(08) VALUE ZERO.
       77  WCESTA-STATUS  PIC X VALUE SPACE.
       77  WCESTA-PRODUTO PIC 9(06) VALUE ZERO.
       01  TAB-CESTA.
           02 TC-PRODUTO PIC 9(06) OCCURS 99 TIMES.
       77  QT-CESTA       PIC 9(02) VALUE ZERO.
       77  WLINHA         PIC 9(02) VALUE ZERO.
       77  IND-I          PIC 9(02) VALUE ZERO.
       77  IND-J          PIC 9(02) VALUE ZERO.
       77  WREPETIDO      PIC X VALUE "N".
       77  WGRUPO-CLIENTE PIC X(02) VALUE SPACES.
       77  WGRUPO-LIB     PIC X(02) VALUE SPACES.
       77  QT-PEDIDOS     PIC 9(07) VALUE ZERO.
       77  QT-ARQUIVADOS  PIC 9(07) VALUE ZERO.
       77  QT-ANOS-LIDOS  PIC 9(02) VALUE ZERO.

      *    QUEBRA DO SORT
       01  WCHAVE-ATUAL.
           02 WCA-GRUPO   PIC X(02).
           02 WCA-PROD-A  PIC 9(06).
           02 WCA-PROD-B  PIC 9(06).
       77  WCONTA         PIC 9(07) VALUE ZERO.
       77  WGRUPO-ATUAL   PIC X(02) VALUE HIGH-VALUES.
       77  WPEDIDOS-GRUPO PIC 9(07) VALUE ZERO.

      *    PRODUTOS DO GRUPO EM ORDEM DE CODIGO (BUSCA BINARIA)
       01  TAB-PRODGRP.
           02 TG-ITEM OCCURS 5000 TIMES.
               03 TG-PRODUTO  PIC 9(06).
               03 TG-PEDIDOS  PIC 9(07).
       77  QT-PRODGRP     PIC 9(05) VALUE ZEROS.
       77  IND-INI        PIC 9(05) VALUE ZEROS.
       77  IND-FIM        PIC 9(05) VALUE ZEROS.
       77  IND-MEIO       PIC 9(05) VALUE ZEROS.
       77  WBUSCA-PRODUTO PIC 9(06) VALUE ZEROS.
       77  WBUSCA-PEDIDOS PIC 9(07) VALUE ZEROS.
       77  WACHOU         PIC X VALUE "N".

      *    PARES MAIS FREQUENTES DO GRUPO (ORDEM DECRESCENTE)
       01  TAB-TOP.
           02 TT-ITEM OCCURS 51 TIMES.
               03 TT-PROD-A   PIC 9(06).
               03 TT-PROD-B   PIC 9(06).
               03 TT-PEDIDOS  PIC 9(07).
       77  QT-TOP         PIC 9(02) VALUE ZEROS.
       77  IND-POS        PIC 9(02) VALUE ZEROS.
       77  IND2           PIC 9(02) VALUE ZEROS.

      *    COMPANHEIROS DO PRODUTO CORRENTE (TODOS OS CLIENTES)
       77  WPROD-A-ATUAL  PIC 9(06) VALUE ZERO.
       77  WPEDIDOS-A     PIC 9(07) VALUE ZERO.
       01  TAB-COMP.
           02 TX-ITEM OCCURS 4 TIMES.
               03 TX-PRODUTO  PIC 9(06).
               03 TX-PEDIDOS  PIC 9(07).
       77  QT-COMP        PIC 9 VALUE ZERO.
       77  QT-GRAVADOS    PIC 9(05) VALUE ZEROS.

       77  WPEDIDOS-B     PIC 9(07) VALUE ZERO.
       77  WNOME-A        PIC X(15) VALUE SPACES.
       77  WNOME-B        PIC X(15) VALUE SPACES.
       77  WPCT           PIC 9(03)V99 VALUE ZERO.
       77  WED-PEDIDOS    PIC ZZZZZZ9.
       77  WED-SUPORTE    PIC ZZ9.99.
       77  WED-CONF-AB    PIC ZZ9.99.
       77  WED-CONF-BA    PIC ZZ9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT ORDENADOS
               ON ASCENDING KEY ORD-GRUPO ORD-PROD-A ORD-PROD-B
               INPUT PROCEDURE IS 2000-SELECIONA-CESTAS
               OUTPUT PROCEDURE IS 4000-APURA-PARES
           PERFORM 5000-RESUMO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "CESTA DE COMPRAS - PRODUTOS VENDIDOS JUNTOS"
           DISPLAY "MESES DE HISTORICO (0 = 12):"
           ACCEPT WMESES
           IF WMESES = ZERO
               MOVE 12 TO WMESES
           END-IF
           DISPLAY "AGRUPAR CLIENTES POR 1-TIPO (F/J) 2-CLASSE ABC"
               " 3-TABELA DE PRECO (0 = 1):"
           ACCEPT WCRITERIO
           EVALUATE WCRITERIO
               WHEN 2
                   MOVE "CLASSE ABC" TO WCRITERIO-NOME
               WHEN 3
                   MOVE "TABELA"     TO WCRITERIO-NOME
               WHEN OTHER
                   MOVE 1 TO WCRITERIO
                   MOVE "TIPO"       TO WCRITERIO-NOME
           END-EVALUATE
           DISPLAY "MINIMO DE PEDIDOS COM O PAR (0 = 2):"
           ACCEPT WMINIMO
           IF WMINIMO = ZERO
               MOVE 2 TO WMINIMO
           END-IF
           DISPLAY "PARES LISTADOS POR GRUPO (0 = 20, ATE 50):"
           ACCEPT WTOP-MAX
           IF WTOP-MAX = ZERO OR WTOP-MAX > 50
               MOVE 20 TO WTOP-MAX
           END-IF
      *    PRIMEIRO MES DA JANELA: MES ATUAL MENOS (MESES - 1)
           COMPUTE WMES-CORRIDO =
               WSIS-ANO * 12 + WSIS-MES - 1
               - (WMESES - 1)
           DIVIDE WMES-CORRIDO BY 12 GIVING WINICIO-ANO
               REMAINDER WINICIO-MES
           ADD 1 TO WINICIO-MES
           DISPLAY "PEDIDOS DESDE " WINICIO-AAAAMM
               "   MINIMO " WMINIMO " PEDIDO(S) POR PAR"
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITENS
           OPEN INPUT ARQ1
           OPEN INPUT CLIENTES
           .
      *----------------------------------------------------------------*
      *    PEDIDOS DA JANELA - OS EM ABERTO E OS ARQUIVADOS
      *----------------------------------------------------------------*
       2000-SELECIONA-CESTAS.
           PERFORM 2100-PEDIDOS-ATIVOS THRU 2100-EXIT
           PERFORM 2500-PEDIDOS-ARQUIVADOS
               VARYING WANO FROM WINICIO-ANO BY 1
               UNTIL WANO > WSIS-ANO
           .
       2100-PEDIDOS-ATIVOS.
           IF FS-PEDIDOS NOT = "00" OR FS-PEDITENS NOT = "00"
               DISPLAY "ARQUIVO DE PEDIDOS NAO ENCONTRADO"
               GO TO 2100-EXIT
           END-IF
           MOVE LOW-VALUES TO PED-CODIGO
           START PEDIDOS KEY NOT LESS THAN PED-CODIGO
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2110-LE-PEDIDO
           PERFORM 2120-CESTA-DO-PEDIDO
               UNTIL FS-PEDIDOS NOT = "00"
           .
       2100-EXIT.
           EXIT.
       2110-LE-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
       2120-CESTA-DO-PEDIDO.
           IF NOT PED-CANCELADO AND
              PED-DATA (1:6) NOT < WINICIO-AAAAMM
               MOVE ZERO TO QT-CESTA
               PERFORM 2130-LE-LINHA
                   VARYING WLINHA FROM 1 BY 1
                   UNTIL WLINHA > PED-QTD-ITENS
               MOVE PED-CLIENTE TO WCESTA-CLIENTE
               PERFORM 3000-LIBERA-CESTA THRU 3000-FIM
           END-IF
           PERFORM 2110-LE-PEDIDO
           .
       2130-LE-LINHA.
           MOVE PED-CODIGO TO ITM-PEDIDO
           MOVE WLINHA     TO ITM-LINHA
           READ PEDITENS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ITM-PRODUTO TO WCESTA-PRODUTO
                   PERFORM 2900-GUARDA-PRODUTO
           END-READ
           .
       2500-PEDIDOS-ARQUIVADOS.
           MOVE SPACES TO WNOME-ARQPED
           STRING "PEDIDO" WANO ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQPED
           MOVE SPACES TO WNOME-ARQITM
           STRING "PEDIT" WANO ".DAT" DELIMITED BY SIZE
               INTO WNOME-ARQITM
           OPEN INPUT ARQPED
           IF FS-ARQPED = "00"
               OPEN INPUT ARQITM
               ADD 1 TO QT-ANOS-LIDOS
               PERFORM 2520-LE-ARQITM
               PERFORM 2510-LE-ARQPED
               PERFORM 2530-CESTA-ARQUIVADA
                   UNTIL FS-ARQPED NOT = "00"
               CLOSE ARQPED
               IF FS-ARQITM NOT = "35"
                   CLOSE ARQITM
               END-IF
           END-IF
           .
       2510-LE-ARQPED.
           READ ARQPED
               AT END
                   MOVE "10" TO FS-ARQPED
           END-READ
           .
       2520-LE-ARQITM.
           IF FS-ARQITM = "00"
               READ ARQITM
                   AT END
                       MOVE "10" TO FS-ARQITM
               END-READ
           END-IF
           .
      *    AS LINHAS DO PEDIDO VEM LOGO DEPOIS DELE NO PEDITAAAA -
      *    SAO CONSUMIDAS MESMO QUANDO O PEDIDO ESTA FORA DA JANELA
       2530-CESTA-ARQUIVADA.
           MOVE ZERO TO QT-CESTA
           PERFORM 2540-JUNTA-LINHA
               UNTIL FS-ARQITM NOT = "00"
                  OR AI-PEDIDO NOT = AP-CODIGO
           IF AP-STATUS NOT = "C" AND
              AP-DATA (1:6) NOT < WINICIO-AAAAMM
               ADD 1 TO QT-ARQUIVADOS
               MOVE AP-CLIENTE TO WCESTA-CLIENTE
               PERFORM 3000-LIBERA-CESTA THRU 3000-FIM
           END-IF
           PERFORM 2510-LE-ARQPED
           .
       2540-JUNTA-LINHA.
           MOVE AI-PRODUTO TO WCESTA-PRODUTO
           PERFORM 2900-GUARDA-PRODUTO
           PERFORM 2520-LE-ARQITM
           .
      *    PRODUTO REPETIDO NO PEDIDO CONTA UMA VEZ SO
       2900-GUARDA-PRODUTO.
           IF WCESTA-PRODUTO = ZERO
               GO TO 2900-FIM
           END-IF
           MOVE "N" TO WREPETIDO
           PERFORM 2910-COMPARA-PRODUTO
               VARYING IND-I FROM 1 BY 1
               UNTIL IND-I > QT-CESTA OR WREPETIDO = "S"
           IF WREPETIDO = "N" AND QT-CESTA < 99
               ADD 1 TO QT-CESTA
               MOVE WCESTA-PRODUTO TO TC-PRODUTO (QT-CESTA)
           END-IF
           .
       2900-FIM.
           EXIT.
       2910-COMPARA-PRODUTO.
           IF TC-PRODUTO (IND-I) = WCESTA-PRODUTO
               MOVE "S" TO WREPETIDO
           END-IF
           .
      *----------------------------------------------------------------*
      *    UM PEDIDO: REGISTROS NO TOTAL E NO GRUPO DO CLIENTE
      *----------------------------------------------------------------*
       3000-LIBERA-CESTA.
           IF QT-CESTA = ZERO
               GO TO 3000-FIM
           END-IF
           ADD 1 TO QT-PEDIDOS
           MOVE "??" TO WGRUPO-CLIENTE
           MOVE WCESTA-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE WCRITERIO
                       WHEN 1
                           MOVE CLIENTE-TIPO TO WGRUPO-CLIENTE
                       WHEN 2
                           MOVE CLIENTE-CLASSE-ABC
                               TO WGRUPO-CLIENTE
                       WHEN OTHER
                           MOVE CLIENTE-LISTA TO WGRUPO-CLIENTE
                   END-EVALUATE
           END-READ
           IF WGRUPO-CLIENTE = SPACES
               MOVE "--" TO WGRUPO-CLIENTE
           END-IF
           MOVE SPACES TO WGRUPO-LIB
           PERFORM 3100-LIBERA-GRUPO
           MOVE WGRUPO-CLIENTE TO WGRUPO-LIB
           PERFORM 3100-LIBERA-GRUPO
           .
       3000-FIM.
           EXIT.
       3100-LIBERA-GRUPO.
           MOVE WGRUPO-LIB TO ORD-GRUPO
           MOVE ZERO TO ORD-PROD-A
           MOVE ZERO TO ORD-PROD-B
           RELEASE REG-ORDENADO
           PERFORM 3110-LIBERA-PRODUTO
               VARYING IND-I FROM 1 BY 1
               UNTIL IND-I > QT-CESTA
           .
       3110-LIBERA-PRODUTO.
           MOVE WGRUPO-LIB       TO ORD-GRUPO
           MOVE TC-PRODUTO (IND-I) TO ORD-PROD-A
           MOVE ZERO             TO ORD-PROD-B
           RELEASE REG-ORDENADO
           PERFORM 3120-LIBERA-PAR
               VARYING IND-J FROM 1 BY 1
               UNTIL IND-J > QT-CESTA
           .
       3120-LIBERA-PAR.
           IF IND-J NOT = IND-I
               MOVE WGRUPO-LIB         TO ORD-GRUPO
               MOVE TC-PRODUTO (IND-I) TO ORD-PROD-A
               MOVE TC-PRODUTO (IND-J) TO ORD-PROD-B
               RELEASE REG-ORDENADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    CONTAGEM POR QUEBRA DE CHAVE; NA QUEBRA DO GRUPO SAEM OS
      *    PARES, NA DO PRODUTO (TODOS OS CLIENTES) A CESTA.DAT
      *----------------------------------------------------------------*
       4000-APURA-PARES.
           OPEN OUTPUT CESTA
           MOVE "00" TO FS-ORDENADOS
           PERFORM 4100-RETORNA-ORDENADO
           IF FS-ORDENADOS NOT = "10"
               MOVE REG-ORDENADO TO WCHAVE-ATUAL
               MOVE 1 TO WCONTA
               PERFORM 4100-RETORNA-ORDENADO
               PERFORM 4200-CONTA-CHAVE
                   UNTIL FS-ORDENADOS = "10"
               PERFORM 4400-FECHA-CHAVE
               PERFORM 4700-FECHA-PRODUTO THRU 4700-FIM
               PERFORM 4800-FECHA-GRUPO
           END-IF
           CLOSE CESTA
           .
       4100-RETORNA-ORDENADO.
           RETURN ORDENADOS
               AT END
                   MOVE "10" TO FS-ORDENADOS
           END-RETURN
           .
       4200-CONTA-CHAVE.
           IF REG-ORDENADO = WCHAVE-ATUAL
               ADD 1 TO WCONTA
           ELSE
               PERFORM 4400-FECHA-CHAVE
               MOVE REG-ORDENADO TO WCHAVE-ATUAL
               MOVE 1 TO WCONTA
           END-IF
           PERFORM 4100-RETORNA-ORDENADO
           .
       4400-FECHA-CHAVE.
           IF WCA-GRUPO NOT = WGRUPO-ATUAL
               IF WGRUPO-ATUAL NOT = HIGH-VALUES
                   PERFORM 4700-FECHA-PRODUTO THRU 4700-FIM
                   PERFORM 4800-FECHA-GRUPO
               END-IF
               MOVE WCA-GRUPO TO WGRUPO-ATUAL
               MOVE ZERO TO QT-PRODGRP
               MOVE ZERO TO QT-TOP
               MOVE ZERO TO WPEDIDOS-GRUPO
           END-IF
           EVALUATE TRUE
               WHEN WCA-PROD-A = ZERO
                   MOVE WCONTA TO WPEDIDOS-GRUPO
               WHEN WCA-PROD-B = ZERO
                   IF QT-PRODGRP < 5000
                       ADD 1 TO QT-PRODGRP
                       MOVE WCA-PROD-A TO TG-PRODUTO (QT-PRODGRP)
                       MOVE WCONTA     TO TG-PEDIDOS (QT-PRODGRP)
                   END-IF
                   IF WCA-GRUPO = SPACES
                       PERFORM 4700-FECHA-PRODUTO THRU 4700-FIM
                       MOVE WCA-PROD-A TO WPROD-A-ATUAL
                       MOVE WCONTA     TO WPEDIDOS-A
                   END-IF
               WHEN WCONTA NOT < WMINIMO
                   IF WCA-PROD-A < WCA-PROD-B
                       PERFORM 4500-ENTRA-TOP THRU 4500-FIM
                   END-IF
                   IF WCA-GRUPO = SPACES
                       PERFORM 4600-ENTRA-COMPANHEIRO THRU 4600-FIM
                   END-IF
           END-EVALUATE
           .
      *    LISTA DECRESCENTE PELA QUANTIDADE DE PEDIDOS; EMPATE FICA
      *    COM O PAR QUE CHEGOU ANTES (MENOR CODIGO)
       4500-ENTRA-TOP.
           MOVE 1 TO IND-POS
           PERFORM 4510-AVANCA-TOP
               UNTIL IND-POS > QT-TOP
                  OR TT-PEDIDOS (IND-POS) < WCONTA
           IF IND-POS > WTOP-MAX
               GO TO 4500-FIM
           END-IF
           IF QT-TOP < WTOP-MAX
               ADD 1 TO QT-TOP
           END-IF
           PERFORM 4520-DESLOCA-TOP
               VARYING IND2 FROM QT-TOP BY -1
               UNTIL IND2 NOT > IND-POS
           MOVE WCA-PROD-A TO TT-PROD-A (IND-POS)
           MOVE WCA-PROD-B TO TT-PROD-B (IND-POS)
           MOVE WCONTA     TO TT-PEDIDOS (IND-POS)
           .
       4500-FIM.
           EXIT.
       4510-AVANCA-TOP.
           ADD 1 TO IND-POS
           .
       4520-DESLOCA-TOP.
           MOVE TT-ITEM (IND2 - 1) TO TT-ITEM (IND2)
           .
       4600-ENTRA-COMPANHEIRO.
           MOVE 1 TO IND-POS
           PERFORM 4510-AVANCA-TOP
               UNTIL IND-POS > QT-COMP
                  OR TX-PEDIDOS (IND-POS) < WCONTA
           IF IND-POS > 3
               GO TO 4600-FIM
           END-IF
           IF QT-COMP < 3
               ADD 1 TO QT-COMP
           END-IF
           PERFORM 4610-DESLOCA-COMPANHEIRO
               VARYING IND2 FROM QT-COMP BY -1
               UNTIL IND2 NOT > IND-POS
           MOVE WCA-PROD-B TO TX-PRODUTO (IND-POS)
           MOVE WCONTA     TO TX-PEDIDOS (IND-POS)
           .
       4600-FIM.
           EXIT.
       4610-DESLOCA-COMPANHEIRO.
           MOVE TX-ITEM (IND2 - 1) TO TX-ITEM (IND2)
           .
       4700-FECHA-PRODUTO.
           IF WPROD-A-ATUAL = ZERO
               GO TO 4700-FIM
           END-IF
           IF QT-COMP > ZERO
               INITIALIZE REGISTRO-CESTA
               MOVE WPROD-A-ATUAL TO CE-PRODUTO
               MOVE WPEDIDOS-A    TO CE-PEDIDOS
               MOVE WDATA-SISTEMA TO CE-DATA
               PERFORM 4710-MONTA-COMPANHEIRO
                   VARYING IND2 FROM 1 BY 1
                   UNTIL IND2 > QT-COMP
               WRITE REGISTRO-CESTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO QT-GRAVADOS
               END-WRITE
           END-IF
           MOVE ZERO TO WPROD-A-ATUAL
           MOVE ZERO TO WPEDIDOS-A
           MOVE ZERO TO QT-COMP
           .
       4700-FIM.
           EXIT.
       4710-MONTA-COMPANHEIRO.
           MOVE TX-PRODUTO (IND2) TO CE-COMP-PRODUTO (IND2)
           MOVE TX-PEDIDOS (IND2) TO CE-COMP-PEDIDOS (IND2)
           COMPUTE CE-COMP-CONFIANCA (IND2) ROUNDED =
               TX-PEDIDOS (IND2) * 100 / WPEDIDOS-A
           MOVE TX-PRODUTO (IND2) TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO"
                       TO CE-COMP-NOME (IND2)
               NOT INVALID KEY
                   MOVE FD-PRODUTO TO CE-COMP-NOME (IND2)
           END-READ
           .
       4800-FECHA-GRUPO.
           DISPLAY " "
           IF WGRUPO-ATUAL = SPACES
               DISPLAY "TODOS OS CLIENTES - " WPEDIDOS-GRUPO
                   " PEDIDO(S)"
           ELSE
               DISPLAY WCRITERIO-NOME " " WGRUPO-ATUAL " - "
                   WPEDIDOS-GRUPO " PEDIDO(S)"
           END-IF
           IF QT-TOP = ZERO
               DISPLAY "NENHUM PAR COM O MINIMO DE PEDIDOS"
           ELSE
               DISPLAY "PROD A DESCRICAO       PROD B DESCRICAO      "
                   "  PEDIDOS SUPRT% CF A>B CF B>A"
               PERFORM 4810-IMPRIME-PAR
                   VARYING IND-POS FROM 1 BY 1
                   UNTIL IND-POS > QT-TOP
           END-IF
           .
       4810-IMPRIME-PAR.
           MOVE TT-PROD-A (IND-POS) TO FD-CODIGO
           PERFORM 4900-NOME-PRODUTO
           MOVE FD-PRODUTO TO WNOME-A
           MOVE TT-PROD-B (IND-POS) TO FD-CODIGO
           PERFORM 4900-NOME-PRODUTO
           MOVE FD-PRODUTO TO WNOME-B
           MOVE ZERO TO WPCT
           IF WPEDIDOS-GRUPO > ZERO
               COMPUTE WPCT ROUNDED =
                   TT-PEDIDOS (IND-POS) * 100 / WPEDIDOS-GRUPO
           END-IF
           MOVE WPCT TO WED-SUPORTE
           MOVE TT-PROD-A (IND-POS) TO WBUSCA-PRODUTO
           PERFORM 4950-BUSCA-PRODUTO-GRUPO
           MOVE ZERO TO WPCT
           IF WBUSCA-PEDIDOS > ZERO
               COMPUTE WPCT ROUNDED =
                   TT-PEDIDOS (IND-POS) * 100 / WBUSCA-PEDIDOS
           END-IF
           MOVE WPCT TO WED-CONF-AB
           MOVE TT-PROD-B (IND-POS) TO WBUSCA-PRODUTO
           PERFORM 4950-BUSCA-PRODUTO-GRUPO
           MOVE ZERO TO WPCT
           IF WBUSCA-PEDIDOS > ZERO
               COMPUTE WPCT ROUNDED =
                   TT-PEDIDOS (IND-POS) * 100 / WBUSCA-PEDIDOS
           END-IF
           MOVE WPCT TO WED-CONF-BA
           MOVE TT-PEDIDOS (IND-POS) TO WED-PEDIDOS
           DISPLAY TT-PROD-A (IND-POS) " " WNOME-A " "
               TT-PROD-B (IND-POS) " " WNOME-B " " WED-PEDIDOS " "
               WED-SUPORTE " " WED-CONF-AB " " WED-CONF-BA
           .
       4900-NOME-PRODUTO.
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
           END-READ
           .
       4950-BUSCA-PRODUTO-GRUPO.
           MOVE ZERO TO WBUSCA-PEDIDOS
           MOVE "N" TO WACHOU
           MOVE 1 TO IND-INI
           MOVE QT-PRODGRP TO IND-FIM
           PERFORM 4960-PASSO-BUSCA
               UNTIL IND-INI > IND-FIM OR WACHOU = "S"
           .
       4960-PASSO-BUSCA.
           COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
           EVALUATE TRUE
               WHEN TG-PRODUTO (IND-MEIO) = WBUSCA-PRODUTO
                   MOVE "S" TO WACHOU
                   MOVE TG-PEDIDOS (IND-MEIO) TO WBUSCA-PEDIDOS
               WHEN TG-PRODUTO (IND-MEIO) < WBUSCA-PRODUTO
                   COMPUTE IND-INI = IND-MEIO + 1
               WHEN OTHER
                   COMPUTE IND-FIM = IND-MEIO - 1
           END-EVALUATE
           .
       5000-RESUMO.
           DISPLAY " "
           DISPLAY "PEDIDOS ANALISADOS:          " QT-PEDIDOS
           DISPLAY "  DOS QUAIS JA ARQUIVADOS:   " QT-ARQUIVADOS
               " (" QT-ANOS-LIDOS " ANO(S) DE ARQUIVO)"
           DISPLAY "PRODUTOS COM COMPANHEIROS:   " QT-GRAVADOS
               " (CESTA.DAT)"
           MOVE SPACES TO WCHAVE-AUD
           MOVE WDATA-SISTEMA TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "CESTA001", "GEROU", WCHAVE-AUD
           .
       9999-ENCERRA.
           CLOSE PEDIDOS PEDITENS ARQ1 CLIENTES
           GOBACK
           .
       END PROGRAM CESTA001.
