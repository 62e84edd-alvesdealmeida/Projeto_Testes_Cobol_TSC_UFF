      ******************************************************************
      *
      *     ABCCLS01 - CLASSIFICACAO ABC (PARETO) DE PRODUTOS E
      *     CLIENTES PELO HISTORICO DE VENDAS DOS ULTIMOS N MESES
      *     (PADRAO 12), CONTADOS PELA DATA DO PEDIDO, CANCELADOS
      *     FORA - A MESMA BASE DO HISTVEN.DAT (ARQPED01):
      *       PRODUTOS - LINHAS DO PEDITEM.DAT, EM TRES RANKINGS:
      *                  RECEITA (ITM-VALOR-LINHA), MARGEM (RECEITA
      *                  MENOS QUANTIDADE X ITM-CUSTO-MEDIO, OU O
      *                  CUSTO MEDIO ATUAL ENQUANTO O PEDIDO NAO
      *                  FATUROU) E UNIDADES VENDIDAS;
      *       CLIENTES - PEDIDOS DO PEDIDO.DAT MAIS OS MESES JA
      *                  ARQUIVADOS EM HISTVEN.DAT, POR RECEITA.
      *     CLASSE A ATE O CORTE A (PADRAO 80%) DO ACUMULADO, B ATE
      *     O CORTE B (PADRAO 95%), C O RESTO E QUEM NAO VENDEU OU
      *     DEU MARGEM NEGATIVA. GRAVA AS CLASSES NO CADPRO.DAT
      *     (FD-ABC-RECEITA / FD-ABC-MARGEM / FD-ABC-UNIDADES) E NO
      *     CLIENTES.DAT (CLIENTE-CLASSE-ABC) E IMPRIME O RELATORIO
      *     DE PARETO COM OS PERCENTUAIS ACUMULADOS. A SUGESTAO DE
      *     COMPRAS (RELCMP01) E A REVISAO DE LIMITES (SCORE001)
      *     FILTRAM POR ESSAS CLASSES.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. ABCCLS01.
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

           SELECT HISTVEN ASSIGN TO "HISTVEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTVEN.

           SELECT ORDENADOS ASSIGN TO "ABCCLS01.SRT".
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

      *    MESMO LAYOUT DO ARQPED01
       FD  HISTVEN.
       01  REGISTRO-HISTVEN.
           02 HV-ANO         PIC 9(04).
           02 FILLER         PIC X.
           02 HV-MES         PIC 9(02).
           02 FILLER         PIC X.
           02 HV-CLIENTE     PIC 9(06).
           02 FILLER         PIC X.
           02 HV-QT-PEDIDOS  PIC 9(05).
           02 FILLER         PIC X.
           02 HV-VALOR       PIC 9(10)V99.

      *    UM RANKING POR VEZ - VALOR DO CRITERIO E POSICAO NA TABELA
       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-VALOR        PIC S9(10)V99.
           02 ORD-CODIGO       PIC 9(06).
           02 ORD-IND          PIC 9(05).

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
       77  FS-HISTVEN    PIC XX VALUE SPACES.
       77  FS-ORDENADOS  PIC XX VALUE SPACES.

       01  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WDATA-SISTEMA.
           02 WSIS-ANO    PIC 9(04).
           02 WSIS-MES    PIC 9(02).
           02 WSIS-DIA    PIC 9(02).
       77  WOPERADOR      PIC X(10) VALUE "ABCCLS01".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WMESES         PIC 9(02) VALUE ZERO.
       77  WCORTE-A       PIC 9(02) VALUE ZERO.
       77  WCORTE-B       PIC 9(02) VALUE ZERO.
       77  WDETALHA-C     PIC X VALUE "N".
       77  WMES-CORRIDO   PIC 9(06) VALUE ZERO.
       01  WINICIO.
           02 WINICIO-ANO PIC 9(04).
           02 WINICIO-MES PIC 9(02).
       01  FILLER REDEFINES WINICIO.
           02 WINICIO-AAAAMM PIC 9(06).
       01  WHV-COMPET.
           02 WHV-ANO     PIC 9(04).
           02 WHV-MES     PIC 9(02).
       01  FILLER REDEFINES WHV-COMPET.
           02 WHV-AAAAMM  PIC 9(06).

      *    PRODUTOS NA ORDEM DO CADASTRO (BUSCA BINARIA PELO CODIGO)
       01  TAB-PRODUTOS.
           02 TP-ITEM OCCURS 5000 TIMES.
               03 TP-CODIGO    PIC 9(06).
               03 TP-CUSTO     PIC 9(6)V99.
               03 TP-RECEITA   PIC 9(10)V99.
               03 TP-MARGEM    PIC S9(10)V99.
               03 TP-UNIDADES  PIC 9(08).
               03 TP-CLASSE    PIC X OCCURS 3 TIMES.
       77  QT-PRODUTOS   PIC 9(05) VALUE ZEROS.
       77  QT-PRO-EXCED  PIC 9(05) VALUE ZEROS.

      *    CLIENTES NA ORDEM DO CADASTRO
       01  TAB-CLIENTES.
           02 TC-ITEM OCCURS 5000 TIMES.
               03 TC-CODIGO    PIC 9(06).
               03 TC-RECEITA   PIC 9(10)V99.
               03 TC-CLASSE    PIC X.
       77  QT-CLIENTES   PIC 9(05) VALUE ZEROS.
       77  QT-CLI-EXCED  PIC 9(05) VALUE ZEROS.

       77  IND1          PIC 9(05) VALUE ZEROS.
       77  IND-INI       PIC 9(05) VALUE ZEROS.
       77  IND-FIM       PIC 9(05) VALUE ZEROS.
       77  IND-MEIO      PIC 9(05) VALUE ZEROS.
       77  IND-ACHADO    PIC 9(05) VALUE ZEROS.
       77  WCHAVE-BUSCA  PIC 9(06) VALUE ZEROS.
       77  WACHOU        PIC X VALUE "N".
       77  WCUSTO        PIC 9(6)V99 VALUE ZERO.
       77  WMARGEM-LINHA PIC S9(10)V99 VALUE ZERO.

      *    CRITERIO DO RANKING: 1-RECEITA 2-MARGEM 3-UNIDADES
      *    (PRODUTOS) 4-RECEITA (CLIENTES)
       77  WCRITERIO     PIC 9 VALUE ZERO.
       77  WTITULO       PIC X(40) VALUE SPACES.
       77  WTOTAL        PIC S9(12)V99 VALUE ZERO.
       77  WACUMULADO    PIC S9(12)V99 VALUE ZERO.
       77  WPCT-ANTES    PIC 9(03)V99 VALUE ZERO.
       77  WPCT-ITEM     PIC 9(03)V99 VALUE ZERO.
       77  WPCT-ACUM     PIC 9(03)V99 VALUE ZERO.
       77  WCLASSE       PIC X VALUE SPACE.
       77  WPOSICAO      PIC 9(05) VALUE ZERO.
       77  WNOME-ITEM    PIC X(30) VALUE SPACES.
       01  TAB-RESUMO.
           02 TR-CLASSE OCCURS 3 TIMES.
               03 TR-QTDE     PIC 9(05).
               03 TR-VALOR    PIC S9(12)V99.
       77  IND-CL        PIC 9 VALUE ZERO.
       77  QT-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77  WED-VALOR     PIC -(10)9.99.
       77  WED-TOTAL     PIC -(12)9.99.
       77  WED-PCT       PIC ZZ9.99.
       77  WED-POSICAO   PIC ZZZZ9.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 1100-CARREGA-PRODUTOS THRU 1100-EXIT
           PERFORM 1200-CARREGA-CLIENTES THRU 1200-EXIT
           PERFORM 2000-ACUMULA-PEDIDOS THRU 2000-EXIT
           PERFORM 3000-ACUMULA-HISTORICO THRU 3000-EXIT
           PERFORM 4000-CLASSIFICA
               VARYING WCRITERIO FROM 1 BY 1
               UNTIL WCRITERIO > 4
           PERFORM 5000-GRAVA-CLASSES
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "CLASSIFICACAO ABC DE PRODUTOS E CLIENTES"
           DISPLAY "MESES DE HISTORICO (0 = 12):"
           ACCEPT WMESES
           IF WMESES = ZERO
               MOVE 12 TO WMESES
           END-IF
           DISPLAY "CORTE DA CLASSE A EM % (0 = 80):"
           ACCEPT WCORTE-A
           IF WCORTE-A = ZERO
               MOVE 80 TO WCORTE-A
           END-IF
           DISPLAY "CORTE DA CLASSE B EM % (0 = 95):"
           ACCEPT WCORTE-B
           IF WCORTE-B = ZERO
               MOVE 95 TO WCORTE-B
           END-IF
           IF WCORTE-B < WCORTE-A
               MOVE WCORTE-A TO WCORTE-B
           END-IF
           DISPLAY "LISTAR OS ITENS DA CLASSE C (S/N):"
           ACCEPT WDETALHA-C
           INSPECT WDETALHA-C CONVERTING "s" TO "S"
      *    PRIMEIRO MES DA JANELA: MES ATUAL MENOS (MESES - 1)
           COMPUTE WMES-CORRIDO =
               WSIS-ANO * 12 + WSIS-MES - 1
               - (WMESES - 1)
           DIVIDE WMES-CORRIDO BY 12 GIVING WINICIO-ANO
               REMAINDER WINICIO-MES
           ADD 1 TO WINICIO-MES
           DISPLAY "VENDAS DESDE " WINICIO-AAAAMM
               "   CORTES A " WCORTE-A "%  B " WCORTE-B "%"
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITENS
           OPEN I-O ARQ1
           OPEN I-O CLIENTES
           .
      *----------------------------------------------------------------*
      *    TABELAS NA ORDEM DA CHAVE - TODO PRODUTO E CLIENTE RECEBE
      *    CLASSE, QUEM NAO VENDEU FICA C
      *----------------------------------------------------------------*
       1100-CARREGA-PRODUTOS.
           IF FS-ARQ1 NOT = "00"
               DISPLAY "ARQUIVO DE MERCADORIAS NAO ENCONTRADO"
               GO TO 1100-EXIT
           END-IF
           MOVE LOW-VALUES TO FD-CODIGO
           START ARQ1 KEY NOT LESS THAN FD-CODIGO
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1110-LE-PRODUTO
           PERFORM 1120-GUARDA-PRODUTO
               UNTIL FS-ARQ1 NOT = "00"
           .
       1100-EXIT.
           EXIT.
       1110-LE-PRODUTO.
           READ ARQ1 NEXT RECORD
               AT END
                   MOVE "10" TO FS-ARQ1
           END-READ
           .
       1120-GUARDA-PRODUTO.
           IF QT-PRODUTOS < 5000
               ADD 1 TO QT-PRODUTOS
               INITIALIZE TP-ITEM (QT-PRODUTOS)
               MOVE FD-CODIGO      TO TP-CODIGO (QT-PRODUTOS)
               MOVE FD-CUSTO-MEDIO TO TP-CUSTO (QT-PRODUTOS)
           ELSE
               ADD 1 TO QT-PRO-EXCED
           END-IF
           PERFORM 1110-LE-PRODUTO
           .
       1200-CARREGA-CLIENTES.
           IF FS-CLIENTES NOT = "00"
               DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
               GO TO 1200-EXIT
           END-IF
           MOVE LOW-VALUES TO CODIGO
           START CLIENTES KEY NOT LESS THAN CODIGO
               INVALID KEY
                   GO TO 1200-EXIT
           END-START
           PERFORM 1210-LE-CLIENTE
           PERFORM 1220-GUARDA-CLIENTE
               UNTIL FS-CLIENTES NOT = "00"
           .
       1200-EXIT.
           EXIT.
       1210-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLIENTES
           END-READ
           .
       1220-GUARDA-CLIENTE.
           IF QT-CLIENTES < 5000
               ADD 1 TO QT-CLIENTES
               MOVE CODIGO TO TC-CODIGO (QT-CLIENTES)
               MOVE ZERO   TO TC-RECEITA (QT-CLIENTES)
               MOVE SPACE  TO TC-CLASSE (QT-CLIENTES)
           ELSE
               ADD 1 TO QT-CLI-EXCED
           END-IF
           PERFORM 1210-LE-CLIENTE
           .
      *----------------------------------------------------------------*
      *    PEDIDOS DA JANELA - RECEITA DO CLIENTE E, PELAS LINHAS,
      *    RECEITA / MARGEM / UNIDADES DO PRODUTO
      *----------------------------------------------------------------*
       2000-ACUMULA-PEDIDOS.
           MOVE LOW-VALUES TO PED-CODIGO
           START PEDIDOS KEY NOT LESS THAN PED-CODIGO
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LE-PEDIDO
           PERFORM 2200-ACUMULA-PEDIDO
               UNTIL FS-PEDIDOS NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
       2200-ACUMULA-PEDIDO.
           IF NOT PED-CANCELADO AND
              PED-DATA (1:6) NOT < WINICIO-AAAAMM
               MOVE PED-CLIENTE TO WCHAVE-BUSCA
               PERFORM 2600-BUSCA-CLIENTE
               IF WACHOU = "S"
                   ADD PED-VALOR-TOTAL TO TC-RECEITA (IND-ACHADO)
               END-IF
               PERFORM 2300-ACUMULA-ITENS
           END-IF
           PERFORM 2100-LE-PEDIDO
           .
       2300-ACUMULA-ITENS.
           MOVE PED-CODIGO TO ITM-PEDIDO
           MOVE ZEROS      TO ITM-LINHA
           START PEDITENS KEY NOT LESS THAN ITM-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-PEDITENS
           END-START
           IF FS-PEDITENS = "00"
               PERFORM 2310-LE-ITEM
               PERFORM 2320-ACUMULA-ITEM
                   UNTIL FS-PEDITENS NOT = "00"
           END-IF
           MOVE "00" TO FS-PEDITENS
           .
       2310-LE-ITEM.
           READ PEDITENS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDITENS
           END-READ
           IF FS-PEDITENS = "00" AND ITM-PEDIDO NOT = PED-CODIGO
               MOVE "10" TO FS-PEDITENS
           END-IF
           .
       2320-ACUMULA-ITEM.
           MOVE ITM-PRODUTO TO WCHAVE-BUSCA
           PERFORM 2500-BUSCA-PRODUTO
           IF WACHOU = "S"
               MOVE ITM-CUSTO-MEDIO TO WCUSTO
               IF WCUSTO = ZERO
                   MOVE TP-CUSTO (IND-ACHADO) TO WCUSTO
               END-IF
               COMPUTE WMARGEM-LINHA =
                   ITM-VALOR-LINHA - ITM-QUANTIDADE * WCUSTO
               ADD ITM-VALOR-LINHA TO TP-RECEITA (IND-ACHADO)
               ADD WMARGEM-LINHA   TO TP-MARGEM (IND-ACHADO)
               ADD ITM-QUANTIDADE  TO TP-UNIDADES (IND-ACHADO)
           END-IF
           PERFORM 2310-LE-ITEM
           .
      *    BUSCA BINARIA DE WCHAVE-BUSCA - DEVOLVE IND-ACHADO
       2500-BUSCA-PRODUTO.
           MOVE "N" TO WACHOU
           MOVE 1 TO IND-INI
           MOVE QT-PRODUTOS TO IND-FIM
           PERFORM 2510-PASSO-PRODUTO
               UNTIL IND-INI > IND-FIM OR WACHOU = "S"
           .
       2510-PASSO-PRODUTO.
           COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
           EVALUATE TRUE
               WHEN TP-CODIGO (IND-MEIO) = WCHAVE-BUSCA
                   MOVE "S" TO WACHOU
                   MOVE IND-MEIO TO IND-ACHADO
               WHEN TP-CODIGO (IND-MEIO) < WCHAVE-BUSCA
                   COMPUTE IND-INI = IND-MEIO + 1
               WHEN OTHER
                   COMPUTE IND-FIM = IND-MEIO - 1
           END-EVALUATE
           .
       2600-BUSCA-CLIENTE.
           MOVE "N" TO WACHOU
           MOVE 1 TO IND-INI
           MOVE QT-CLIENTES TO IND-FIM
           PERFORM 2610-PASSO-CLIENTE
               UNTIL IND-INI > IND-FIM OR WACHOU = "S"
           .
       2610-PASSO-CLIENTE.
           COMPUTE IND-MEIO = (IND-INI + IND-FIM) / 2
           EVALUATE TRUE
               WHEN TC-CODIGO (IND-MEIO) = WCHAVE-BUSCA
                   MOVE "S" TO WACHOU
                   MOVE IND-MEIO TO IND-ACHADO
               WHEN TC-CODIGO (IND-MEIO) < WCHAVE-BUSCA
                   COMPUTE IND-INI = IND-MEIO + 1
               WHEN OTHER
                   COMPUTE IND-FIM = IND-MEIO - 1
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      *    ANOS ARQUIVADOS - SO RECEITA POR CLIENTE (O HISTVEN NAO
      *    GUARDA PRODUTO)
      *----------------------------------------------------------------*
       3000-ACUMULA-HISTORICO.
           OPEN INPUT HISTVEN
           IF FS-HISTVEN NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LE-HISTORICO
           PERFORM 3200-ACUMULA-HISTORICO
               UNTIL FS-HISTVEN NOT = "00"
           CLOSE HISTVEN
           .
       3000-EXIT.
           EXIT.
       3100-LE-HISTORICO.
           READ HISTVEN
               AT END
                   MOVE "10" TO FS-HISTVEN
           END-READ
           .
       3200-ACUMULA-HISTORICO.
           MOVE HV-ANO TO WHV-ANO
           MOVE HV-MES TO WHV-MES
           IF WHV-AAAAMM NOT < WINICIO-AAAAMM
               MOVE HV-CLIENTE TO WCHAVE-BUSCA
               PERFORM 2600-BUSCA-CLIENTE
               IF WACHOU = "S"
                   ADD HV-VALOR TO TC-RECEITA (IND-ACHADO)
               END-IF
           END-IF
           PERFORM 3100-LE-HISTORICO
           .
      *----------------------------------------------------------------*
      *    UM RANKING: TOTAL DO CRITERIO (SO VALORES POSITIVOS), SORT
      *    DECRESCENTE E CLASSE PELO ACUMULADO ANTES DO ITEM
      *----------------------------------------------------------------*
       4000-CLASSIFICA.
           EVALUATE WCRITERIO
               WHEN 1
                   MOVE "PRODUTOS POR RECEITA" TO WTITULO
               WHEN 2
                   MOVE "PRODUTOS POR MARGEM" TO WTITULO
               WHEN 3
                   MOVE "PRODUTOS POR UNIDADES VENDIDAS" TO WTITULO
               WHEN 4
                   MOVE "CLIENTES POR RECEITA" TO WTITULO
           END-EVALUATE
           MOVE ZERO TO WTOTAL
           INITIALIZE TAB-RESUMO
           SORT ORDENADOS
               ON DESCENDING KEY ORD-VALOR
               ON ASCENDING KEY ORD-CODIGO
               INPUT PROCEDURE IS 4100-LIBERA-ITENS
               OUTPUT PROCEDURE IS 4500-ATRIBUI-CLASSES
           .
       4100-LIBERA-ITENS.
           IF WCRITERIO = 4
               PERFORM 4120-LIBERA-CLIENTE
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-CLIENTES
           ELSE
               PERFORM 4110-LIBERA-PRODUTO
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-PRODUTOS
           END-IF
           .
       4110-LIBERA-PRODUTO.
           EVALUATE WCRITERIO
               WHEN 1
                   MOVE TP-RECEITA (IND1)  TO ORD-VALOR
               WHEN 2
                   MOVE TP-MARGEM (IND1)   TO ORD-VALOR
               WHEN 3
                   MOVE TP-UNIDADES (IND1) TO ORD-VALOR
           END-EVALUATE
           MOVE TP-CODIGO (IND1) TO ORD-CODIGO
           PERFORM 4130-LIBERA
           .
       4120-LIBERA-CLIENTE.
           MOVE TC-RECEITA (IND1) TO ORD-VALOR
           MOVE TC-CODIGO (IND1)  TO ORD-CODIGO
           PERFORM 4130-LIBERA
           .
       4130-LIBERA.
           MOVE IND1 TO ORD-IND
           IF ORD-VALOR > ZERO
               ADD ORD-VALOR TO WTOTAL
           END-IF
           RELEASE REG-ORDENADO
           .
       4500-ATRIBUI-CLASSES.
           MOVE ZERO TO WACUMULADO
           MOVE ZERO TO WPOSICAO
           DISPLAY " "
           DISPLAY "CURVA ABC - " WTITULO
           MOVE WTOTAL TO WED-TOTAL
           DISPLAY "TOTAL DO PERIODO: " WED-TOTAL
           DISPLAY "  POS CODIGO DESCRICAO                     "
               "        VALOR  %ITEM  %ACUM C"
           PERFORM 4510-RETORNA-ORDENADO
           PERFORM 4600-CLASSIFICA-ITEM
               UNTIL FS-ORDENADOS = "10"
           MOVE "00" TO FS-ORDENADOS
           PERFORM 4800-RESUMO
           .
       4510-RETORNA-ORDENADO.
           RETURN ORDENADOS
               AT END
                   MOVE "10" TO FS-ORDENADOS
           END-RETURN
           .
       4600-CLASSIFICA-ITEM.
           ADD 1 TO WPOSICAO
           MOVE ZERO TO WPCT-ANTES WPCT-ITEM
           IF WTOTAL > ZERO
               COMPUTE WPCT-ANTES ROUNDED = WACUMULADO * 100 / WTOTAL
               IF ORD-VALOR > ZERO
                   COMPUTE WPCT-ITEM ROUNDED =
                       ORD-VALOR * 100 / WTOTAL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ORD-VALOR NOT > ZERO
                   MOVE "C" TO WCLASSE
               WHEN WPCT-ANTES < WCORTE-A
                   MOVE "A" TO WCLASSE
               WHEN WPCT-ANTES < WCORTE-B
                   MOVE "B" TO WCLASSE
               WHEN OTHER
                   MOVE "C" TO WCLASSE
           END-EVALUATE
           IF ORD-VALOR > ZERO
               ADD ORD-VALOR TO WACUMULADO
           END-IF
           MOVE ZERO TO WPCT-ACUM
           IF WTOTAL > ZERO
               COMPUTE WPCT-ACUM ROUNDED = WACUMULADO * 100 / WTOTAL
           END-IF
           IF WCRITERIO = 4
               MOVE WCLASSE TO TC-CLASSE (ORD-IND)
           ELSE
               MOVE WCLASSE TO TP-CLASSE (ORD-IND WCRITERIO)
           END-IF
           EVALUATE WCLASSE
               WHEN "A"
                   MOVE 1 TO IND-CL
               WHEN "B"
                   MOVE 2 TO IND-CL
               WHEN OTHER
                   MOVE 3 TO IND-CL
           END-EVALUATE
           ADD 1 TO TR-QTDE (IND-CL)
           ADD ORD-VALOR TO TR-VALOR (IND-CL)
           IF WCLASSE NOT = "C" OR WDETALHA-C = "S"
               PERFORM 4700-IMPRIME-ITEM
           END-IF
           PERFORM 4510-RETORNA-ORDENADO
           .
       4700-IMPRIME-ITEM.
           IF WCRITERIO = 4
               MOVE ORD-CODIGO TO CODIGO
               READ CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO NOME
               END-READ
               MOVE NOME TO WNOME-ITEM
           ELSE
               MOVE ORD-CODIGO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               MOVE FD-PRODUTO TO WNOME-ITEM
           END-IF
           MOVE WPOSICAO TO WED-POSICAO
           MOVE ORD-VALOR TO WED-VALOR
           DISPLAY WED-POSICAO " " ORD-CODIGO " " WNOME-ITEM
               " " WED-VALOR " " WPCT-ITEM " " WPCT-ACUM " " WCLASSE
           .
       4800-RESUMO.
           DISPLAY "  RESUMO  ITENS  %ITENS            VALOR  %VALOR"
           PERFORM 4810-RESUMO-CLASSE
               VARYING IND-CL FROM 1 BY 1
               UNTIL IND-CL > 3
           .
       4810-RESUMO-CLASSE.
           EVALUATE IND-CL
               WHEN 1
                   MOVE "A" TO WCLASSE
               WHEN 2
                   MOVE "B" TO WCLASSE
               WHEN 3
                   MOVE "C" TO WCLASSE
           END-EVALUATE
           MOVE ZERO TO WPCT-ITEM WPCT-ACUM
           IF WPOSICAO > ZERO
               COMPUTE WPCT-ITEM ROUNDED =
                   TR-QTDE (IND-CL) * 100 / WPOSICAO
           END-IF
           IF WTOTAL > ZERO AND TR-VALOR (IND-CL) > ZERO
               COMPUTE WPCT-ACUM ROUNDED =
                   TR-VALOR (IND-CL) * 100 / WTOTAL
           END-IF
           MOVE WPCT-ITEM TO WED-PCT
           MOVE TR-VALOR (IND-CL) TO WED-TOTAL
           DISPLAY "  CLASSE " WCLASSE " " TR-QTDE (IND-CL) "  "
               WED-PCT "  " WED-TOTAL "  " WPCT-ACUM
           .
      *----------------------------------------------------------------*
      *    GRAVA AS CLASSES NOS CADASTROS
      *----------------------------------------------------------------*
       5000-GRAVA-CLASSES.
           PERFORM 5100-GRAVA-PRODUTO
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-PRODUTOS
           PERFORM 5200-GRAVA-CLIENTE
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-CLIENTES
           MOVE SPACES TO WCHAVE-AUD
           STRING WDATA-SISTEMA "/" WINICIO-AAAAMM
               DELIMITED BY SIZE INTO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
               "ABCCLS01", "CLASSIFICA", WCHAVE-AUD
           .
       5100-GRAVA-PRODUTO.
           MOVE TP-CODIGO (IND1) TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE "N" TO WACHOU
               NOT INVALID KEY
                   MOVE "S" TO WACHOU
           END-READ
           IF WACHOU = "S"
               IF FD-ABC-RECEITA  NOT = TP-CLASSE (IND1 1) OR
                  FD-ABC-MARGEM   NOT = TP-CLASSE (IND1 2) OR
                  FD-ABC-UNIDADES NOT = TP-CLASSE (IND1 3)
                   MOVE TP-CLASSE (IND1 1) TO FD-ABC-RECEITA
                   MOVE TP-CLASSE (IND1 2) TO FD-ABC-MARGEM
                   MOVE TP-CLASSE (IND1 3) TO FD-ABC-UNIDADES
                   REWRITE REG1
                   ADD 1 TO QT-GRAVADOS
               END-IF
           END-IF
           .
       5200-GRAVA-CLIENTE.
           MOVE TC-CODIGO (IND1) TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "N" TO WACHOU
               NOT INVALID KEY
                   MOVE "S" TO WACHOU
           END-READ
           IF WACHOU = "S" AND
              CLIENTE-CLASSE-ABC NOT = TC-CLASSE (IND1)
               MOVE TC-CLASSE (IND1) TO CLIENTE-CLASSE-ABC
               REWRITE REGISTRO-CLIENTES
               ADD 1 TO QT-GRAVADOS
           END-IF
           .
       9999-ENCERRA.
           DISPLAY " "
           DISPLAY "PRODUTOS CLASSIFICADOS: " QT-PRODUTOS
               "   CLIENTES CLASSIFICADOS: " QT-CLIENTES
           DISPLAY "CADASTROS COM CLASSE ALTERADA: " QT-GRAVADOS
           IF QT-PRO-EXCED > ZERO OR QT-CLI-EXCED > ZERO
               DISPLAY "ATENCAO: " QT-PRO-EXCED " PRODUTO(S) E "
                   QT-CLI-EXCED " CLIENTE(S) ALEM DA CAPACIDADE"
                   " (5000) FICARAM SEM CLASSE NOVA"
           END-IF
           CLOSE PEDIDOS PEDITENS ARQ1 CLIENTES
           GOBACK
           .
       END PROGRAM ABCCLS01.
