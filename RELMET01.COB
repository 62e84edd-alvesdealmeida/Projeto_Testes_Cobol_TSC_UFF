      ******************************************************************
      *
      *     RELMET01 - ATINGIMENTO DAS METAS DE VENDAS (METAS.DAT,
      *     CADMET01) NA COMPETENCIA AAAAMM, POR VENDEDOR:
      *       RECEITA - PEDIDOS FATURADOS NO MES (PED-DATA-FATUR)
      *                 MENOS AS DEVOLUCOES DO MES (DEVOLUC.DAT),
      *                 MESMA BASE DO FECHAMENTO DE COMISSOES
      *                 (COMFECH1);
      *       TIPO    - LINHAS DOS PEDIDOS (PEDITEM.DAT) PELO TIPO
      *                 DO PRODUTO, MENOS AS DEVOLUCOES DO TIPO;
      *       NOVOS   - CLIENTES CUJO PRIMEIRO PEDIDO FATURADO CAIU
      *                 NO MES, CREDITADOS AO VENDEDOR DESSE PEDIDO
      *                 (CONSUMIDOR FINAL, CLIENTE ZERO, NAO CONTA).
      *     RANKING PELO PERCENTUAL ATINGIDO DA META DE RECEITA;
      *     VENDEDORES COM VENDA E SEM META SAEM NO FIM, SEM POSICAO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELMET01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO "METAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CHAVE
           FILE STATUS IS FS-METAS.

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

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.

           SELECT DEVOLUCOES ASSIGN TO "DEVOLUC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEVOLUCOES.

           SELECT PRIMEIROS ASSIGN TO "RELMET01.SRT".

           SELECT RANKING ASSIGN TO "RELMET02.SRT".
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADMET01
       FD  METAS.
       01  REGISTRO-METAS.
           02 MT-CHAVE.
               03 MT-VENDEDOR    PIC 9(04).
               03 MT-COMPETENCIA PIC 9(06).
           02 MT-RECEITA         PIC 9(10)V99.
           02 MT-META-TIPO       PIC 9(10)V99 OCCURS 3 TIMES.
           02 MT-NOVOS-CLIENTES  PIC 9(04).
           02 MT-ACELERADOR      PIC 9(03)V99.
           02 MT-DATA-CADASTRO   PIC 9(08).

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
               88 PED-FATURADO  VALUE "F".
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

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO    PIC 9999.
           02 V-NOME      PIC X(50).
           02 V-TIPO      PIC X.
           02 V-DOCUMENTO PIC X(14).
           02 V-TELEFONE  PIC X(30).
           02 V-ENDERECO  PIC X(50).
           02 V-CIDADE    PIC X(30).
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

       FD  DEVOLUCOES.
       01  LINHA-DEVOLUCAO.
           02 DEV-DATA         PIC 9(8).
           02 FILLER           PIC X.
           02 DEV-PEDIDO       PIC 9(06).
           02 FILLER           PIC X.
           02 DEV-LINHA        PIC 9(2).
           02 FILLER           PIC X.
           02 DEV-PRODUTO      PIC 9(06).
           02 FILLER           PIC X.
           02 DEV-QUANTIDADE   PIC 9(4).
           02 FILLER           PIC X.
           02 DEV-VALOR        PIC 9(8)V99.
           02 FILLER           PIC X.
           02 DEV-MOTIVO       PIC X(30).
           02 FILLER           PIC X     VALUE SPACE.
           02 DEV-RMA          PIC 9(6).

      *    PEDIDOS FATURADOS ATE A COMPETENCIA POR CLIENTE E DATA -
      *    O PRIMEIRO DE CADA CLIENTE DIZ SE ELE E NOVO NO MES
       SD  PRIMEIROS.
       01  REG-PRIMEIRO.
           02 PR-CLIENTE       PIC 9(06).
           02 PR-DATA-FATUR    PIC 9(08).
           02 PR-PEDIDO        PIC 9(06).
           02 PR-VENDEDOR      PIC 9(04).

       SD  RANKING.
       01  REG-RANKING.
           02 RK-SEM-META      PIC X.
           02 RK-PCT           PIC 9(05)V99.
           02 RK-VENDEDOR      PIC 9(04).
           02 RK-IND           PIC 9(03).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-METAS.
           02 FS-METAS-1 PIC 9.
           02 FS-METAS-2 PIC 9.
           02 FS-METAS-R REDEFINES FS-METAS-2 PIC 99 COMP-X.
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
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       77  FS-DEVOLUCOES PIC XX VALUE SPACES.
       77  FS-PRIMEIROS  PIC XX VALUE SPACES.
       77  FS-RANKING    PIC XX VALUE SPACES.

       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WCOMPETENCIA   PIC 9(06) VALUE ZERO.
       77  WTEM-METAS     PIC X VALUE "N".
       77  WVEND-PROC     PIC 9(04) VALUE ZERO.
       77  WCLIENTE-ANT   PIC 9(06) VALUE ZERO.
       77  WTIPO          PIC 9(01) VALUE ZERO.

       01  TAB-VENDEDORES.
           02 TV-ITEM OCCURS 100 TIMES.
               03 TV-CODIGO  PIC 9(04).
               03 TV-VENDAS  PIC 9(10)V99.
               03 TV-DEVOLV  PIC 9(10)V99.
               03 TV-TIPO OCCURS 3 TIMES.
                   04 TV-VENDA-TIPO PIC 9(10)V99.
                   04 TV-DEVOL-TIPO PIC 9(10)V99.
               03 TV-NOVOS   PIC 9(04).
       77  QT-VENDEDORES PIC 9(03) VALUE ZEROS.
       77  QT-EXCEDENTES PIC 9(05) VALUE ZEROS.
       77  IND1          PIC 9(03) VALUE ZEROS.
       77  IND-VEN       PIC 9(03) VALUE ZEROS.
       77  IND-TIPO      PIC 9(01) VALUE ZEROS.
       77  WACHOU        PIC X VALUE "N".

       77  WLIQUIDO      PIC S9(10)V99 VALUE ZERO.
       77  WMETA         PIC 9(10)V99 VALUE ZERO.
       77  WPCT          PIC 9(05)V99 VALUE ZERO.
       77  WPOSICAO      PIC 9(03) VALUE ZERO.
       77  QT-ATINGIRAM  PIC 9(03) VALUE ZERO.
       77  WT-META       PIC 9(12)V99 VALUE ZERO.
       77  WT-LIQUIDO    PIC S9(12)V99 VALUE ZERO.
       77  WED-POSICAO   PIC ZZ9.
       77  WED-VALOR     PIC -(10)9.99.
       77  WED-TOTAL     PIC -(12)9.99.
       77  WED-META      PIC Z(9)9.99.
       77  WED-PCT       PIC ZZZZ9.99.
       77  WED-NOVOS     PIC ZZZ9.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-METAS THRU 2000-EXIT
           PERFORM 3000-ACUMULA-VENDAS THRU 3000-EXIT
           PERFORM 4000-ACUMULA-DEVOLUCOES THRU 4000-EXIT
           SORT PRIMEIROS
               ON ASCENDING KEY PR-CLIENTE PR-DATA-FATUR PR-PEDIDO
               INPUT PROCEDURE IS 5000-SELECIONA-FATURADOS
               OUTPUT PROCEDURE IS 5500-CONTA-NOVOS
           SORT RANKING
               ON ASCENDING KEY RK-SEM-META
               ON DESCENDING KEY RK-PCT
               ON ASCENDING KEY RK-VENDEDOR
               INPUT PROCEDURE IS 6000-CLASSIFICA
               OUTPUT PROCEDURE IS 7000-LISTA-RANKING
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "ATINGIMENTO DAS METAS DE VENDAS" AT 0420
           DISPLAY "COMPETENCIA AAAAMM (0 = MES ATUAL)" AT 0605
           ACCEPT WCOMPETENCIA AT 0641
           IF WCOMPETENCIA = ZERO
               MOVE WDATA-SISTEMA (1:6) TO WCOMPETENCIA
           END-IF
           OPEN INPUT METAS
           IF FS-METAS = "00"
               MOVE "S" TO WTEM-METAS
           ELSE
               DISPLAY "NENHUMA META CADASTRADA (METAS.DAT)"
           END-IF
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITENS
           OPEN INPUT ARQ1
           OPEN INPUT VENDEDORES
           .
      *----------------------------------------------------------------*
      *    VENDEDOR COM META NA COMPETENCIA ENTRA NA TABELA MESMO SEM
      *    VENDA NO MES
      *----------------------------------------------------------------*
       2000-CARREGA-METAS.
           IF WTEM-METAS = "N"
               GO TO 2000-EXIT
           END-IF
           MOVE LOW-VALUES TO MT-CHAVE
           START METAS KEY NOT LESS THAN MT-CHAVE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LE-META
           PERFORM 2200-CARREGA-META
               UNTIL FS-METAS NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-META.
           READ METAS NEXT RECORD
               AT END
                   MOVE "10" TO FS-METAS
           END-READ
           .
       2200-CARREGA-META.
           IF MT-COMPETENCIA = WCOMPETENCIA
               MOVE MT-VENDEDOR TO WVEND-PROC
               PERFORM 2300-ACHA-VENDEDOR
           END-IF
           PERFORM 2100-LE-META
           .
       2300-ACHA-VENDEDOR.
           MOVE "N" TO WACHOU
           PERFORM 2310-COMPARA-VENDEDOR
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-VENDEDORES OR WACHOU = "S"
           IF WACHOU = "N"
               IF QT-VENDEDORES < 100
                   ADD 1 TO QT-VENDEDORES
                   MOVE QT-VENDEDORES TO IND-VEN
                   INITIALIZE TV-ITEM (IND-VEN)
                   MOVE WVEND-PROC TO TV-CODIGO (IND-VEN)
                   MOVE "S" TO WACHOU
               ELSE
                   ADD 1 TO QT-EXCEDENTES
               END-IF
           END-IF
           .
       2310-COMPARA-VENDEDOR.
           IF TV-CODIGO (IND1) = WVEND-PROC
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-VEN
           END-IF
           .
      *----------------------------------------------------------------*
      *    FATURADO NO MES - TOTAL DO PEDIDO E LINHAS POR TIPO
      *----------------------------------------------------------------*
       3000-ACUMULA-VENDAS.
           MOVE LOW-VALUES TO PED-CODIGO
           START PEDIDOS KEY NOT LESS THAN PED-CODIGO
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           PERFORM 3100-LE-PEDIDO
           PERFORM 3200-SOMA-PEDIDO
               UNTIL FS-PEDIDOS NOT = "00"
           .
       3000-EXIT.
           EXIT.
       3100-LE-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
       3200-SOMA-PEDIDO.
           IF PED-FATURADO AND
              PED-DATA-FATUR (1:6) = WCOMPETENCIA
               MOVE PED-VENDEDOR TO WVEND-PROC
               PERFORM 2300-ACHA-VENDEDOR
               IF WACHOU = "S"
                   ADD PED-VALOR-TOTAL TO TV-VENDAS (IND-VEN)
                   PERFORM 3300-SOMA-ITENS
               END-IF
           END-IF
           PERFORM 3100-LE-PEDIDO
           .
       3300-SOMA-ITENS.
           MOVE PED-CODIGO TO ITM-PEDIDO
           MOVE ZEROS      TO ITM-LINHA
           START PEDITENS KEY NOT LESS THAN ITM-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-PEDITENS
           END-START
           IF FS-PEDITENS = "00"
               PERFORM 3350-LE-ITEM
               PERFORM 3360-SOMA-ITEM
                   UNTIL FS-PEDITENS NOT = "00"
           END-IF
           MOVE "00" TO FS-PEDITENS
           .
       3350-LE-ITEM.
           READ PEDITENS NEXT RECORD
               AT END
                   MOVE "10" TO FS-PEDITENS
           END-READ
           IF FS-PEDITENS = "00" AND ITM-PEDIDO NOT = PED-CODIGO
               MOVE "10" TO FS-PEDITENS
           END-IF
           .
       3360-SOMA-ITEM.
           MOVE ITM-PRODUTO TO FD-CODIGO
           PERFORM 3400-TIPO-PRODUTO
           IF WTIPO > ZERO
               ADD ITM-VALOR-LINHA TO TV-VENDA-TIPO (IND-VEN WTIPO)
           END-IF
           PERFORM 3350-LE-ITEM
           .
      *    TIPO DO PRODUTO EM FD-CODIGO (ZERO SE NAO CADASTRADO)
       3400-TIPO-PRODUTO.
           MOVE ZERO TO WTIPO
           READ ARQ1
               INVALID KEY
                   MOVE ZERO TO FD-TIPO
           END-READ
           IF FD-TIPO > ZERO AND FD-TIPO < 4
               MOVE FD-TIPO TO WTIPO
           END-IF
           .
      *----------------------------------------------------------------*
      *    DEVOLUCOES DO MES - ABATEM DO VENDEDOR DO PEDIDO DE ORIGEM
      *----------------------------------------------------------------*
       4000-ACUMULA-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES
           IF FS-DEVOLUCOES NOT = "00"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LE-DEVOLUCAO
           PERFORM 4200-SOMA-DEVOLUCAO
               UNTIL FS-DEVOLUCOES NOT = "00"
           CLOSE DEVOLUCOES
           .
       4000-EXIT.
           EXIT.
       4100-LE-DEVOLUCAO.
           READ DEVOLUCOES
               AT END
                   MOVE "10" TO FS-DEVOLUCOES
           END-READ
           .
       4200-SOMA-DEVOLUCAO.
           IF DEV-DATA (1:6) = WCOMPETENCIA
               MOVE DEV-PEDIDO TO PED-CODIGO
               READ PEDIDOS
                   INVALID KEY
                       MOVE "N" TO WACHOU
                   NOT INVALID KEY
                       MOVE PED-VENDEDOR TO WVEND-PROC
                       PERFORM 2300-ACHA-VENDEDOR
               END-READ
               IF WACHOU = "S"
                   ADD DEV-VALOR TO TV-DEVOLV (IND-VEN)
                   MOVE DEV-PRODUTO TO FD-CODIGO
                   PERFORM 3400-TIPO-PRODUTO
                   IF WTIPO > ZERO
                       ADD DEV-VALOR
                           TO TV-DEVOL-TIPO (IND-VEN WTIPO)
                   END-IF
               END-IF
           END-IF
           PERFORM 4100-LE-DEVOLUCAO
           .
      *----------------------------------------------------------------*
      *    NOVOS CLIENTES - ENTRADA: TODO PEDIDO FATURADO ATE O FIM
      *    DA COMPETENCIA; SAIDA: O PRIMEIRO DE CADA CLIENTE
      *----------------------------------------------------------------*
       5000-SELECIONA-FATURADOS.
           MOVE LOW-VALUES TO PED-CODIGO
           START PEDIDOS KEY NOT LESS THAN PED-CODIGO
               INVALID KEY
                   MOVE "10" TO FS-PEDIDOS
           END-START
           IF FS-PEDIDOS = "00"
               PERFORM 3100-LE-PEDIDO
               PERFORM 5100-SELECIONA-PEDIDO
                   UNTIL FS-PEDIDOS NOT = "00"
           END-IF
           .
       5100-SELECIONA-PEDIDO.
           IF PED-FATURADO AND PED-CLIENTE > ZERO AND
              PED-DATA-FATUR (1:6) NOT > WCOMPETENCIA
               MOVE PED-CLIENTE    TO PR-CLIENTE
               MOVE PED-DATA-FATUR TO PR-DATA-FATUR
               MOVE PED-CODIGO     TO PR-PEDIDO
               MOVE PED-VENDEDOR   TO PR-VENDEDOR
               RELEASE REG-PRIMEIRO
           END-IF
           PERFORM 3100-LE-PEDIDO
           .
       5500-CONTA-NOVOS.
           MOVE ZERO TO WCLIENTE-ANT
           PERFORM 5600-RETORNA-PRIMEIRO
           PERFORM 5700-VERIFICA-NOVO
               UNTIL FS-PRIMEIROS = "10"
           .
       5600-RETORNA-PRIMEIRO.
           RETURN PRIMEIROS
               AT END
                   MOVE "10" TO FS-PRIMEIROS
           END-RETURN
           .
       5700-VERIFICA-NOVO.
           IF PR-CLIENTE NOT = WCLIENTE-ANT
               MOVE PR-CLIENTE TO WCLIENTE-ANT
               IF PR-DATA-FATUR (1:6) = WCOMPETENCIA
                   MOVE PR-VENDEDOR TO WVEND-PROC
                   PERFORM 2300-ACHA-VENDEDOR
                   IF WACHOU = "S"
                       ADD 1 TO TV-NOVOS (IND-VEN)
                   END-IF
               END-IF
           END-IF
           PERFORM 5600-RETORNA-PRIMEIRO
           .
      *----------------------------------------------------------------*
      *    RANKING - PERCENTUAL DA META DE RECEITA
      *----------------------------------------------------------------*
       6000-CLASSIFICA.
           PERFORM 6100-CLASSIFICA-VENDEDOR
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-VENDEDORES
           .
       6100-CLASSIFICA-VENDEDOR.
           MOVE IND1 TO IND-VEN
           PERFORM 6200-META-E-LIQUIDO
           MOVE TV-CODIGO (IND1) TO RK-VENDEDOR
           MOVE IND1 TO RK-IND
           IF WMETA = ZERO
               MOVE "S" TO RK-SEM-META
               MOVE ZERO TO RK-PCT
           ELSE
               MOVE "N" TO RK-SEM-META
               PERFORM 6300-PERCENTUAL
               MOVE WPCT TO RK-PCT
           END-IF
           RELEASE REG-RANKING
           .
      *    META DO VENDEDOR IND-VEN EM REGISTRO-METAS (ZERADO SE NAO
      *    HOUVER) E RECEITA LIQUIDA EM WLIQUIDO
       6200-META-E-LIQUIDO.
           COMPUTE WLIQUIDO =
               TV-VENDAS (IND-VEN) - TV-DEVOLV (IND-VEN)
           MOVE ZERO TO WMETA
           IF WTEM-METAS = "S"
               MOVE TV-CODIGO (IND-VEN) TO MT-VENDEDOR
               MOVE WCOMPETENCIA        TO MT-COMPETENCIA
               READ METAS
                   INVALID KEY
                       INITIALIZE REGISTRO-METAS
               END-READ
               MOVE MT-RECEITA TO WMETA
           ELSE
               INITIALIZE REGISTRO-METAS
           END-IF
           .
      *    WPCT = WLIQUIDO SOBRE WMETA
       6300-PERCENTUAL.
           MOVE ZERO TO WPCT
           IF WMETA > ZERO AND WLIQUIDO > ZERO
               COMPUTE WPCT ROUNDED = WLIQUIDO * 100 / WMETA
                   ON SIZE ERROR
                       MOVE 99999.99 TO WPCT
               END-COMPUTE
           END-IF
           .
       7000-LISTA-RANKING.
           DISPLAY " "
           DISPLAY "ATINGIMENTO DAS METAS - COMPETENCIA " WCOMPETENCIA
               " (EMITIDO EM " WDATA-SISTEMA ")"
           DISPLAY "POS VEND NOME                        META"
               "   REALIZADO LIQ.    % ATING."
           MOVE ZERO TO WPOSICAO
           PERFORM 7100-RETORNA-RANKING
           PERFORM 7200-LISTA-VENDEDOR THRU 7200-PROXIMO
               UNTIL FS-RANKING = "10"
           IF QT-VENDEDORES = ZERO
               DISPLAY "NENHUMA META OU VENDA NA COMPETENCIA"
           ELSE
               DISPLAY " "
               MOVE WT-META TO WED-TOTAL
               DISPLAY "TOTAL DAS METAS       " WED-TOTAL
               MOVE WT-LIQUIDO TO WED-TOTAL
               DISPLAY "REALIZADO COM META    " WED-TOTAL
               MOVE ZERO TO WPCT
               IF WT-META > ZERO AND WT-LIQUIDO > ZERO
                   COMPUTE WPCT ROUNDED = WT-LIQUIDO * 100 / WT-META
                       ON SIZE ERROR
                           MOVE 99999.99 TO WPCT
                   END-COMPUTE
               END-IF
               MOVE WPCT TO WED-PCT
               DISPLAY "ATINGIMENTO GERAL     " WED-PCT " %   "
                   QT-ATINGIRAM " VENDEDOR(ES) BATERAM A META"
           END-IF
           IF QT-EXCEDENTES > ZERO
               DISPLAY "ATENCAO: " QT-EXCEDENTES " REGISTRO(S) DE"
                   " VENDEDORES ALEM DA CAPACIDADE (100) FORA DO"
                   " RELATORIO"
           END-IF
           .
       7100-RETORNA-RANKING.
           RETURN RANKING
               AT END
                   MOVE "10" TO FS-RANKING
           END-RETURN
           .
       7200-LISTA-VENDEDOR.
           MOVE RK-IND TO IND-VEN
           PERFORM 6200-META-E-LIQUIDO
           MOVE RK-VENDEDOR TO V-CODIGO
           READ VENDEDORES
               INVALID KEY
                   MOVE "VENDEDOR NAO CADASTRADO" TO V-NOME
           END-READ
           MOVE WLIQUIDO TO WED-VALOR
           IF RK-SEM-META = "S"
               DISPLAY "--- " RK-VENDEDOR " " V-NOME (1:20)
                   "   SEM META  " WED-VALOR
               GO TO 7200-PROXIMO
           END-IF
           ADD 1 TO WPOSICAO
           ADD WMETA TO WT-META
           ADD WLIQUIDO TO WT-LIQUIDO
           IF RK-PCT NOT < 100
               ADD 1 TO QT-ATINGIRAM
           END-IF
           MOVE WPOSICAO TO WED-POSICAO
           MOVE RK-PCT TO WED-PCT
           MOVE WMETA TO WED-META
           DISPLAY WED-POSICAO " " RK-VENDEDOR " " V-NOME (1:20)
               " " WED-META " " WED-VALOR " " WED-PCT
           PERFORM 7300-LISTA-TIPO
               VARYING IND-TIPO FROM 1 BY 1
               UNTIL IND-TIPO > 3
           IF MT-NOVOS-CLIENTES > ZERO
               MOVE ZERO TO WPCT
               COMPUTE WPCT ROUNDED =
                   TV-NOVOS (IND-VEN) * 100 / MT-NOVOS-CLIENTES
                   ON SIZE ERROR
                       MOVE 99999.99 TO WPCT
               END-COMPUTE
               MOVE WPCT TO WED-PCT
               MOVE TV-NOVOS (IND-VEN) TO WED-NOVOS
               DISPLAY "         NOVOS CLIENTES  META "
                   MT-NOVOS-CLIENTES "  REALIZADO " WED-NOVOS
                   "  " WED-PCT " %"
           END-IF
           .
       7200-PROXIMO.
           PERFORM 7100-RETORNA-RANKING
           .
       7300-LISTA-TIPO.
           IF MT-META-TIPO (IND-TIPO) > ZERO
               MOVE MT-META-TIPO (IND-TIPO) TO WMETA
               COMPUTE WLIQUIDO =
                   TV-VENDA-TIPO (IND-VEN IND-TIPO) -
                   TV-DEVOL-TIPO (IND-VEN IND-TIPO)
               PERFORM 6300-PERCENTUAL
               MOVE WLIQUIDO TO WED-VALOR
               MOVE WPCT TO WED-PCT
               MOVE WMETA TO WED-META
               DISPLAY "         TIPO " IND-TIPO "  META "
                   WED-META " REALIZADO " WED-VALOR " " WED-PCT " %"
           END-IF
           .
       9999-ENCERRA.
           CLOSE PEDIDOS PEDITENS ARQ1 VENDEDORES
           IF WTEM-METAS = "S"
               CLOSE METAS
           END-IF
           GOBACK
           .
       END PROGRAM RELMET01.
