      *     COM QUEBRAS POR PRODUTO (FD-PRODUTO DE CADPRO.DAT) E POR
      *     CIDADE DO CLIENTE (CIDADE DE CLIENTES.DAT). PEDIDOS
      *     CANCELADOS FICAM FORA DO RESUMO.
      *     FILIAL INFORMADA: SO OS PEDIDOS DELA (PED-FILIAL; PEDIDO
      *     ANTIGO, SEM FILIAL, E DA MATRIZ 01). FILIAL 00: RESUMO
      *     CONSOLIDADO, COM QUEBRA POR FILIAL.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
       FILE                                    SECTION.
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

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
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

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  WDATA-REF    PIC 9(08) VALUE ZERO.
       77  WMES-INTEIRO PIC X VALUE "N".
           88 MES-INTEIRO VALUE "S".
       77  WFILIAL-REL  PIC 9(02) VALUE ZERO.
           88 CONSOLIDADO VALUE ZERO.
       77  WFILIAL-PED  PIC 9(02) VALUE ZERO.

      *    QUEBRA POR FILIAL DO CONSOLIDADO (INDICE = CODIGO DA FILIAL)
       01  TAB-FILIAIS.
           02 TF-ITEM OCCURS 99 TIMES.
               03 TF-QT-PEDIDOS  PIC 9(05).
               03 TF-VALOR       PIC 9(10)V99.

       01  TAB-PRODUTOS.
           02 TP-ITEM OCCURS 200 TIMES.
               03 TP-CODIGO      PIC 9(06).
               03 TP-QUANTIDADE  PIC 9(07).
               03 TP-VALOR       PIC 9(10)V99.
       77  QT-PRODUTOS PIC 9(03) VALUE ZEROS.
           IF WDATA-REF(7:2) = "00"
               MOVE "S" TO WMES-INTEIRO
           END-IF
           DISPLAY "FILIAL (00 = CONSOLIDADO)" AT 0705
           ACCEPT WFILIAL-REL AT 0740
           INITIALIZE TAB-FILIAIS
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITENS
           OPEN INPUT CLIENTES
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM UNTIL FS-PEDIDOS NOT = "00"
               PERFORM 2150-FILIAL-PEDIDO
               IF NOT PED-CANCELADO AND
                  (CONSOLIDADO OR WFILIAL-PED = WFILIAL-REL)
                   IF (MES-INTEIRO AND
                       PED-DATA(1:6) = WDATA-REF(1:6)) OR
                      (NOT MES-INTEIRO AND PED-DATA = WDATA-REF)
                   MOVE "10" TO FS-PEDIDOS
           END-READ
           .
      *    PEDIDO GRAVADO ANTES DO CADASTRO DE FILIAIS E DA MATRIZ
       2150-FILIAL-PEDIDO.
           IF PED-FILIAL NUMERIC AND PED-FILIAL NOT = ZERO
               MOVE PED-FILIAL TO WFILIAL-PED
           ELSE
               MOVE 01 TO WFILIAL-PED
           END-IF
           .
       2200-ACUMULA-PEDIDO.
           ADD 1 TO QT-PEDIDOS
           ADD PED-VALOR-TOTAL TO WTOTAL-GERAL
           ADD 1 TO TF-QT-PEDIDOS (WFILIAL-PED)
           ADD PED-VALOR-TOTAL TO TF-VALOR (WFILIAL-PED)
           PERFORM 2300-ACUMULA-ITEM
               VARYING WLINHA FROM 1 BY 1
               UNTIL WLINHA > PED-QTD-ITENS
           ELSE
               DISPLAY "RESUMO DE VENDAS DO DIA " WDATA-REF
           END-IF
           IF CONSOLIDADO
               DISPLAY "CONSOLIDADO - TODAS AS FILIAIS"
           ELSE
               DISPLAY "FILIAL " WFILIAL-REL
           END-IF
           IF QT-PEDIDOS = ZERO
               DISPLAY "NENHUM PEDIDO NO PERIODO INFORMADO"
               GO TO 3000-EXIT
           COMPUTE WTICKET-MEDIO ROUNDED = WTOTAL-GERAL / QT-PEDIDOS
           MOVE WTICKET-MEDIO TO WED-VALOR
           DISPLAY "TICKET MEDIO:   " WED-VALOR
           IF CONSOLIDADO
               DISPLAY " "
               DISPLAY "QUEBRA POR FILIAL (FILIAL PEDIDOS VALOR)"
               PERFORM 3050-IMPRIME-FILIAL
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > 99
           END-IF
           DISPLAY " "
           DISPLAY "QUEBRA POR PRODUTO (COD NOME QTDE VALOR)"
           PERFORM 3100-IMPRIME-PRODUTO
           END-IF
       3000-EXIT.
           EXIT.
       3050-IMPRIME-FILIAL.
           IF TF-QT-PEDIDOS (IND1) > ZERO
               MOVE TF-VALOR (IND1) TO WED-VALOR
               DISPLAY IND1 (2:2) " " TF-QT-PEDIDOS (IND1) " "
                   WED-VALOR
           END-IF
           .
       3100-IMPRIME-PRODUTO.
           MOVE TP-CODIGO (IND1) TO FD-CODIGO
           READ ARQ1
