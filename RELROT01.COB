      *
      *     ROTEIRO DIARIO DE ENTREGAS (PEDIDOS FATURADOS NO DIA)
      *     SELECIONA OS PEDIDOS FATURADOS NA DATA INFORMADA, ORDENA
      *     POR CIDADE E BAIRRO DO ENDERECO DE ENTREGA DO PEDIDO
      *     (ENDENTR.DAT, OU O PRINCIPAL DO CLIENTE EM CLIENTES.DAT
      *     QUANDO O PEDIDO NAO TEM ENDERECO DE ENTREGA) E IMPRIME
      *     CADA PARADA COM O ENDERECO COMPLETO E OS ITENS A
      *     ENTREGAR, FECHANDO COM O RESUMO DE VOLUMES POR CIDADE.
      *
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
           02 TP-ITEM OCCURS 200 TIMES.
               03 TP-CIDADE  PIC X(30).
               03 TP-BAIRRO  PIC X(30).
               03 TP-PEDIDO  PIC 9(06).
               03 TP-CLIENTE PIC 9(06).
       01  TP-SWAP.
           02 TP-SWAP-CIDADE  PIC X(30).
           02 TP-SWAP-BAIRRO  PIC X(30).
           02 TP-SWAP-PEDIDO  PIC 9(06).
           02 TP-SWAP-CLIENTE PIC 9(06).
       77  QT-PARADAS PIC 9(03) VALUE ZEROS.
       77  IND1       PIC 9(03) VALUE ZEROS.
       77  IND2       PIC 9(03) VALUE ZEROS.
       77  WACHOU     PIC X VALUE "N".
       77  WVOLUMES   PIC 9(06) VALUE ZEROS.
       77  QT-EXCEDENTES PIC 9(04) VALUE ZEROS.
      *    ENDERECO DE ENTREGA DO PEDIDO (ENDERECO-ENTREGA)
       77  WENT-ACHOU    PIC X VALUE "N".
       01  WEND-ENTREGA.
           02 WENT-DESCRICAO   PIC X(20).
           02 WENT-ENDERECO    PIC X(50).
           02 WENT-NUMERO      PIC 9(6).
           02 WENT-COMPLEMENTO PIC X(30).
           02 WENT-BAIRRO      PIC X(30).
           02 WENT-CIDADE      PIC X(30).
           02 WENT-CEP         PIC X(8).
           02 WENT-ESTADO      PIC AA.

      *================================================================*
       PROCEDURE                                           DIVISION.
                   MOVE "CLIENTE NAO CADASTRADO" TO CIDADE
                   MOVE SPACES TO BAIRRO
           END-READ
           PERFORM 2300-ENDERECO-ENTREGA
           MOVE CIDADE TO TP-CIDADE (QT-PARADAS)
           MOVE BAIRRO TO TP-BAIRRO (QT-PARADAS)
           .
      *    PEDIDO COM ENDERECO DE ENTREGA PROPRIO SOBREPOE O
      *    ENDERECO PRINCIPAL LIDO DO CLIENTE
       2300-ENDERECO-ENTREGA.
           IF PED-ENTREGA > ZERO
               CALL "ENDERECO-ENTREGA" USING PED-CLIENTE, PED-ENTREGA,
                   WEND-ENTREGA, WENT-ACHOU
               IF WENT-ACHOU = "S"
                   MOVE WENT-CIDADE      TO CIDADE
                   MOVE WENT-BAIRRO      TO BAIRRO
                   MOVE WENT-ENDERECO    TO ENDERECO
                   MOVE WENT-NUMERO      TO NUMERO
                   MOVE WENT-COMPLEMENTO TO COMPLEMENTO
               END-IF
           END-IF
           .
       3000-ORDENA-PARADAS.
           IF QT-PARADAS > 1
               PERFORM 3100-PASSADA-BOLHA
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
                   MOVE SPACES TO ENDERECO BAIRRO CIDADE
           END-READ
           MOVE TP-PEDIDO (IND1) TO PED-CODIGO
           READ PEDIDOS
               INVALID KEY
                   MOVE ZERO TO PED-QTD-ITENS
                   MOVE ZERO TO PED-ENTREGA
           END-READ
           PERFORM 2300-ENDERECO-ENTREGA
           DISPLAY " "
           DISPLAY "PARADA " IND1 " PEDIDO " TP-PEDIDO (IND1)
               " CLIENTE " NOME (1:30)
           DISPLAY "  " CIDADE " - " BAIRRO
           DISPLAY "  " ENDERECO ", " NUMERO " " COMPLEMENTO
           MOVE ZERO TO WVOLUMES
           PERFORM 4200-IMPRIME-ITEM
               VARYING WLINHA FROM 1 BY 1
               UNTIL WLINHA > PED-QTD-ITENS
