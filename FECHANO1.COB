      *     IMPEDE A PARTIDA:
      *       - COMPETENCIA DO ANO AINDA ABERTA EM CTBFECH.DAT;
      *       - PEDIDO AINDA "ABERTO" DATADO NO ANO;
      *       - CONTAGEM DE INVENTARIO PENDENTE EM CONTAGEM.DAT
      *         (AS LINHAS DA CONTAGEM CICLICA NAO CONTAM).
      *     NO FIM IMPRIME O CERTIFICADO DE FECHAMENTO COM OS
      *     NUMEROS TRANSPORTADOS PARA O ANO NOVO (PRODUTOS E SALDO
      *     DE ESTOQUE, PARCELAS EM ABERTO DO CONTAS A RECEBER).
           SELECT CONTAGEM ASSIGN TO "CONTAGEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CG-CHAVE
           FILE STATUS IS FS-CONTAGEM.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"

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

       FD  CONTAGEM.
       01  REGISTRO-CONTAGEM.
           02 CG-CHAVE.
               03 CG-PRODUTO   PIC 9(06).
               03 CG-DEPOSITO  PIC 9(02).
           02 CG-SALDO-SISTEMA PIC 9(06).
           02 CG-QTD-CONTADA   PIC 9(06).
           02 CG-CONTADO       PIC X.
               88 CG-FOI-CONTADO VALUE "S".
           02 CG-ORIGEM        PIC X.
               88 CG-CICLICA    VALUE "C".
           02 CG-DATA          PIC 9(08).

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

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
           END-IF
           PERFORM 2310-LE-CONTAGEM
           PERFORM UNTIL FS-CONTAGEM NOT = "00"
               IF NOT CG-FOI-CONTADO AND NOT CG-CICLICA
                   ADD 1 TO QT-CONT-PEND
               END-IF
               PERFORM 2310-LE-CONTAGEM
