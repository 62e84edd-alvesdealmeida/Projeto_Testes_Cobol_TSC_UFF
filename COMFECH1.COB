      *       ESTORNO   - COMISSAO SOBRE OS VALORES DEVOLVIDOS NO
      *                   MES (DEVOLUC.DAT), DEVOLVIDA PELO VENDEDOR;
      *       SALDO     - SALDO NEGATIVO DE COMPETENCIA ANTERIOR E
      *                   CARREGADO E ABATIDO DO VALOR A PAGAR;
      *       ACELERADOR- COM META DE RECEITA DO MES (METAS.DAT,
      *                   CADMET01) E PERCENTUAL DE ACELERADOR, O
      *                   QUE AS VENDAS LIQUIDAS DE DEVOLUCOES
      *                   PASSAREM DA META RENDE A MAIS ESSE
      *                   PERCENTUAL SOBRE A COMISSAO NORMAL.
      *     COMPETENCIA JA FECHADA NAO RECONTA. O VALOR A PAGAR E
      *     ENTREGUE A FOLHA COMO EVENTO DE PROVENTO (EVENFOL.DAT,
      *     EVENTO 900-COMISSOES) - PELA CONVENCAO DA CASA O CODIGO
           RECORD KEY IS CM-CHAVE
           FILE STATUS IS FS-COMFECH.

           SELECT METAS ASSIGN TO "METAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CHAVE
           FILE STATUS IS FS-METAS.

           SELECT EVENFOL ASSIGN TO "EVENFOL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
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
           02 CM-SALDO-ANT   PIC S9(8)V99.
           02 CM-A-PAGAR     PIC 9(8)V99.
           02 CM-SALDO-PROX  PIC S9(8)V99.
      *    PARTE DA CM-COMISSAO QUE VEIO DO ACELERADOR DA META
           02 CM-ACELERACAO  PIC 9(8)V99.

      *    MESMO LAYOUT JA DECLARADO EM CADMET01.
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

       FD  EVENFOL.
       01  REGISTRO-EVENFOL.
           02 FS-COMFECH-1 PIC 9.
           02 FS-COMFECH-2 PIC 9.
           02 FS-COMFECH-R REDEFINES FS-COMFECH-2 PIC 99 COMP-X.
       01  FS-METAS.
           02 FS-METAS-1 PIC 9.
           02 FS-METAS-2 PIC 9.
           02 FS-METAS-R REDEFINES FS-METAS-2 PIC 99 COMP-X.
       01  FS-EVENFOL.
           02 FS-EVENFOL-1 PIC 9.
           02 FS-EVENFOL-2 PIC 9.

       77  WCOMISSAO    PIC 9(8)V99 VALUE ZERO.
       77  WESTORNO     PIC 9(8)V99 VALUE ZERO.
       77  WACELERACAO  PIC 9(8)V99 VALUE ZERO.
       77  WVENDA-LIQ   PIC S9(10)V99 VALUE ZERO.
       77  WTEM-METAS   PIC X VALUE "N".
       77  WSALDO-ANT   PIC S9(8)V99 VALUE ZERO.
       77  WLIQUIDO     PIC S9(9)V99 VALUE ZERO.
       77  WA-PAGAR     PIC 9(8)V99 VALUE ZERO.
           END-IF
           OPEN INPUT PEDIDOS
           OPEN INPUT VENDEDORES
      *    SEM ARQUIVO DE METAS NAO HA ACELERADOR
           OPEN INPUT METAS
           IF FS-METAS = "00"
               MOVE "S" TO WTEM-METAS
           END-IF
           OPEN I-O EVENFOL
           IF FS-EVENFOL = "35"
               OPEN OUTPUT EVENFOL
               TV-VENDAS (IND1) * V-COMISSAO / 100
           COMPUTE WESTORNO ROUNDED =
               TV-DEVOLV (IND1) * V-COMISSAO / 100
           PERFORM 4150-ACELERADOR THRU 4150-FIM
           ADD WACELERACAO TO WCOMISSAO
           PERFORM 4200-BUSCA-SALDO-ANTERIOR THRU 4200-FIM
           COMPUTE WLIQUIDO = WCOMISSAO - WESTORNO + WSALDO-ANT
           IF WLIQUIDO < ZERO
           MOVE WESTORNO         TO CM-ESTORNO
           MOVE WSALDO-ANT       TO CM-SALDO-ANT
           MOVE WA-PAGAR         TO CM-A-PAGAR
           MOVE WACELERACAO      TO CM-ACELERACAO
           IF WLIQUIDO < ZERO
               MOVE WLIQUIDO TO CM-SALDO-PROX
           ELSE
           MOVE WA-PAGAR TO WED-VALOR
           DISPLAY TV-CODIGO (IND1) " " TV-VENDAS (IND1) " "
               WCOMISSAO " " WESTORNO " " WSALDO-ANT " " WED-VALOR
           IF WACELERACAO > ZERO
               DISPLAY "     ACELERADOR DA META INCLUIDO NA COMISSAO: "
                   WACELERACAO
           END-IF
           .
      *    ACELERADOR: VENDAS LIQUIDAS DE DEVOLUCOES ACIMA DA META
      *    DE RECEITA DO MES RENDEM MT-ACELERADOR POR CENTO A MAIS
      *    DE COMISSAO SOBRE O EXCEDENTE
       4150-ACELERADOR.
           MOVE ZERO TO WACELERACAO
           IF WTEM-METAS = "N"
               GO TO 4150-FIM
           END-IF
           MOVE TV-CODIGO (IND1) TO MT-VENDEDOR
           MOVE WCOMPETENCIA     TO MT-COMPETENCIA
           READ METAS
               INVALID KEY
                   GO TO 4150-FIM
           END-READ
           IF MT-ACELERADOR = ZERO OR MT-RECEITA = ZERO
               GO TO 4150-FIM
           END-IF
           COMPUTE WVENDA-LIQ = TV-VENDAS (IND1) - TV-DEVOLV (IND1)
           IF WVENDA-LIQ NOT > MT-RECEITA
               GO TO 4150-FIM
           END-IF
           COMPUTE WACELERACAO ROUNDED =
               (WVENDA-LIQ - MT-RECEITA) * V-COMISSAO / 100
               * MT-ACELERADOR / 100
           .
       4150-FIM.
           EXIT.
      *    SALDO NEGATIVO CARREGADO DO FECHAMENTO MAIS RECENTE
      *    ANTERIOR A COMPETENCIA
       4200-BUSCA-SALDO-ANTERIOR.
           DISPLAY " "
           DISPLAY "VENDEDORES FECHADOS: " QT-FECHADOS
           CLOSE PEDIDOS VENDEDORES COMFECH EVENFOL
           IF WTEM-METAS = "S"
               CLOSE METAS
           END-IF
           GOBACK
           .
       END PROGRAM COMFECH1.
