           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  ORCAMENTOS.
       01  REGISTRO-ORCAMENTO.
           02 ORC-CODIGO       PIC 9(06).
           02 ORC-CLIENTE      PIC 9(06).
           02 ORC-VENDEDOR     PIC 9(04).
           02 ORC-DATA         PIC 9(08).
           02 ORC-VALIDADE     PIC 9(08).
       FD  ORCITENS.
       01  REGISTRO-ORCITEM.
           02 OIT-CHAVE.
               03 OIT-ORCAMENTO PIC 9(06).
               03 OIT-LINHA     PIC 9(02).
           02 OIT-PRODUTO      PIC 9(06).
           02 OIT-QUANTIDADE   PIC 9(04).
           02 OIT-VALUNIT      PIC 9(6)V99.
           02 OIT-VALOR-LINHA  PIC 9(8)V99.

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
       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADPED01.
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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
      *    FILIAL DO OPERADOR (BUSCA-FILIAL) - VAI NO PEDIDO
       77  WFILIAL        PIC 9(02) VALUE 01.
       77  WTIPO-FIL      PIC X     VALUE "O".
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WORC-CODIGO    PIC 9(06) VALUE ZERO.
       77  WPED-CODIGO    PIC 9(06) VALUE ZERO.
       77  WLINHA         PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  QT-LISTADOS    PIC 9(02) VALUE ZERO.
           OPEN INPUT CONDPG.
           OPEN INPUT CLIENTES.
           MOVE LK-OPERADOR TO WOPERADOR.
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WOPERADOR, WFILIAL,
               WDADOS-FILIAL.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM EXPIRA-ORCAMENTOS THRU EXPIRA-ORCAMENTOS-EXIT.
           PERFORM AVISA-VENCENDO THRU AVISA-VENCENDO-EXIT.
      *    VENCIMENTO CONTINUAM NOS STATUS PROPRIOS DO ORCAMENTO.
      *----------------------------------------------------------------*
           FOLLOWUP-ORCAMENTO.
               DISPLAY "NUMERO DO ORCAMENTO [......]" AT 0705
               ACCEPT WORC-CODIGO AT 0727
               MOVE WORC-CODIGO TO ORC-CODIGO
               READ ORCAMENTOS
               END-READ
               .
           LISTA-ORCAMENTOS.
               DISPLAY "ORC    CLIENTE DATA     VALIDADE   VALOR"
                   AT 0705
               MOVE ZERO TO QT-LISTADOS
               MOVE LOW-VALUES TO ORC-CODIGO
                           DISPLAY ORC-CODIGO
                               AT LINE WLINHA-TELA COL 05
                           DISPLAY ORC-CLIENTE
                               AT LINE WLINHA-TELA COL 12
                           DISPLAY ORC-DATA
                               AT LINE WLINHA-TELA COL 20
                           DISPLAY ORC-VALIDADE
                               AT LINE WLINHA-TELA COL 29
                           DISPLAY ORC-VALOR-TOTAL
                               AT LINE WLINHA-TELA COL 40
                       END-IF
                       PERFORM LE-PROXIMO-ORC
                   END-PERFORM
      *    MARCA O ORCAMENTO COMO CONVERTIDO.
      *----------------------------------------------------------------*
           CONVERTE-ORCAMENTO.
               DISPLAY "NUMERO DO ORCAMENTO [......]" AT 0705
               ACCEPT WORC-CODIGO AT 0727
               MOVE WORC-CODIGO TO ORC-CODIGO
               READ ORCAMENTOS
                   DISPLAY "ORCAMENTO VENCIDO" AT 1905
                   GO TO CONVERTE-ORCAMENTO-EXIT
               END-IF
               DISPLAY "NUMERO DO NOVO PEDIDO [......]" AT 0805
               ACCEPT WPED-CODIGO AT 0829
      *        A CONDICAO DE PAGAMENTO ESCOLHIDA NO ORCAMENTO
      *        PREVALECE; SEM CONDICAO VALE A GERACAO AVULSA
               MOVE ZERO TO PED-DATA-SEPAR
      *        O FRETE DO ORCAMENTO JA ESTA DENTRO DO TOTAL ORCADO
               MOVE ZERO TO PED-FRETE
               MOVE ZERO TO PED-ENTREGA
               MOVE WFILIAL TO PED-FILIAL
               MOVE ORC-CONDPG TO PED-CONDPG
               WRITE REGISTRO-PEDIDOS
                   INVALID KEY
