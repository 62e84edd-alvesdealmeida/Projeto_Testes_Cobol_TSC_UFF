      *    PRAZO DE PAGAMENTO COMBINADO COM O FORNECEDOR (TIPO "C"),
      *    EM DIAS - USADO NO VENCIMENTO DO CONTAS A PAGAR
           02 V-PRAZO-PAGTO PIC 9(03).
      *    CONTA DO FORNECEDOR PARA O PAGAMENTO POR ARQUIVO BANCARIO
      *    (BORDERO - PAGREM01)
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).
       01  REG-VENDEDOR.
           02 WV-CODIGO    PIC 9999 VALUE ZERO.
           02 WV-NOME      PIC X(50) VALUE SPACES.
           02 WV-ESTADO    PIC AA    VALUE SPACES.
           02 WV-COMISSAO  PIC 99V99 VALUE ZERO.
           02 WV-PRAZO-PAGTO PIC 9(03) VALUE ZERO.
           02 WV-DADOS-BANCO.
               03 WV-BANCO     PIC 9(03) VALUE ZERO.
               03 WV-AGENCIA   PIC 9(04) VALUE ZERO.
               03 WV-CONTA-BCO PIC 9(08) VALUE ZERO.

      *================================================================*
       WORKING-STORAGE                     SECTION.
           02 ANT-TELEFONE  PIC X(30) VALUE SPACES.
           02 ANT-CIDADE    PIC X(30) VALUE SPACES.
           02 ANT-COMISSAO  PIC 99V99 VALUE ZERO.
           02 ANT-DADOS-BANCO PIC X(15) VALUE SPACES.
       77  WENTIDADE  PIC X(10) VALUE "VENDEDOR".
       77  WSUGESTAO  PIC 9(04) VALUE ZERO.
       77  WNUM-GERADO PIC 9(06) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
               DISPLAY "COMISSAO PCT (VENDEDOR)    " AT 1405
               IF WMODO NOT = "A" AND WMODO NOT = "a" AND
                  WMODO NOT = "E" AND WMODO NOT = "e"
                   CALL "PROXIMO-NUMERO" USING WENTIDADE,
                       WNUM-GERADO
                   MOVE WNUM-GERADO TO WSUGESTAO
                   DISPLAY WSUGESTAO AT 0625
               END-IF
               ACCEPT WV-CODIGO                      AT 0625
               IF WV-TIPO = "V" OR WV-TIPO = "v"
                   ACCEPT WV-COMISSAO AT 1425
                   MOVE ZERO TO WV-PRAZO-PAGTO
                   MOVE ZERO TO WV-BANCO WV-AGENCIA WV-CONTA-BCO
               ELSE
                   MOVE ZERO TO WV-COMISSAO
                   DISPLAY "PRAZO PAGTO DIAS (FORNEC)  " AT 1505
                   ACCEPT WV-PRAZO-PAGTO AT 1535
                   DISPLAY "BANCO/AGENCIA/CONTA (PGTO) " AT 1605
                   ACCEPT WV-BANCO     AT 1635
                   ACCEPT WV-AGENCIA   AT 1639
                   ACCEPT WV-CONTA-BCO AT 1644
               END-IF
               DISPLAY "DADOS CORRETOS [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1927
               MOVE V-ESTADO    TO WV-ESTADO
               MOVE V-COMISSAO  TO WV-COMISSAO
               MOVE V-PRAZO-PAGTO TO WV-PRAZO-PAGTO
               MOVE V-DADOS-BANCO TO WV-DADOS-BANCO
               MOVE V-NOME      TO ANT-NOME
               MOVE V-TIPO      TO ANT-TIPO
               MOVE V-DOCUMENTO TO ANT-DOCUMENTO
               MOVE V-TELEFONE  TO ANT-TELEFONE
               MOVE V-CIDADE    TO ANT-CIDADE
               MOVE V-COMISSAO  TO ANT-COMISSAO
               MOVE V-DADOS-BANCO TO ANT-DADOS-BANCO
               DISPLAY WV-NOME      AT 0725
               DISPLAY WV-TIPO      AT 0830
               DISPLAY WV-DOCUMENTO AT 0925
               DISPLAY WV-ESTADO    AT 1325
               DISPLAY WV-COMISSAO  AT 1425
               DISPLAY WV-PRAZO-PAGTO AT 1535
               DISPLAY WV-BANCO     AT 1635
               DISPLAY WV-AGENCIA   AT 1639
               DISPLAY WV-CONTA-BCO AT 1644
      *        A TRAVA VEM DEPOIS DA EXIBICAO: REGISTRO EM USO FICA
      *        NA TELA PARA CONSULTA, SO A ATUALIZACAO E BARRADA
               MOVE WV-CODIGO TO WLCK-CHAVE
               MOVE ANT-COMISSAO TO WDIF-ANTES
               MOVE WV-COMISSAO TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               MOVE "DADOS BANCO" TO WDIF-CAMPO
               MOVE ANT-DADOS-BANCO TO WDIF-ANTES
               MOVE WV-DADOS-BANCO TO WDIF-DEPOIS
               PERFORM GRAVA-DIFERENCA
               .
      *----------------------------------------------------------------*
      *    IMAGEM ANTES/DEPOIS DE UM CAMPO ALTERADO (AUDDET.DAT)
