           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
       FILE                                    SECTION.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               88 CLIENTE-INATIVO VALUE "I" "i".
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

      *    CONSOLIDACAO MENSAL DOS ANOS ARQUIVADOS (ARQPED01)
       FD  HISTVEN.
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-MES         PIC 9(02).
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-CLIENTE     PIC 9(06).
           02 FILLER         PIC X     VALUE SPACE.
           02 HV-QT-PEDIDOS  PIC 9(05).
           02 FILLER         PIC X     VALUE SPACE.
      *    CONTADOS E DENUNCIADOS NO RODAPE)
       01  TAB-CLIENTES.
           02 TC-ITEM OCCURS 500 TIMES.
               03 TC-CODIGO   PIC 9(06).
               03 TC-NOME     PIC X(30).
               03 TC-EMAIL    PIC X(50).
               03 TC-ULTIMA   PIC 9(08).
               03 TC-DIAS     PIC S9(5).
               03 TC-CLASSE   PIC X(12).
       01  TC-SWAP.
           02 TC-SWAP-CODIGO PIC 9(06).
           02 TC-SWAP-NOME   PIC X(30).
           02 TC-SWAP-EMAIL  PIC X(50).
           02 TC-SWAP-ULTIMA PIC 9(08).
              TC-CLASSE (IND1) = "NUNCA COMPROU"
               ADD 1 TO QT-SUMIDOS
               MOVE TC-VALOR (IND1) TO WED-VALOR
               DISPLAY TC-CODIGO (IND1) "  "
                   TC-NOME (IND1) " " TC-ULTIMA (IND1) " "
                   TC-DIAS (IND1) " " WED-VALOR "  "
                   TC-CLASSE (IND1)
