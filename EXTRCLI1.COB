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

       FD  CONTASREC.
       01  REGISTRO-CONTASREC.
           02 CR-CHAVE.
               03 CR-PEDIDO    PIC 9(06).
               03 CR-PARCELA   PIC 9(02).
           02 CR-CLIENTE       PIC 9(06).
           02 CR-VENCIMENTO    PIC 9(08).
           02 CR-VALOR         PIC 9(8)V99.
           02 CR-VALOR-PAGO    PIC 9(8)V99.
      *    CREDITO DO CLIENTE ACUMULADO PELAS DEVOLUCOES (DEVPED01)
       FD  CREDCLI.
       01  REGISTRO-CREDCLI.
           02 CC-CLIENTE PIC 9(06).
           02 CC-SALDO   PIC 9(8)V99.

       FD  SEQ-ARQ
       77  FS-SEQ       PIC XX VALUE SPACES.
       77  WSEQ-SIZE    PIC 9(06) VALUE ZEROS.

       77  WCLIENTE     PIC 9(06) VALUE ZERO.

      *    EVENTOS DO EXTRATO, ORDENADOS POR DATA (BOLHA)
       01  TAB-EVENTOS.
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "EXTRATO DO CLIENTE" AT 0425
           DISPLAY "CODIGO DO CLIENTE [......]" AT 0605
           ACCEPT WCLIENTE AT 0625
           OPEN INPUT CLIENTES
           OPEN INPUT PEDIDOS
               DELIMITED BY SIZE INTO WREL-TEXTO
           PERFORM 7100-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           IF CLIENTE-PJ
               STRING "CNPJ " CLIENTE-CNPJ " - IE "
                   FUNCTION TRIM(CLIENTE-IE) " - "
                   FUNCTION TRIM(CLIENTE-FANTASIA)
                   DELIMITED BY SIZE INTO WREL-TEXTO
           ELSE
               STRING "CPF " CPF
                   DELIMITED BY SIZE INTO WREL-TEXTO
           END-IF
           PERFORM 7100-GRAVA-LINHA-T
           MOVE SPACES TO WREL-TEXTO
           STRING FUNCTION TRIM(ENDERECO) ", " NUMERO " - "
               FUNCTION TRIM(BAIRRO) " - " FUNCTION TRIM(CIDADE)
               "/" ESTADO
