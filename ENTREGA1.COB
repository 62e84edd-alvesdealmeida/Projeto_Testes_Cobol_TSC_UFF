           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT SEQ-ARQ ASSIGN TO DISK
       01  REGISTRO-ROMITEM.
           02 RI-CHAVE.
               03 RI-ROMANEIO PIC 9(06).
               03 RI-PEDIDO   PIC 9(06).
           02 RI-CLIENTE      PIC 9(06).
           02 RI-CIDADE       PIC X(30).
           02 RI-BAIRRO       PIC X(30).
           02 RI-STATUS       PIC X.

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

       FD  SEQ-ARQ
           VALUE OF FILE-ID IS WNOME-SPOOL
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WVEI-CODIGO    PIC 9(04) VALUE ZERO.
       77  WROM-NUMERO    PIC 9(06) VALUE ZERO.
       77  WNUM-GERADO    PIC 9(06) VALUE ZERO.
       77  WROM-ENTIDADE  PIC X(10) VALUE "ROMANEIO".
       77  WDATA-FATUR    PIC 9(08) VALUE ZERO.
       77  WSTATUS-CONF   PIC X VALUE SPACE.
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

      *    ENDERECO DE ENTREGA DO PEDIDO (ENDERECO-ENTREGA /
      *    ENDENTR.DAT) NO LUGAR DO ENDERECO PRINCIPAL DO CLIENTE
       77  WENT-ACHOU     PIC X VALUE "N".
       01  WEND-ENTREGA.
           02 WENT-DESCRICAO   PIC X(20).
           02 WENT-ENDERECO    PIC X(50).
           02 WENT-NUMERO      PIC 9(6).
           02 WENT-COMPLEMENTO PIC X(30).
           02 WENT-BAIRRO      PIC X(30).
           02 WENT-CIDADE      PIC X(30).
           02 WENT-CEP         PIC X(8).
           02 WENT-ESTADO      PIC AA.

      *    SPOOL DE IMPRESSAO (GRAVA-SPOOL / SPOOLCAT.DAT)
       77  WSPOOL-REL  PIC X(10) VALUE "ENTREGA1".
       77  WNOME-SPOOL PIC X(20) VALUE SPACES.
                       MOVE "CLIENTE NAO CADASTRADO" TO CIDADE
                       MOVE SPACES TO BAIRRO
               END-READ
               PERFORM BUSCA-ENDERECO-ENTREGA
               MOVE CIDADE TO TP-CIDADE (QT-PARADAS)
               MOVE BAIRRO TO TP-BAIRRO (QT-PARADAS)
               .
      *    PEDIDO COM ENDERECO DE ENTREGA PROPRIO: CIDADE, BAIRRO E
      *    LOGRADOURO DA ENTREGA SOBREPOEM OS DO CADASTRO DO CLIENTE
           BUSCA-ENDERECO-ENTREGA.
               IF PED-ENTREGA > ZERO
                   CALL "ENDERECO-ENTREGA" USING PED-CLIENTE,
                       PED-ENTREGA, WEND-ENTREGA, WENT-ACHOU
                   IF WENT-ACHOU = "S"
                       MOVE WENT-CIDADE   TO CIDADE
                       MOVE WENT-BAIRRO   TO BAIRRO
                       MOVE WENT-ENDERECO TO ENDERECO
                       MOVE WENT-NUMERO   TO NUMERO
                   END-IF
               END-IF
               .
           ORDENA-PARADAS.
               IF QT-PARADAS > 1
                   PERFORM PASSADA-BOLHA
           OFERECE-CANDIDATO.
               DISPLAY "PEDIDO " AT 1205
               DISPLAY TP-PEDIDO (IND1) AT 1212
               DISPLAY TP-CIDADE (IND1) (1:20) AT 1219
               DISPLAY TP-BAIRRO (IND1) (1:15) AT 1240
               DISPLAY "INCLUIR [S-N][.]" AT 1305
               ACCEPT OPCAO AT 1322
               READ PEDIDOS
                   INVALID KEY
                       MOVE ZERO TO PED-VALOR-TOTAL
                       MOVE ZERO TO PED-ENTREGA
               END-READ
               PERFORM BUSCA-ENDERECO-ENTREGA
               MOVE PED-VALOR-TOTAL TO WED-VALOR
               MOVE SPACES TO WREL-TEXTO
               STRING "Pedido " RI-PEDIDO " " NOME (1:25) " "
               END-IF
               DISPLAY "PEDIDO " AT 1205
               DISPLAY RI-PEDIDO AT 1212
               DISPLAY RI-CIDADE (1:20) AT 1219
               DISPLAY "E-ENTREGUE R-RECUSADO P-PULAR [.]" AT 1305
               ACCEPT WSTATUS-CONF AT 1339
               EVALUATE TRUE
