           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT SUPRIMIDAS ASSIGN TO "SUPRNOT.DAT"
       FILE                                SECTION.
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
           02 CLIENTE-CONTATO.
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

      *    MENSAGENS SUPRIMIDAS PELO PORTAO (GRAVA-NOTIFICA)
       FD  SUPRIMIDAS.
       77  WACAO       PIC X VALUE SPACES.
       77  WOPERADOR   PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD  PIC X(20) VALUE SPACES.
       77  WCLIENTE    PIC 9(06) VALUE ZERO.
       77  WOPT-MKT    PIC X VALUE SPACE.
       77  WOPT-COB    PIC X VALUE SPACE.
       77  WOPT-INST   PIC X VALUE SPACE.
           TELA-EXIT.
               EXIT.
           MANTEM-PREFERENCIA.
               DISPLAY "CODIGO DO CLIENTE [......] " AT 0705
               ACCEPT WCLIENTE AT 0724
               MOVE WCLIENTE TO CODIGO
               READ CLIENTES
