           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               88 CLIENTE-MASCULINO VALUE "M" "m".
               88 CLIENTE-FEMININO  VALUE "F" "f".
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
       WORKING-STORAGE                         SECTION.

       01  TAB-ANIVERSARIANTES.
           02 TA-ITEM OCCURS 500 TIMES.
               03 TA-CODIGO PIC 999999.
               03 TA-NOME   PIC X(50).
               03 TA-DIA    PIC 99.

       01  TA-SWAP.
           02 TA-SWAP-CODIGO PIC 999999.
           02 TA-SWAP-NOME   PIC X(50).
           02 TA-SWAP-DIA    PIC 99.

