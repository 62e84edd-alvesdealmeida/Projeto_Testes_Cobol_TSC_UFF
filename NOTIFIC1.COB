      *     INSTITUCIONAL - PREFCON1), A MENSAGEM NAO E DEPOSITADA:
      *     VIRA UMA LINHA EM SUPRNOT.DAT, QUE O RELATORIO DE
      *     SUPRESSOES (PREFCON1) CONTA - NADA SOME EM SILENCIO.
      *     O AVISO LEGAL OBRIGATORIO (FINALIDADE "L" - AVISO PREVIO
      *     DE NEGATIVACAO DO NEGATI01) NAO PASSA PELO PORTAO.
      *     CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "GRAVA-NOTIFICA" USING LK-EMAIL LK-ASSUNTO
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT SUPRIMIDAS ASSIGN TO "SUPRNOT.DAT"
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

      *    MENSAGENS SUPRIMIDAS PELO PORTAO DE PREFERENCIAS
       FD  SUPRIMIDAS.
       77  WBLOQUEADA   PIC X VALUE "N".
       77  WDATA-HORA   PIC X(14) VALUE SPACES.
       77  WENTIDADE    PIC X(10) VALUE "NOTIFICA".
       77  WNOVO-ID     PIC 9(06) VALUE ZERO.

       LINKAGE                                 SECTION.
       01  LK-EMAIL      PIC X(50).
