       01  REGISTRO-LISTAPRE.
           02 LP-CHAVE.
               03 LP-LISTA   PIC 9(02).
               03 LP-PRODUTO PIC 9(06).
           02 LP-PRECO       PIC 9(6)V99.
           02 LP-VIG-INI     PIC 9(08).
           02 LP-VIG-FIM     PIC 9(08).

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FILLER            PIC X(52).
           02 FD-UNIDADE        PIC X(03).
           02 FILLER            PIC X(19).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WMODO PIC X VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WLP-LISTA   PIC 9(02) VALUE ZERO.
       77  WLP-PRODUTO PIC 9(06) VALUE ZERO.
       77  WLP-PRECO   PIC 9(6)V99 VALUE ZERO.
       77  WLP-VIG-INI PIC 9(08) VALUE ZERO.
       77  WLP-VIG-FIM PIC 9(08) VALUE ZERO.
                       GO TO TELA-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0745
               DISPLAY "POR" AT 0845
               DISPLAY FD-UNIDADE AT 0849
               .
           BUSCA-PRECO.
               MOVE WLP-LISTA   TO LP-LISTA
