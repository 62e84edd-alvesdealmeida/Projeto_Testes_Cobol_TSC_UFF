       77  D2      PIC     9.
       77  WCPF-VALIDO PIC X VALUE "N".
           88 CPF-VALIDO VALUE "S".
       77  WCNPJ-VALIDO PIC X VALUE "N".
           88 CNPJ-VALIDO VALUE "S".

       01  CPF-DADOS.
           03 CPF  PIC  9(11).

       01  CNPJ-DADOS.
           03 CNPJ PIC  9(14).

       01  LINHA-EXCECAO.
           02 LE-TIPO           PIC X(005).
      *================================================================*
       4000-VALIDA-CNPJ.
           MOVE DOC-NUMERO(1:14) TO CNPJ
           CALL "CNPJVALID" USING CNPJ, D1, D2, WCNPJ-VALIDO

           IF CNPJ-VALIDO
               DISPLAY "CNPJ OK: " CNPJ
           ELSE
               MOVE "CNPJ" TO LE-TIPO
               PERFORM 9000-GRAVA-EXCECAO
           END-IF
           .
      *================================================================*
      *    GRAVA O DOCUMENTO REJEITADO NO ARQUIVO DE EXCECOES
      *================================================================*
