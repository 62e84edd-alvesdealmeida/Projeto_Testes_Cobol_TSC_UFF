           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
       FILE                                    SECTION.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 FILLER PIC X(154).
           02 CIDADE PIC X(30).
           02 FILLER PIC X(83).
           02 CLIENTE-TIPO PIC X.
           02 CLIENTE-CNPJ PIC 9(14).
           02 FILLER PIC X(66).

       FD  ARQ1.
       01  REG1     PIC X(110).
       01  FILLER REDEFINES REG1.
           02 FD-CODIGO PIC 9(06).
           02 FILLER    PIC X(104).

       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS PIC X(67).
       01  FILLER REDEFINES REGISTRO-PEDIDOS.
           02 PED-CODIGO PIC 9(06).
           02 FILLER     PIC X(61).

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO PIC 9999.
           02 V-NOME   PIC X(50).
           02 FILLER   PIC X(149).

       FD  OPERADORES.
       01  REGISTRO-OPERADOR PIC X(163).
       01  FILLER REDEFINES REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 FILLER    PIC X(153).

       FD  BKSAIDA
           VALUE OF FILE-ID IS WNOME-BKSAIDA.
       01  LINHA-BKSAIDA PIC X(415).

      *    RELEITURA DE UMA GERACAO NO MODO VERIFICACAO
       FD  BKENTRADA
           VALUE OF FILE-ID IS WNOME-BKENTRADA.
       01  LINHA-BKENTRADA PIC X(415).
       01  FILLER REDEFINES LINHA-BKENTRADA.
           02 BK-CHAVE-NUM PIC 9(06).
           02 FILLER       PIC X(409).
       01  FILLER REDEFINES LINHA-BKENTRADA.
           02 BK-CHAVE-VEN PIC 9(04).
           02 FILLER       PIC X(411).
       01  FILLER REDEFINES LINHA-BKENTRADA.
           02 BK-CHAVE-OPE PIC X(10).
           02 FILLER       PIC X(405).

       FD  CATALOGO.
       01  LINHA-CATALOGO.
               END-IF
           END-PERFORM
           .
      *    CHAVE DO REGISTRO TOCADA? (PREFIXO DE 6 OU 10 POSICOES)
       1900-CHAVE-FOI-TOCADA.
           MOVE "N" TO WINCLUI
           PERFORM VARYING IND-CH FROM 1 BY 1
                   UNTIL IND-CH > QT-CHAVES
               IF TC-CHAVE (IND-CH) (1:6) = WCHAVE-BUSCA (1:6)
                   MOVE "S" TO WINCLUI
                   MOVE QT-CHAVES TO IND-CH
               END-IF
               MOVE "S" TO WINCLUI
               IF WTIPO-GER = "D"
                   MOVE SPACES TO WCHAVE-BUSCA
                   MOVE CODIGO TO WCHAVE-BUSCA (1:6)
                   PERFORM 1900-CHAVE-FOI-TOCADA
               END-IF
               IF WINCLUI = "S"
               MOVE "S" TO WINCLUI
               IF WTIPO-GER = "D"
                   MOVE SPACES TO WCHAVE-BUSCA
                   MOVE FD-CODIGO TO WCHAVE-BUSCA (1:6)
                   PERFORM 1900-CHAVE-FOI-TOCADA
               END-IF
               IF WINCLUI = "S"
               MOVE "S" TO WINCLUI
               IF WTIPO-GER = "D"
                   MOVE SPACES TO WCHAVE-BUSCA
                   MOVE PED-CODIGO TO WCHAVE-BUSCA (1:6)
                   PERFORM 1900-CHAVE-FOI-TOCADA
               END-IF
               IF WINCLUI = "S"
                   PERFORM 8750-SOMA-CHAVE-OPE
                   ADD WOPE-NUM TO WBK-SOMA
               ELSE
                   IF WSUFIXO = ".VEN"
                       ADD BK-CHAVE-VEN TO WBK-SOMA
                   ELSE
                       ADD BK-CHAVE-NUM TO WBK-SOMA
                   END-IF
               END-IF
               PERFORM 8700-LE-BKENTRADA
           END-PERFORM
