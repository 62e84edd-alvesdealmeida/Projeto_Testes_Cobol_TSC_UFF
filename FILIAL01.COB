      ******************************************************************
      *
      *     BUSCA-FILIAL - ROTINA COMUM DE IDENTIFICACAO DA FILIAL
      *     DEVOLVE A FILIAL (FILIAL.DAT, CADFIL01) E OS SEUS DADOS
      *     FISCAIS A PARTIR DE:
      *         LK-TIPO "O" - CODIGO DO OPERADOR EM LK-CHAVE (FILIAL
      *                       DO LOGIN, OP-FILIAL EM OPERADOR.DAT)
      *         LK-TIPO "D" - DEPOSITO EM LK-CHAVE (1:2) (DEPFIL.DAT)
      *         LK-TIPO "F" - A PROPRIA FILIAL EM LK-FILIAL
      *     OPERADOR OU DEPOSITO SEM FILIAL, E FILIAL ZERO, SAO DA
      *     MATRIZ (01). SEM FILIAL.DAT (INSTALACAO DE LOJA UNICA) A
      *     MATRIZ E ACEITA COM A SERIE "1" DE SEMPRE.
      *     A NUMERACAO DAS NOTAS E POR SERIE: A SERIE "1" CONTINUA
      *     NA ENTIDADE "NOTAFISCAL" DO PROXIMO-NUMERO; AS DEMAIS
      *     USAM "NOTAFIS-" + SERIE. CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "BUSCA-FILIAL" USING LK-TIPO LK-CHAVE LK-FILIAL
      *             LK-DADOS-FILIAL
      *
      *     LK-FIL-RESULTADO VOLTA "S" FILIAL ATIVA, "I" INATIVA E
      *     "N" NAO CADASTRADA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. BUSCA-FILIAL.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIL-CODIGO
           FILE STATUS IS FS-FILIAL.

           SELECT DEPFIL ASSIGN TO "DEPFIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DF-DEPOSITO
           FILE STATUS IS FS-DEPFIL.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    FILIAIS (CADFIL01)
       FD  FILIAL.
       01  REGISTRO-FILIAL.
           02 FIL-CODIGO       PIC 9(02).
           02 FIL-NOME         PIC X(30).
           02 FIL-CNPJ         PIC 9(14).
           02 FIL-IE           PIC X(15).
           02 FIL-ENDERECO     PIC X(50).
           02 FIL-CIDADE       PIC X(30).
           02 FIL-ESTADO       PIC AA.
           02 FIL-SERIE-NF     PIC X(01).
           02 FIL-DEPOSITO     PIC 9(02).
           02 FIL-SITUACAO     PIC X.
               88 FIL-ATIVA    VALUE "A".

      *    DEPOSITOS E A FILIAL A QUE PERTENCEM (CADFIL01)
       FD  DEPFIL.
       01  REGISTRO-DEPFIL.
           02 DF-DEPOSITO      PIC 9(02).
           02 DF-DESCRICAO     PIC X(30).
           02 DF-FILIAL        PIC 9(02).

       FD  OPERADORES.
       01  REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 OP-NOME   PIC X(30).
           02 OP-PERFIL PIC X.
           02 OP-OPCOES PIC X(99).
           02 OP-ATIVO  PIC X.
           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

       WORKING-STORAGE                         SECTION.
       01  FS-FILIAL.
           02 FS-FILIAL-1 PIC 9.
           02 FS-FILIAL-2 PIC 9.
           02 FS-FILIAL-R REDEFINES FS-FILIAL-2 PIC 99 COMP-X.
       01  FS-DEPFIL.
           02 FS-DEPFIL-1 PIC 9.
           02 FS-DEPFIL-2 PIC 9.
           02 FS-DEPFIL-R REDEFINES FS-DEPFIL-2 PIC 99 COMP-X.
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.
       77  WFIL-MATRIZ    PIC 9(02) VALUE 01.

       LINKAGE                                 SECTION.
       01  LK-TIPO      PIC X.
       01  LK-CHAVE     PIC X(10).
       01  LK-FILIAL    PIC 9(02).
       01  LK-DADOS-FILIAL.
           02 LK-FIL-NOME      PIC X(30).
           02 LK-FIL-CNPJ      PIC 9(14).
           02 LK-FIL-IE        PIC X(15).
           02 LK-FIL-ESTADO    PIC AA.
           02 LK-FIL-SERIE     PIC X(01).
           02 LK-FIL-ENT-NF    PIC X(10).
           02 LK-FIL-DEPOSITO  PIC 9(02).
           02 LK-FIL-RESULTADO PIC X.
      *================================================================*
       PROCEDURE DIVISION USING LK-TIPO LK-CHAVE LK-FILIAL
           LK-DADOS-FILIAL.
       0000-MAINLINE.
           EVALUATE LK-TIPO
               WHEN "O"
                   PERFORM 1000-FILIAL-OPERADOR
               WHEN "D"
                   PERFORM 2000-FILIAL-DEPOSITO
           END-EVALUATE
           IF LK-FILIAL = ZERO
               MOVE WFIL-MATRIZ TO LK-FILIAL
           END-IF
           PERFORM 3000-DADOS-FILIAL
           GOBACK
           .
       1000-FILIAL-OPERADOR.
           MOVE ZERO TO LK-FILIAL
           OPEN INPUT OPERADORES
           IF FS-OPERADORES = "00"
               MOVE LK-CHAVE TO OP-CODIGO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OP-FILIAL NUMERIC
                           MOVE OP-FILIAL TO LK-FILIAL
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF
           .
       2000-FILIAL-DEPOSITO.
           MOVE ZERO TO LK-FILIAL
           OPEN INPUT DEPFIL
           IF FS-DEPFIL = "00"
               MOVE LK-CHAVE (1:2) TO DF-DEPOSITO
               READ DEPFIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DF-FILIAL TO LK-FILIAL
               END-READ
               CLOSE DEPFIL
           END-IF
           .
       3000-DADOS-FILIAL.
           INITIALIZE LK-DADOS-FILIAL
           MOVE "N" TO LK-FIL-RESULTADO
           OPEN INPUT FILIAL
           IF FS-FILIAL NOT = "00"
               IF LK-FILIAL = WFIL-MATRIZ
                   MOVE "MATRIZ" TO LK-FIL-NOME
                   MOVE "1"      TO LK-FIL-SERIE
                   MOVE 01       TO LK-FIL-DEPOSITO
                   MOVE "S"      TO LK-FIL-RESULTADO
               END-IF
           ELSE
               MOVE LK-FILIAL TO FIL-CODIGO
               READ FILIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIL-NOME     TO LK-FIL-NOME
                       MOVE FIL-CNPJ     TO LK-FIL-CNPJ
                       MOVE FIL-IE       TO LK-FIL-IE
                       MOVE FIL-ESTADO   TO LK-FIL-ESTADO
                       MOVE FIL-SERIE-NF TO LK-FIL-SERIE
                       MOVE FIL-DEPOSITO TO LK-FIL-DEPOSITO
                       IF FIL-ATIVA
                           MOVE "S" TO LK-FIL-RESULTADO
                       ELSE
                           MOVE "I" TO LK-FIL-RESULTADO
                       END-IF
               END-READ
               CLOSE FILIAL
           END-IF
           IF LK-FIL-SERIE = SPACE OR LK-FIL-SERIE = "1"
               MOVE "1" TO LK-FIL-SERIE
               MOVE "NOTAFISCAL" TO LK-FIL-ENT-NF
           ELSE
               MOVE SPACES TO LK-FIL-ENT-NF
               STRING "NOTAFIS-" LK-FIL-SERIE
                   DELIMITED BY SIZE INTO LK-FIL-ENT-NF
           END-IF
           .
       END PROGRAM BUSCA-FILIAL.
