      ******************************************************************
      *
      *               FILIAIS (FILIAL.DAT) E DEPOSITOS (DEPFIL.DAT)
      *     CADASTRO DAS LOJAS DA EMPRESA. A FILIAL VAI NO PEDIDO
      *     (PED-FILIAL), NA NOTA FISCAL (NF-FILIAL, COM A SERIE DA
      *     FILIAL), NO MOVIMENTO DE CAIXA (MC-FILIAL) E NO
      *     LANCAMENTO CONTABIL (TR-FILIAL); O OPERADOR TRABALHA NA
      *     FILIAL GRAVADA NO SEU CADASTRO (OP-FILIAL). CHAMADO PELA
      *     MANUTENCAO DE OPERADORES (OPERMNT1), RESTRITA A
      *     ADMINISTRADOR.
      *     F-FILIAL    INCLUI/ALTERA CODIGO, NOME, CNPJ, INSCRICAO
      *                 ESTADUAL, ENDERECO, SERIE DA NOTA FISCAL
      *                 (UNICA POR FILIAL), DEPOSITO DE VENDA E
      *                 SITUACAO (A-ATIVA I-INATIVA);
      *     D-DEPOSITO  DEPOSITO E A FILIAL A QUE PERTENCE; DEPOSITO
      *                 SEM CADASTRO E DA MATRIZ (01). OS DEPOSITOS
      *                 98 (CONSIGNACAO) E 99 (TRANSITO) NAO SAO DE
      *                 NENHUMA FILIAL;
      *     L-LISTAR    FILIAIS COM OS SEUS DEPOSITOS.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-FILIAL.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
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
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
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
               88 FIL-INATIVA  VALUE "I".

       FD  DEPFIL.
       01  REGISTRO-DEPFIL.
           02 DF-DEPOSITO      PIC 9(02).
           02 DF-DESCRICAO     PIC X(30).
           02 DF-FILIAL        PIC 9(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-FILIAL.
           02 FS-FILIAL-1 PIC 9.
           02 FS-FILIAL-2 PIC 9.
           02 FS-FILIAL-R REDEFINES FS-FILIAL-2 PIC 99 COMP-X.
       01  FS-DEPFIL.
           02 FS-DEPFIL-1 PIC 9.
           02 FS-DEPFIL-2 PIC 9.
           02 FS-DEPFIL-R REDEFINES FS-DEPFIL-2 PIC 99 COMP-X.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WNOVO          PIC X VALUE "N".
       01  REG-FILIAL.
           02 WFIL-CODIGO      PIC 9(02) VALUE ZERO.
           02 WFIL-NOME        PIC X(30) VALUE SPACES.
           02 WFIL-CNPJ        PIC 9(14) VALUE ZERO.
           02 WFIL-IE          PIC X(15) VALUE SPACES.
           02 WFIL-ENDERECO    PIC X(50) VALUE SPACES.
           02 WFIL-CIDADE      PIC X(30) VALUE SPACES.
           02 WFIL-ESTADO      PIC AA    VALUE SPACES.
           02 WFIL-SERIE-NF    PIC X(01) VALUE SPACES.
           02 WFIL-DEPOSITO    PIC 9(02) VALUE ZERO.
           02 WFIL-SITUACAO    PIC X     VALUE "A".
      *    VALIDACAO DO CNPJ (CNPJVALID)
       77  WCNPJ-D1       PIC 9 VALUE ZERO.
       77  WCNPJ-D2       PIC 9 VALUE ZERO.
       77  WCNPJ-VALIDO   PIC X VALUE "N".
      *    SERIE JA USADA POR OUTRA FILIAL
       77  WSERIE-USADA   PIC X VALUE "N".
       77  WSERIE-DONA    PIC 9(02) VALUE ZERO.
      *    DEPOSITO
       77  WDF-DEPOSITO   PIC 9(02) VALUE ZERO.
       77  WDF-DESCRICAO  PIC X(30) VALUE SPACES.
       77  WDF-FILIAL     PIC 9(02) VALUE ZERO.
       77  WDEP-TRANSITO  PIC 9(02) VALUE 99.
       77  WDEP-CONSIGNA  PIC 9(02) VALUE 98.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O FILIAL.
           IF FS-FILIAL = "35"
               OPEN OUTPUT FILIAL
               CLOSE FILIAL
               OPEN I-O FILIAL
           END-IF.
           OPEN I-O DEPFIL.
           IF FS-DEPFIL = "35"
               OPEN OUTPUT DEPFIL
               CLOSE DEPFIL
               OPEN I-O DEPFIL
           END-IF.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "FILIAIS E DEPOSITOS         " AT 0430
               DISPLAY "ACAO F-FILIAL D-DEPOSITO L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0547
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE FILIAL DEPFIL
                       EXIT PROGRAM
                   WHEN WACAO = "F" OR WACAO = "f"
                       PERFORM MANTEM-FILIAL THRU MANTEM-FILIAL-FIM
                   WHEN WACAO = "D" OR WACAO = "d"
                       PERFORM MANTEM-DEPOSITO THRU MANTEM-DEPOSITO-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-FILIAIS
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    INCLUSAO OU ALTERACAO DA FILIAL
      *----------------------------------------------------------------*
           MANTEM-FILIAL.
               DISPLAY "FILIAL [..]                " AT 0705
               MOVE ZERO TO WFIL-CODIGO
               ACCEPT WFIL-CODIGO AT 0713
               IF WFIL-CODIGO = ZERO
                   DISPLAY "FILIAL 00 RESERVADA (CONSOLIDADO)" AT 1905
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               MOVE WFIL-CODIGO TO FIL-CODIGO
               READ FILIAL
                   INVALID KEY
                       MOVE "S" TO WNOVO
                       INITIALIZE REG-FILIAL
                       MOVE FIL-CODIGO TO WFIL-CODIGO
                       MOVE "A" TO WFIL-SITUACAO
                       MOVE 01  TO WFIL-DEPOSITO
                       IF WFIL-CODIGO = 01
                           MOVE "1" TO WFIL-SERIE-NF
                       END-IF
                   NOT INVALID KEY
                       MOVE "N" TO WNOVO
                       MOVE REGISTRO-FILIAL TO REG-FILIAL
               END-READ
               IF WNOVO = "S"
                   DISPLAY "FILIAL NOVA" AT 0720
               END-IF
               DISPLAY "NOME      [..............................]"
                   AT 0805
               DISPLAY "CNPJ      [..............]" AT 0905
               DISPLAY "INSCR.EST.[...............]" AT 1005
               DISPLAY "ENDERECO  [" AT 1105
               DISPLAY "CIDADE    [..............................]"
                   AT 1205
               DISPLAY "UF        [..]" AT 1305
               DISPLAY "SERIE NF  [.]" AT 1405
               DISPLAY "DEPOSITO  [..] (VENDAS DA FILIAL)" AT 1505
               DISPLAY "SITUACAO  [.] A-ATIVA I-INATIVA" AT 1605
               DISPLAY WFIL-NOME     AT 0816
               DISPLAY WFIL-CNPJ     AT 0916
               DISPLAY WFIL-IE       AT 1016
               DISPLAY WFIL-ENDERECO AT 1116
               DISPLAY WFIL-CIDADE   AT 1216
               DISPLAY WFIL-ESTADO   AT 1316
               DISPLAY WFIL-SERIE-NF AT 1416
               DISPLAY WFIL-DEPOSITO AT 1516
               DISPLAY WFIL-SITUACAO AT 1616
               ACCEPT WFIL-NOME AT 0816
               IF WFIL-NOME = SPACES
                   DISPLAY "NOME NAO INFORMADO" AT 1905
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               ACCEPT WFIL-CNPJ AT 0916
               CALL "CNPJVALID" USING WFIL-CNPJ, WCNPJ-D1, WCNPJ-D2,
                   WCNPJ-VALIDO
               IF WCNPJ-VALIDO NOT = "S"
                   DISPLAY "CNPJ INVALIDO" AT 1905
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               ACCEPT WFIL-IE       AT 1016
               ACCEPT WFIL-ENDERECO AT 1116
               ACCEPT WFIL-CIDADE   AT 1216
               ACCEPT WFIL-ESTADO   AT 1316
               INSPECT WFIL-ESTADO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               ACCEPT WFIL-SERIE-NF AT 1416
               IF WFIL-SERIE-NF = SPACE
                   DISPLAY "SERIE DA NOTA NAO INFORMADA" AT 1905
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               PERFORM VERIFICA-SERIE
               IF WSERIE-USADA = "S"
                   DISPLAY "SERIE JA USADA PELA FILIAL" AT 1905
                   DISPLAY WSERIE-DONA AT 1932
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               ACCEPT WFIL-DEPOSITO AT 1516
               IF WFIL-DEPOSITO = ZERO OR
                  WFIL-DEPOSITO = WDEP-TRANSITO OR
                  WFIL-DEPOSITO = WDEP-CONSIGNA
                   DISPLAY "DEPOSITO INVALIDO PARA VENDA" AT 1905
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               ACCEPT WFIL-SITUACAO AT 1616
               INSPECT WFIL-SITUACAO CONVERTING "ai" TO "AI"
               IF WFIL-SITUACAO NOT = "I"
                   MOVE "A" TO WFIL-SITUACAO
               END-IF
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-FILIAL-FIM
               END-IF
               MOVE REG-FILIAL TO REGISTRO-FILIAL
               MOVE WFIL-CODIGO TO WCHAVE-AUD
               IF WNOVO = "S"
                   WRITE REGISTRO-FILIAL
                       INVALID KEY
                           DISPLAY "FILIAL JA CADASTRADA" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADFIL01", "GRAVOU", WCHAVE-AUD
                           DISPLAY "FILIAL GRAVADA" AT 2005
                   END-WRITE
               ELSE
                   REWRITE REGISTRO-FILIAL
                       INVALID KEY
                           DISPLAY "FILIAL NAO CADASTRADA" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADFIL01", "ALTEROU", WCHAVE-AUD
                           DISPLAY "FILIAL ALTERADA" AT 2005
                   END-REWRITE
               END-IF
               .
           MANTEM-FILIAL-FIM.
               EXIT.
      *    A SERIE DA NOTA IDENTIFICA A FILIAL EMITENTE: DUAS FILIAIS
      *    NAO PODEM NUMERAR NA MESMA SERIE
           VERIFICA-SERIE.
               MOVE "N" TO WSERIE-USADA
               MOVE ZERO TO FIL-CODIGO
               START FILIAL KEY NOT LESS THAN FIL-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-FILIAL
               END-START
               IF FS-FILIAL = "00"
                   PERFORM LE-FILIAL
               END-IF
               PERFORM CONFERE-SERIE
                   UNTIL FS-FILIAL NOT = "00"
               MOVE "00" TO FS-FILIAL
               .
           CONFERE-SERIE.
               IF FIL-SERIE-NF = WFIL-SERIE-NF AND
                  FIL-CODIGO NOT = WFIL-CODIGO
                   MOVE "S" TO WSERIE-USADA
                   MOVE FIL-CODIGO TO WSERIE-DONA
               END-IF
               PERFORM LE-FILIAL
               .
           LE-FILIAL.
               READ FILIAL NEXT
                   AT END
                       MOVE "10" TO FS-FILIAL
               END-READ
               .
      *----------------------------------------------------------------*
      *    DEPOSITO E A SUA FILIAL
      *----------------------------------------------------------------*
           MANTEM-DEPOSITO.
               DISPLAY "DEPOSITO [..]              " AT 0705
               MOVE ZERO TO WDF-DEPOSITO
               ACCEPT WDF-DEPOSITO AT 0715
               IF WDF-DEPOSITO = ZERO OR
                  WDF-DEPOSITO = WDEP-TRANSITO OR
                  WDF-DEPOSITO = WDEP-CONSIGNA
                   DISPLAY "DEPOSITO RESERVADO - NAO PERTENCE A"
                       " FILIAL" AT 1905
                   GO TO MANTEM-DEPOSITO-FIM
               END-IF
               MOVE WDF-DEPOSITO TO DF-DEPOSITO
               READ DEPFIL
                   INVALID KEY
                       MOVE "S"    TO WNOVO
                       MOVE SPACES TO WDF-DESCRICAO
                       MOVE 01     TO WDF-FILIAL
                   NOT INVALID KEY
                       MOVE "N"          TO WNOVO
                       MOVE DF-DESCRICAO TO WDF-DESCRICAO
                       MOVE DF-FILIAL    TO WDF-FILIAL
               END-READ
               DISPLAY "DESCRICAO [..............................]"
                   AT 0805
               DISPLAY "FILIAL    [..]" AT 0905
               DISPLAY WDF-DESCRICAO AT 0816
               DISPLAY WDF-FILIAL    AT 0916
               ACCEPT WDF-DESCRICAO AT 0816
               ACCEPT WDF-FILIAL    AT 0916
               MOVE WDF-FILIAL TO FIL-CODIGO
               READ FILIAL
                   INVALID KEY
                       DISPLAY "FILIAL NAO CADASTRADA" AT 1905
                       GO TO MANTEM-DEPOSITO-FIM
               END-READ
               DISPLAY FIL-NOME AT 0920
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-DEPOSITO-FIM
               END-IF
               MOVE WDF-DEPOSITO  TO DF-DEPOSITO
               MOVE WDF-DESCRICAO TO DF-DESCRICAO
               MOVE WDF-FILIAL    TO DF-FILIAL
               MOVE SPACES TO WCHAVE-AUD
               STRING "DEP " WDF-DEPOSITO " FIL " WDF-FILIAL
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               IF WNOVO = "S"
                   WRITE REGISTRO-DEPFIL
                       INVALID KEY
                           DISPLAY "DEPOSITO JA CADASTRADO" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADFIL01", "GRAVOU", WCHAVE-AUD
                           DISPLAY "DEPOSITO GRAVADO" AT 2005
                   END-WRITE
               ELSE
                   REWRITE REGISTRO-DEPFIL
                       INVALID KEY
                           DISPLAY "DEPOSITO NAO CADASTRADO" AT 2005
                       NOT INVALID KEY
                           CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                               "CADFIL01", "ALTEROU", WCHAVE-AUD
                           DISPLAY "DEPOSITO ALTERADO" AT 2005
                   END-REWRITE
               END-IF
               .
           MANTEM-DEPOSITO-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    LISTAGEM DAS FILIAIS E DEPOSITOS
      *----------------------------------------------------------------*
           LISTA-FILIAIS.
               PERFORM CABECALHO-LISTA
               MOVE ZERO TO FIL-CODIGO
               START FILIAL KEY NOT LESS THAN FIL-CODIGO
                   INVALID KEY
                       MOVE "10" TO FS-FILIAL
               END-START
               IF FS-FILIAL = "00"
                   PERFORM LE-FILIAL
               END-IF
               PERFORM MOSTRA-FILIAL
                   UNTIL FS-FILIAL NOT = "00"
               MOVE "00" TO FS-FILIAL
               PERFORM QUEBRA-TELA
               DISPLAY "DEP DESCRICAO                      FILIAL"
                   AT LINE WLINHA-TELA COL 05
               ADD 1 TO WLINHA-TELA
               MOVE ZERO TO DF-DEPOSITO
               START DEPFIL KEY NOT LESS THAN DF-DEPOSITO
                   INVALID KEY
                       MOVE "10" TO FS-DEPFIL
               END-START
               IF FS-DEPFIL = "00"
                   PERFORM LE-DEPFIL
               END-IF
               PERFORM MOSTRA-DEPOSITO
                   UNTIL FS-DEPFIL NOT = "00"
               MOVE "00" TO FS-DEPFIL
               .
           CABECALHO-LISTA.
               DISPLAY "FIL NOME                           SERIE DEP"
                   " S" AT 0705
               MOVE 8 TO WLINHA-TELA
               .
           QUEBRA-TELA.
               IF WLINHA-TELA > 21
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "FILIAIS E DEPOSITOS         " AT 0430
                   PERFORM CABECALHO-LISTA
               END-IF
               .
           MOSTRA-FILIAL.
               PERFORM QUEBRA-TELA
               DISPLAY FIL-CODIGO   AT LINE WLINHA-TELA COL 05
               DISPLAY FIL-NOME     AT LINE WLINHA-TELA COL 09
               DISPLAY FIL-SERIE-NF AT LINE WLINHA-TELA COL 42
               DISPLAY FIL-DEPOSITO AT LINE WLINHA-TELA COL 46
               DISPLAY FIL-SITUACAO AT LINE WLINHA-TELA COL 50
               ADD 1 TO WLINHA-TELA
               PERFORM LE-FILIAL
               .
           LE-DEPFIL.
               READ DEPFIL NEXT
                   AT END
                       MOVE "10" TO FS-DEPFIL
               END-READ
               .
           MOSTRA-DEPOSITO.
               PERFORM QUEBRA-TELA
               DISPLAY DF-DEPOSITO  AT LINE WLINHA-TELA COL 05
               DISPLAY DF-DESCRICAO AT LINE WLINHA-TELA COL 09
               DISPLAY DF-FILIAL    AT LINE WLINHA-TELA COL 42
               ADD 1 TO WLINHA-TELA
               PERFORM LE-DEPFIL
               .
       END PROGRAM CADASTRO-FILIAL.
