      ******************************************************************
      *
      *     REORGANIZACAO DO CADASTRO DE CLIENTES (CLIENTES.DAT)
      *     RECONSTROI O ARQUIVO NO LAYOUT ATUAL DO REGISTRO (415
      *     POSICOES, CODIGO COM 6 DIGITOS, COM TIPO DE PESSOA, CNPJ,
      *     INSCRICAO ESTADUAL, NOME FANTASIA E CLASSE ABC EM BRANCO)
      *     E COM AS CHAVES
      *     ALTERNATIVAS CPF E
      *     CLIENTE-CNPJ, PARA QUE A CRITICA DE DOCUMENTO DUPLICADO
      *     DO CADASTR01 LEIA PELA CHAVE EM VEZ DE VARRER O ARQUIVO.
      *     RODA UMA VEZ, EM DUAS FASES:
      *         DESCARGA  LE CLIENTES.DAT NO LAYOUT ANTERIOR (330
      *                   POSICOES, CHAVES CODIGO/NOME/CIDADE) E
      *                   GRAVA O JOGO SEQUENCIAL CLIENTES.REO;
      *         RECARGA   RECRIA CLIENTES.DAT NO LAYOUT NOVO A PARTIR
      *                   DE CLIENTES.REO (CLIENTE PESSOA FISICA).
      *     MODO R REFAZ SO A RECARGA A PARTIR DE UM CLIENTES.REO JA
      *     DESCARREGADO (RECARGA INTERROMPIDA). FECHA COM AS
      *     QUANTIDADES ANTES/DEPOIS, QUE DEVEM BATER.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. REORG001.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
      *    CLIENTES.DAT NO LAYOUT ANTERIOR (SO PARA A DESCARGA)
           SELECT CLIANT ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CODIGO
           ALTERNATE KEY IS ANT-NOME   WITH DUPLICATES
           ALTERNATE KEY IS ANT-CIDADE WITH DUPLICATES
           FILE STATUS IS FS-CLIANT.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT CLIREO ASSIGN TO "CLIENTES.REO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CLIREO.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  CLIANT.
       01  REGISTRO-CLIANT.
           02 ANT-CODIGO PIC 9999.
           02 ANT-NOME   PIC X(50).
           02 FILLER     PIC X(165).
           02 ANT-CIDADE PIC X(30).
           02 FILLER     PIC X(81).

       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 FILLER PIC X(154).
           02 CIDADE PIC X(30).
           02 FILLER PIC X(72).
           02 CLIENTE-DESTINO  PIC 9(06).
           02 FILLER PIC X(05).
           02 CLIENTE-TIPO     PIC X.
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

       FD  CLIREO.
       01  LINHA-CLIREO        PIC X(330).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CLIANT.
           02 FS-CLIANT-1 PIC 9.
           02 FS-CLIANT-2 PIC 9.
           02 FS-CLIANT-R REDEFINES FS-CLIANT-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       77  FS-CLIREO    PIC XX VALUE SPACES.

       77  WMODO        PIC X VALUE SPACE.
       77  WCONFIRMA    PIC X VALUE SPACE.
       77  WABORTA      PIC X VALUE "N".
           88 ABORTA    VALUE "S".
       77  QT-ANTES     PIC 9(07) VALUE ZERO.
       77  QT-LIDOS     PIC 9(07) VALUE ZERO.
       77  QT-DEPOIS    PIC 9(07) VALUE ZERO.
       77  QT-REJEITADOS PIC 9(07) VALUE ZERO.
       77  QT-COM-CPF   PIC 9(07) VALUE ZERO.
       77  WCHAVE-AUD   PIC X(20) VALUE "CLIENTES.DAT".
      *    REGISTRO DA DESCARGA NO LAYOUT ANTERIOR - CODIGO E CLIENTE
      *    DESTINO DA MESCLAGEM COM 4 DIGITOS
       01  REG-ANTERIOR.
           02 ANTR-CODIGO  PIC 9(04).
           02 ANTR-DADOS   PIC X(317).
           02 ANTR-DESTINO PIC 9(04).
           02 ANTR-FINAL   PIC X(05).

      *================================================================*
       LINKAGE                                 SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE                 DIVISION USING LK-OPCAO LK-OPERADOR.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
               GOBACK
           END-IF
           IF WMODO NOT = "R"
               PERFORM 2000-DESCARREGA THRU 2000-EXIT
           END-IF
           IF NOT ABORTA
               PERFORM 3000-RECARREGA THRU 3000-EXIT
           END-IF
           PERFORM 4000-CONTROLE
           GOBACK
           .
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "REORGANIZACAO DO CADASTRO DE CLIENTES" AT 0425
           DISPLAY "MODO D-DESCARGA E RECARGA R-SO RECARGA (BRANCO=D)"
               AT 0605
           ACCEPT WMODO AT 0657
           IF WMODO = "R" OR WMODO = "r"
               MOVE "R" TO WMODO
           ELSE
               MOVE "D" TO WMODO
           END-IF
           DISPLAY "NINGUEM PODE ESTAR USANDO CLIENTES.DAT" AT 0805
           DISPLAY "CONFIRMA A REORGANIZACAO [S-N][.]" AT 0905
           ACCEPT WCONFIRMA AT 0937
           .
      *----------------------------------------------------------------*
      *    DESCARGA NO LAYOUT ANTERIOR - SE O ARQUIVO NAO ABRE COM A
      *    DESCRICAO ANTIGA (JA REORGANIZADO OU AUSENTE) NADA E FEITO
      *----------------------------------------------------------------*
       2000-DESCARREGA.
           OPEN INPUT CLIANT
           IF FS-CLIANT NOT = "00"
               DISPLAY "CLIENTES.DAT NAO ABRE NO LAYOUT ANTERIOR -"
                   " STATUS " FS-CLIANT " (JA REORGANIZADO?)"
               MOVE "S" TO WABORTA
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT CLIREO
           PERFORM 2100-LE-ANTIGO
           PERFORM 2200-GRAVA-DESCARGA
               UNTIL FS-CLIANT NOT = "00"
           CLOSE CLIANT CLIREO
       2000-EXIT.
           EXIT.
       2100-LE-ANTIGO.
           READ CLIANT NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLIANT
           END-READ
           .
       2200-GRAVA-DESCARGA.
           MOVE REGISTRO-CLIANT TO LINHA-CLIREO
           WRITE LINHA-CLIREO
           ADD 1 TO QT-ANTES
           PERFORM 2100-LE-ANTIGO
           .
      *----------------------------------------------------------------*
      *    RECARGA NO LAYOUT NOVO - OS REGISTROS ANTERIORES SAO TODOS
      *    DE PESSOA FISICA (CNPJ ZERADO, SEM INSCRICAO/FANTASIA). O
      *    CODIGO E O CLIENTE DESTINO PASSAM DE 4 PARA 6 DIGITOS
      *----------------------------------------------------------------*
       3000-RECARREGA.
           OPEN INPUT CLIREO
           IF FS-CLIREO NOT = "00"
               DISPLAY "DESCARGA CLIENTES.REO NAO ENCONTRADA"
               MOVE "S" TO WABORTA
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT CLIENTES
           PERFORM 3100-LE-DESCARGA
           PERFORM 3200-GRAVA-NOVO
               UNTIL FS-CLIREO NOT = "00"
           CLOSE CLIREO CLIENTES
       3000-EXIT.
           EXIT.
       3100-LE-DESCARGA.
           READ CLIREO
               AT END
                   MOVE "10" TO FS-CLIREO
           END-READ
           .
       3200-GRAVA-NOVO.
           ADD 1 TO QT-LIDOS
           MOVE SPACES TO REGISTRO-CLIENTES
           MOVE LINHA-CLIREO TO REG-ANTERIOR
           MOVE ANTR-CODIGO  TO CODIGO
           MOVE ANTR-DADOS   TO REGISTRO-CLIENTES (7:317)
           MOVE ANTR-DESTINO TO CLIENTE-DESTINO
           MOVE ANTR-FINAL   TO REGISTRO-CLIENTES (330:5)
           MOVE "F"    TO CLIENTE-TIPO
           MOVE ZERO   TO CLIENTE-CNPJ
           MOVE SPACES TO CLIENTE-IE CLIENTE-FANTASIA
           WRITE REGISTRO-CLIENTES
               INVALID KEY
                   ADD 1 TO QT-REJEITADOS
                   DISPLAY "CLIENTE " CODIGO " REJEITADO NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO QT-DEPOIS
                   IF CPF NOT = ZERO
                       ADD 1 TO QT-COM-CPF
                   END-IF
           END-WRITE
           PERFORM 3100-LE-DESCARGA
           .
       4000-CONTROLE.
           DISPLAY " "
           DISPLAY "REORGANIZACAO DE CLIENTES.DAT"
           IF WMODO = "R"
               DISPLAY "REGISTROS NA DESCARGA (ANTES) : " QT-LIDOS
           ELSE
               DISPLAY "REGISTROS ANTES               : " QT-ANTES
           END-IF
           DISPLAY "REGISTROS DEPOIS              : " QT-DEPOIS
           DISPLAY "REJEITADOS NA RECARGA         : " QT-REJEITADOS
           DISPLAY "CLIENTES COM CPF (CHAVE)      : " QT-COM-CPF
           IF ABORTA
               DISPLAY "REORGANIZACAO NAO REALIZADA"
           ELSE
               IF (WMODO = "D" AND QT-DEPOIS NOT = QT-ANTES) OR
                  QT-REJEITADOS > ZERO
                   DISPLAY "ATENCAO: QUANTIDADES NAO CONFEREM -"
                       " CLIENTES.REO PRESERVADO PARA CONFERENCIA"
               END-IF
               CALL "GRAVA-AUDITORIA" USING LK-OPERADOR, "REORG001",
                   "REORGANIZA", WCHAVE-AUD
           END-IF
           DISPLAY "TECLE ENTER PARA CONTINUAR"
           ACCEPT WCONFIRMA
           .
       END PROGRAM REORG001.
