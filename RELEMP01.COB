      ******************************************************************
      *
      *     SALDO DE EMPRESTIMOS POR FUNCIONARIO (EMPCONS.DAT X
      *     FUNCION.DAT) - LISTA OS EMPRESTIMOS CONSIGNADOS E
      *     ADIANTAMENTOS CONCEDIDOS NO CADEVF01, AGRUPADOS POR
      *     FUNCIONARIO: DATA DA CONCESSAO, VALOR CONCEDIDO,
      *     PARCELAS PAGAS / TOTAL, VALOR DA PARCELA, ULTIMA
      *     COMPETENCIA DESCONTADA E SALDO A DESCONTAR, COM O
      *     SUBTOTAL DO FUNCIONARIO E O TOTAL GERAL EM ABERTO.
      *     PODE SER FILTRADO POR FUNCIONARIO E POR SITUACAO (SO OS
      *     EM ABERTO OU TODOS, INCLUSIVE OS QUITADOS).
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELEMP01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMPCONS ASSIGN TO "EMPCONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EC-CHAVE
           FILE STATUS IS FS-EMPCONS.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO
           FILE STATUS IS FS-FUNCIONARIOS.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADEVF01
       FD  EMPCONS.
       01  REGISTRO-EMPCONS.
           02 EC-CHAVE.
               03 EC-FUNC       PIC 9(04).
               03 EC-NUMERO     PIC 9(02).
           02 EC-TIPO           PIC X.
           02 EC-EVENTO         PIC 9(03).
           02 EC-DATA-CONCESSAO PIC 9(08).
           02 EC-PRINCIPAL      PIC 9(07)V99.
           02 EC-QTD-PARCELAS   PIC 9(03).
           02 EC-VALOR-PARCELA  PIC 9(07)V99.
           02 EC-COMPET-INI     PIC 9(06).
           02 EC-PARCELAS-PAGAS PIC 9(03).
           02 EC-SALDO          PIC 9(07)V99.
           02 EC-ULT-COMPET     PIC 9(06).
           02 EC-ULT-VALOR      PIC 9(07)V99.
           02 EC-SITUACAO       PIC X.
               88 EC-EM-ABERTO  VALUE "A".

       FD  FUNCIONARIOS.
       01  REGISTRO-FUNCIONARIO.
           02 FUNC-CODIGO      PIC 9(04).
           02 FUNC-NOME        PIC X(50).
           02 FUNC-ADMISSAO    PIC 9(08).
           02 FUNC-SALARIO     PIC 9(07)V99.
           02 FUNC-DEPENDENTES PIC 9(02).
           02 FUNC-SITUACAO    PIC X.
           02 FUNC-DEMISSAO    PIC 9(08).
           02 FUNC-TIPO-DESLIG PIC X.
           02 FUNC-BANCO       PIC 9(03).
           02 FUNC-AGENCIA     PIC 9(04).
           02 FUNC-CONTA       PIC 9(08).
           02 FUNC-CENTRO      PIC 9(03).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-EMPCONS.
           02 FS-EMPCONS-1 PIC 9.
           02 FS-EMPCONS-2 PIC 9.
           02 FS-EMPCONS-R REDEFINES FS-EMPCONS-2 PIC 99 COMP-X.
       01  FS-FUNCIONARIOS.
           02 FS-FUNCIONARIOS-1 PIC 9.
           02 FS-FUNCIONARIOS-2 PIC 9.
           02 FS-FUNCIONAR-R REDEFINES FS-FUNCIONARIOS-2
               PIC 99 COMP-X.

       77  WFUNC-SO      PIC 9(04) VALUE ZERO.
       77  WFILTRO       PIC X VALUE "S".
       77  WFUNC-ATUAL   PIC 9(04) VALUE ZERO.
       77  WPRIMEIRO     PIC X VALUE "S".
       77  WTIPO-DESC    PIC X(07) VALUE SPACES.
       77  WSIT-DESC     PIC X(09) VALUE SPACES.
       77  QT-LISTADOS   PIC 9(05) VALUE ZEROS.
       77  QT-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77  WSUB-SALDO    PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-SALDO    PIC 9(09)V99 VALUE ZEROS.
       77  WTOT-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
       77  WED-PRINCIPAL PIC Z(6)9.99.
       77  WED-PARCELA   PIC Z(6)9.99.
       77  WED-SALDO     PIC Z(8)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LISTA-EMPRESTIMOS THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "SALDO DE EMPRESTIMOS POR FUNCIONARIO"
           DISPLAY "FUNCIONARIO (0 = TODOS):"
           ACCEPT WFUNC-SO
           DISPLAY "S-SO EM ABERTO T-TODOS:"
           ACCEPT WFILTRO
           OPEN INPUT EMPCONS
           OPEN INPUT FUNCIONARIOS
           .
       2000-LISTA-EMPRESTIMOS.
           IF FS-EMPCONS NOT = "00"
               DISPLAY "CADASTRO DE EMPRESTIMOS NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM 2200-TRATA-EMPRESTIMO
               UNTIL FS-EMPCONS NOT = "00"
           IF QT-LISTADOS = ZERO
               DISPLAY "NENHUM EMPRESTIMO A LISTAR"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-SUBTOTAL-FUNCIONARIO
           MOVE WTOT-PRINCIPAL TO WED-SALDO
           DISPLAY " "
           DISPLAY "FUNCIONARIOS: " QT-FUNCIONARIOS
               "  EMPRESTIMOS: " QT-LISTADOS
           DISPLAY "TOTAL CONCEDIDO ......... " WED-SALDO
           MOVE WTOT-SALDO TO WED-SALDO
           DISPLAY "TOTAL A DESCONTAR ....... " WED-SALDO
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ EMPCONS NEXT RECORD
               AT END
                   MOVE "10" TO FS-EMPCONS
           END-READ
           .
       2200-TRATA-EMPRESTIMO.
           IF (WFUNC-SO = ZERO OR EC-FUNC = WFUNC-SO) AND
              (EC-EM-ABERTO OR (WFILTRO NOT = "S" AND
               WFILTRO NOT = "s"))
               PERFORM 2300-LINHA-EMPRESTIMO
           END-IF
           PERFORM 2100-LE-PROXIMO
           .
       2300-LINHA-EMPRESTIMO.
           IF WPRIMEIRO = "S" OR EC-FUNC NOT = WFUNC-ATUAL
               IF WPRIMEIRO = "N"
                   PERFORM 2500-SUBTOTAL-FUNCIONARIO
               END-IF
               PERFORM 2400-CABECALHO-FUNCIONARIO
           END-IF
           ADD 1 TO QT-LISTADOS
           IF EC-TIPO = "A"
               MOVE "ADIANT." TO WTIPO-DESC
           ELSE
               MOVE "CONSIG." TO WTIPO-DESC
           END-IF
           EVALUATE EC-SITUACAO
               WHEN "A"
                   MOVE "EM ABERTO" TO WSIT-DESC
               WHEN "R"
                   MOVE "RESCISAO" TO WSIT-DESC
               WHEN OTHER
                   MOVE "QUITADO" TO WSIT-DESC
           END-EVALUATE
           ADD EC-SALDO     TO WSUB-SALDO
           ADD EC-SALDO     TO WTOT-SALDO
           ADD EC-PRINCIPAL TO WTOT-PRINCIPAL
           MOVE EC-PRINCIPAL     TO WED-PRINCIPAL
           MOVE EC-VALOR-PARCELA TO WED-PARCELA
           MOVE EC-SALDO         TO WED-SALDO
           DISPLAY "  " EC-NUMERO " " WTIPO-DESC " "
               EC-DATA-CONCESSAO " " WED-PRINCIPAL " "
               EC-PARCELAS-PAGAS "/" EC-QTD-PARCELAS " "
               WED-PARCELA " " EC-ULT-COMPET " " WED-SALDO " "
               WSIT-DESC
           .
       2400-CABECALHO-FUNCIONARIO.
           MOVE "N" TO WPRIMEIRO
           MOVE EC-FUNC TO WFUNC-ATUAL
           MOVE ZERO TO WSUB-SALDO
           ADD 1 TO QT-FUNCIONARIOS
           MOVE EC-FUNC TO FUNC-CODIGO
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO FUNC-NOME
           END-READ
           DISPLAY " "
           DISPLAY "FUNCIONARIO " EC-FUNC " " FUNC-NOME (1:35)
           DISPLAY "  NR TIPO    CONCESSAO CONCEDIDO PARCELAS"
               "   PARCELA ULT.COMP      SALDO SITUACAO"
           .
       2500-SUBTOTAL-FUNCIONARIO.
           MOVE WSUB-SALDO TO WED-SALDO
           DISPLAY "  SALDO DO FUNCIONARIO ........................"
               "........... " WED-SALDO
           .
       9999-ENCERRA.
           CLOSE EMPCONS FUNCIONARIOS
           GOBACK
           .
       END PROGRAM RELEMP01.
