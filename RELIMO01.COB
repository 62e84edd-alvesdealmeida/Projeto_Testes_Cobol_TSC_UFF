      ******************************************************************
      *
      *     RELIMO01 - RAZAO DO IMOBILIZADO
      *     LISTA OS BENS DO ATIVO.DAT (CADIMO01) POR CONTA DO BEM E
      *     CODIGO: AQUISICAO, CUSTO, DEPRECIACAO ACUMULADA, VALOR
      *     CONTABIL E SITUACAO, COM O SUBTOTAL DOS BENS ATIVOS POR
      *     CONTA. EM SEGUIDA CONFERE O CADASTRO COM O LIVRO
      *     (DADOS001.DAT, AS DUAS PERNAS COMO NO BALANCT1): O SALDO
      *     DEVEDOR DA CONTA DO BEM CONTRA O CUSTO DOS BENS ATIVOS E
      *     O SALDO CREDOR DA DEPRECIACAO ACUMULADA CONTRA A
      *     ACUMULADA DOS BENS ATIVOS. BEM IMPLANTADO SEM A AQUISICAO
      *     LANCADA NO LIVRO APARECE COMO DIFERENCA ATE SER LANCADO
      *     MANUALMENTE.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELIMO01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ATIVO ASSIGN TO "ATIVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-CODIGO
           FILE STATUS IS FS-ATIVO.

           SELECT LANCAMENTOS ASSIGN TO "DADOS001.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

           SELECT ORDENADOS ASSIGN TO "RELIMO01.SRT".
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT DO CADIMO01
       FD  ATIVO.
       01  REGISTRO-ATIVO.
           02 IM-CODIGO        PIC 9(06).
           02 IM-DESCRICAO     PIC X(30).
           02 IM-CATEGORIA     PIC X.
           02 IM-VEICULO       PIC 9(04).
           02 IM-LOCAL         PIC X(20).
           02 IM-DATA-AQUIS    PIC 9(08).
           02 IM-CUSTO         PIC 9(8)V99.
           02 IM-RESIDUAL      PIC 9(8)V99.
           02 IM-VIDA-MESES    PIC 9(03).
           02 IM-METODO        PIC X.
           02 IM-CTA-ATIVO     PIC 9(05).
           02 IM-CTA-DEPREC    PIC 9(05).
           02 IM-CTA-DESPESA   PIC 9(05).
           02 IM-LANCADO       PIC X.
           02 IM-DEPREC-ACUM   PIC 9(8)V99.
           02 IM-MESES-DEPREC  PIC 9(03).
           02 IM-ULT-COMPET    PIC 9(06).
           02 IM-SITUACAO      PIC X.
               88 IM-ATIVO        VALUE "A".
               88 IM-BAIXADO      VALUE "B".
           02 IM-DATA-BAIXA    PIC 9(08).
           02 IM-VALOR-VENDA   PIC 9(8)V99.
           02 IM-RESULTADO     PIC S9(8)V99.
           02 IM-CENTRO        PIC 9(03).

       FD  LANCAMENTOS.
       01  REGISTRO-LANCAMENTO.
           02 TR-CONTA   PIC 9(05).
           02 FILLER     PIC X.
           02 TR-TIPO    PIC X.
               88 TR-CREDITO VALUE "C" "c".
               88 TR-DEBITO  VALUE "D" "d".
           02 FILLER     PIC X.
           02 TR-VALOR   PIC 9(8)V99.
           02 FILLER     PIC X.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       SD  ORDENADOS.
       01  REG-ORDENADO.
           02 ORD-CONTA       PIC 9(05).
           02 ORD-CODIGO      PIC 9(06).
           02 ORD-DESCRICAO   PIC X(30).
           02 ORD-DATA-AQUIS  PIC 9(08).
           02 ORD-CUSTO       PIC 9(8)V99.
           02 ORD-DEPREC-ACUM PIC 9(8)V99.
           02 ORD-SITUACAO    PIC X.
           02 ORD-LANCADO     PIC X.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-ATIVO.
           02 FS-ATIVO-1 PIC 9.
           02 FS-ATIVO-2 PIC 9.
           02 FS-ATIVO-R REDEFINES FS-ATIVO-2 PIC 99 COMP-X.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       77  FS-ORDENADOS   PIC XX VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.

      *    CONTAS DO CADASTRO (BEM "A" E DEPRECIACAO ACUMULADA "D")
      *    COM O VALOR DO CADASTRO E AS DUAS PERNAS DO LIVRO
       01  TAB-CONTAS.
           02 TC-ITEM OCCURS 50 TIMES.
               03 TC-CONTA    PIC 9(05).
               03 TC-TIPO     PIC X.
               03 TC-CADASTRO PIC 9(10)V99.
               03 TC-DEBITOS  PIC 9(10)V99.
               03 TC-CREDITOS PIC 9(10)V99.
       77  QT-CONTAS      PIC 9(03) VALUE ZEROS.
       77  IND1           PIC 9(03) VALUE ZEROS.
       77  IND-CTA        PIC 9(03) VALUE ZEROS.
       77  WACHOU         PIC X VALUE "N".
       77  WBUSCA-CONTA   PIC 9(05) VALUE ZERO.
       77  WBUSCA-TIPO    PIC X VALUE SPACE.
       77  WBUSCA-VALOR   PIC 9(8)V99 VALUE ZERO.
       77  WLAN-CONTA     PIC 9(05) VALUE ZERO.
       77  WLAN-CREDITO   PIC X VALUE "N".

      *    QUEBRA POR CONTA DO BEM
       77  WCONTA-ANT     PIC 9(05) VALUE ZERO.
       77  WPRIMEIRO      PIC X VALUE "S".
       77  QT-BENS        PIC 9(05) VALUE ZERO.
       77  QT-SEM-LANC    PIC 9(05) VALUE ZERO.
       77  WSUB-CUSTO     PIC 9(10)V99 VALUE ZERO.
       77  WSUB-DEPREC    PIC 9(10)V99 VALUE ZERO.
       77  WTOT-CUSTO     PIC 9(10)V99 VALUE ZERO.
       77  WTOT-DEPREC    PIC 9(10)V99 VALUE ZERO.
       77  WCONTABIL      PIC 9(10)V99 VALUE ZERO.
       77  WSALDO-LIVRO   PIC S9(10)V99 VALUE ZERO.
       77  WDIFERENCA     PIC S9(10)V99 VALUE ZERO.
       77  WROTULO        PIC X(10) VALUE SPACES.
       77  WSITUACAO-NOME PIC X(07) VALUE SPACES.

       77  WED-VALOR      PIC Z(7)9.99.
       77  WED-CUSTO      PIC Z(9)9.99.
       77  WED-DEPREC     PIC Z(9)9.99.
       77  WED-CONTABIL   PIC Z(9)9.99.
       77  WED-LIVRO      PIC -(9)9.99.
       77  WED-DIFERENCA  PIC -(9)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           SORT ORDENADOS
               ON ASCENDING KEY ORD-CONTA ORD-CODIGO
               INPUT PROCEDURE IS 2000-SELECIONA-BENS
               OUTPUT PROCEDURE IS 3000-LISTA-BENS
           PERFORM 4000-ACUMULA-LIVRO THRU 4000-EXIT
           PERFORM 5000-CONFERE
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           INITIALIZE TAB-CONTAS
           DISPLAY SPACE ERASE EOS
           DISPLAY "RAZAO DO IMOBILIZADO EM " WDATA-SISTEMA
           OPEN INPUT ATIVO
           .
      *----------------------------------------------------------------*
      *    BENS PARA A ORDENACAO; OS ATIVOS SOMAM NO CADASTRO DAS
      *    CONTAS A CONFERIR
      *----------------------------------------------------------------*
       2000-SELECIONA-BENS.
           IF FS-ATIVO NOT = "00"
               DISPLAY "ATIVO.DAT NAO ENCONTRADO"
           ELSE
               PERFORM 2100-LE-ATIVO
               PERFORM 2200-LIBERA-BEM
                   UNTIL FS-ATIVO NOT = "00"
           END-IF
           .
       2100-LE-ATIVO.
           READ ATIVO NEXT
               AT END
                   MOVE "10" TO FS-ATIVO
           END-READ
           .
       2200-LIBERA-BEM.
           MOVE IM-CTA-ATIVO    TO ORD-CONTA
           MOVE IM-CODIGO       TO ORD-CODIGO
           MOVE IM-DESCRICAO    TO ORD-DESCRICAO
           MOVE IM-DATA-AQUIS   TO ORD-DATA-AQUIS
           MOVE IM-CUSTO        TO ORD-CUSTO
           MOVE IM-DEPREC-ACUM  TO ORD-DEPREC-ACUM
           MOVE IM-SITUACAO     TO ORD-SITUACAO
           MOVE IM-LANCADO      TO ORD-LANCADO
           RELEASE REG-ORDENADO
           IF IM-ATIVO
               MOVE IM-CTA-ATIVO TO WBUSCA-CONTA
               MOVE "A"          TO WBUSCA-TIPO
               MOVE IM-CUSTO     TO WBUSCA-VALOR
               PERFORM 2300-SOMA-CADASTRO
               MOVE IM-CTA-DEPREC  TO WBUSCA-CONTA
               MOVE "D"            TO WBUSCA-TIPO
               MOVE IM-DEPREC-ACUM TO WBUSCA-VALOR
               PERFORM 2300-SOMA-CADASTRO
           END-IF
           PERFORM 2100-LE-ATIVO
           .
       2300-SOMA-CADASTRO.
           MOVE WBUSCA-CONTA TO WLAN-CONTA
           PERFORM 2400-PROCURA-CONTA
           IF WACHOU = "N" AND QT-CONTAS < 50
               ADD 1 TO QT-CONTAS
               MOVE WBUSCA-CONTA TO TC-CONTA (QT-CONTAS)
               MOVE WBUSCA-TIPO  TO TC-TIPO (QT-CONTAS)
               MOVE QT-CONTAS    TO IND-CTA
               MOVE "S" TO WACHOU
           END-IF
           IF WACHOU = "S"
               ADD WBUSCA-VALOR TO TC-CADASTRO (IND-CTA)
           END-IF
           .
       2400-PROCURA-CONTA.
           MOVE "N" TO WACHOU
           PERFORM 2410-COMPARA-CONTA
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-CONTAS OR WACHOU = "S"
           .
       2410-COMPARA-CONTA.
           IF TC-CONTA (IND1) = WLAN-CONTA
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-CTA
           END-IF
           .
      *----------------------------------------------------------------*
      *    LISTAGEM COM QUEBRA POR CONTA DO BEM
      *----------------------------------------------------------------*
       3000-LISTA-BENS.
           DISPLAY " "
           DISPLAY "BEM    DESCRICAO                      AQUISICAO"
               "       CUSTO   DEPR.ACUM.   CONTABIL SITUAC."
           PERFORM 3100-RETORNA
           PERFORM 3200-LISTA-BEM
               UNTIL FS-ORDENADOS NOT = "00"
           IF WPRIMEIRO = "N"
               PERFORM 3300-SUBTOTAL
           END-IF
           MOVE WTOT-CUSTO  TO WED-CUSTO
           MOVE WTOT-DEPREC TO WED-DEPREC
           COMPUTE WCONTABIL = WTOT-CUSTO - WTOT-DEPREC
           MOVE WCONTABIL   TO WED-CONTABIL
           DISPLAY " "
           DISPLAY "TOTAL DOS BENS ATIVOS (" QT-BENS ")      "
               WED-CUSTO " " WED-DEPREC " " WED-CONTABIL
           .
       3100-RETORNA.
           MOVE "00" TO FS-ORDENADOS
           RETURN ORDENADOS
               AT END
                   MOVE "10" TO FS-ORDENADOS
           END-RETURN
           .
       3200-LISTA-BEM.
           IF WPRIMEIRO = "S" OR ORD-CONTA NOT = WCONTA-ANT
               IF WPRIMEIRO = "N"
                   PERFORM 3300-SUBTOTAL
               END-IF
               MOVE "N" TO WPRIMEIRO
               MOVE ORD-CONTA TO WCONTA-ANT
               DISPLAY " "
               DISPLAY "CONTA DO BEM " ORD-CONTA
           END-IF
           IF ORD-SITUACAO = "B"
               MOVE "BAIXADO" TO WSITUACAO-NOME
               MOVE ZERO TO WCONTABIL
           ELSE
               MOVE "ATIVO"   TO WSITUACAO-NOME
               COMPUTE WCONTABIL = ORD-CUSTO - ORD-DEPREC-ACUM
               ADD ORD-CUSTO       TO WSUB-CUSTO WTOT-CUSTO
               ADD ORD-DEPREC-ACUM TO WSUB-DEPREC WTOT-DEPREC
               ADD 1 TO QT-BENS
               IF ORD-LANCADO NOT = "S"
                   ADD 1 TO QT-SEM-LANC
               END-IF
           END-IF
           MOVE ORD-CUSTO       TO WED-VALOR
           MOVE WCONTABIL       TO WED-CONTABIL
           MOVE ORD-DEPREC-ACUM TO WED-DEPREC
           DISPLAY ORD-CODIGO " " ORD-DESCRICAO " " ORD-DATA-AQUIS
               " " WED-VALOR WED-DEPREC (3:11) WED-CONTABIL (3:11)
               " " WSITUACAO-NOME
           PERFORM 3100-RETORNA
           .
       3300-SUBTOTAL.
           MOVE WSUB-CUSTO  TO WED-CUSTO
           MOVE WSUB-DEPREC TO WED-DEPREC
           COMPUTE WCONTABIL = WSUB-CUSTO - WSUB-DEPREC
           MOVE WCONTABIL   TO WED-CONTABIL
           DISPLAY "   SUBTOTAL DA CONTA " WCONTA-ANT
               "                 " WED-CUSTO " " WED-DEPREC " "
               WED-CONTABIL
           MOVE ZERO TO WSUB-CUSTO WSUB-DEPREC
           .
      *----------------------------------------------------------------*
      *    SALDOS DO LIVRO DAS CONTAS DO CADASTRO (AS DUAS PERNAS)
      *----------------------------------------------------------------*
       4000-ACUMULA-LIVRO.
           IF QT-CONTAS = ZERO
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT LANCAMENTOS
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "ARQUIVO DADOS001.DAT NAO ENCONTRADO"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LE-LANCAMENTO
           PERFORM 4200-ACUMULA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           CLOSE LANCAMENTOS
           .
       4000-EXIT.
           EXIT.
       4100-LE-LANCAMENTO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       4200-ACUMULA-LANCAMENTO.
           MOVE TR-CONTA TO WLAN-CONTA
           IF TR-CREDITO
               MOVE "S" TO WLAN-CREDITO
           ELSE
               MOVE "N" TO WLAN-CREDITO
           END-IF
           PERFORM 4300-ACUMULA-PERNA
           IF TR-CONTRA NOT = ZERO
               MOVE TR-CONTRA TO WLAN-CONTA
               IF TR-CREDITO
                   MOVE "N" TO WLAN-CREDITO
               ELSE
                   MOVE "S" TO WLAN-CREDITO
               END-IF
               PERFORM 4300-ACUMULA-PERNA
           END-IF
           PERFORM 4100-LE-LANCAMENTO
           .
       4300-ACUMULA-PERNA.
           PERFORM 2400-PROCURA-CONTA
           IF WACHOU = "S"
               IF WLAN-CREDITO = "S"
                   ADD TR-VALOR TO TC-CREDITOS (IND-CTA)
               ELSE
                   ADD TR-VALOR TO TC-DEBITOS (IND-CTA)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    CONFERENCIA CADASTRO X LIVRO
      *----------------------------------------------------------------*
       5000-CONFERE.
           IF QT-CONTAS = ZERO
               GO TO 5000-FIM
           END-IF
           DISPLAY " "
           DISPLAY "CONFERENCIA COM O LIVRO"
           DISPLAY "CONTA TIPO            CADASTRO        LIVRO"
               "    DIFERENCA"
           PERFORM 5100-CONFERE-CONTA
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-CONTAS
           IF QT-SEM-LANC > ZERO
               DISPLAY "ATENCAO: " QT-SEM-LANC " BEM(NS) ATIVO(S)"
                   " SEM A AQUISICAO LANCADA PELO CADASTRO"
           END-IF
           .
       5000-FIM.
           EXIT.
       5100-CONFERE-CONTA.
           IF TC-TIPO (IND1) = "A"
               MOVE "BEM      " TO WROTULO
               COMPUTE WSALDO-LIVRO =
                   TC-DEBITOS (IND1) - TC-CREDITOS (IND1)
           ELSE
               MOVE "DEPR.ACUM" TO WROTULO
               COMPUTE WSALDO-LIVRO =
                   TC-CREDITOS (IND1) - TC-DEBITOS (IND1)
           END-IF
           COMPUTE WDIFERENCA = WSALDO-LIVRO - TC-CADASTRO (IND1)
           MOVE TC-CADASTRO (IND1) TO WED-CUSTO
           MOVE WSALDO-LIVRO       TO WED-LIVRO
           IF WDIFERENCA = ZERO
               DISPLAY TC-CONTA (IND1) " " WROTULO " " WED-CUSTO
                   " " WED-LIVRO "      CONFERE"
           ELSE
               MOVE WDIFERENCA TO WED-DIFERENCA
               DISPLAY TC-CONTA (IND1) " " WROTULO " " WED-CUSTO
                   " " WED-LIVRO " " WED-DIFERENCA
           END-IF
           .
       9999-ENCERRA.
           CLOSE ATIVO
           GOBACK
           .
       END PROGRAM RELIMO01.
