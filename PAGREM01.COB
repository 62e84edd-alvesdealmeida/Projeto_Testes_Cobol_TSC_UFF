      ******************************************************************
      *
      *     REMESSA BANCARIA DE PAGAMENTO A FORNECEDORES (BORDPAG.DAT)
      *     PARA UM BORDERO JA APROVADO EM PAGBOR01, GERA PAGREM.TXT NO
      *     FEITIO DA REMESSA DE SALARIOS (FOLREM01): HEADER TIPO 0 COM
      *     O BORDERO, UM REGISTRO TIPO 1 POR PARCELA APROVADA COM O
      *     BANCO, AGENCIA E CONTA DO FORNECEDOR (VENDEDOR.DAT) E O
      *     VALOR A PAGAR, E TRAILER TIPO 9 COM QUANTIDADE E TOTAL.
      *     CADA ITEM REMETIDO PASSA A "ENVIADO" - RODAR DE NOVO NAO
      *     GERA PAGAMENTO EM DUPLICIDADE. FORNECEDOR SEM DADOS
      *     BANCARIOS OU PARCELA QUE DEIXOU DE ESTAR EM ABERTO FICAM
      *     FORA DA REMESSA E SAO LISTADOS.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. PAGREM01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT BORDPAG ASSIGN TO "BORDPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BP-CHAVE
           ALTERNATE KEY IS BP-TITULO WITH DUPLICATES
           FILE STATUS IS FS-BORDPAG.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           FILE STATUS IS FS-CONTASPAG.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.

           SELECT PAGREM ASSIGN TO "PAGREM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGREM.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  BORDPAG.
       01  REGISTRO-BORDPAG.
           02 BP-CHAVE.
               03 BP-BORDERO    PIC 9(06).
               03 BP-FORNECEDOR PIC 9(04).
               03 BP-TITULO.
                   04 BP-PEDCOMP PIC 9(04).
                   04 BP-PARCELA PIC 9(02).
           02 BP-VENCIMENTO     PIC 9(08).
           02 BP-VALOR          PIC 9(8)V99.
           02 BP-DATA-LIMITE    PIC 9(08).
           02 BP-DATA-GERACAO   PIC 9(08).
           02 BP-SITUACAO       PIC X.
               88 BP-PROPOSTO   VALUE "P".
               88 BP-APROVADO   VALUE "A".
               88 BP-RETIDO     VALUE "R".
               88 BP-ENVIADO    VALUE "E".
               88 BP-LIQUIDADO  VALUE "L".
               88 BP-REJEITADO  VALUE "J".
           02 BP-APROVADOR      PIC X(10).
           02 BP-DATA-REMESSA   PIC 9(08).
           02 BP-DATA-PGTO      PIC 9(08).
           02 BP-VALOR-PAGO     PIC 9(8)V99.
           02 BP-OCORRENCIA     PIC X(02).

       FD  CONTASPAG.
       01  REGISTRO-CONTASPAG.
           02 CP-CHAVE.
               03 CP-PEDCOMP   PIC 9(04).
               03 CP-PARCELA   PIC 9(02).
           02 CP-FORNECEDOR    PIC 9(04).
           02 CP-VENCIMENTO    PIC 9(08).
           02 CP-VALOR         PIC 9(8)V99.
           02 CP-VALOR-PAGO    PIC 9(8)V99.
           02 CP-DATA-PGTO     PIC 9(08).
           02 CP-STATUS        PIC X.
               88 CP-ABERTA    VALUE "A".
               88 CP-PAGA      VALUE "P".
               88 CP-CANCELADA VALUE "C".
           02 CP-CENTRO        PIC 9(03).

       FD  VENDEDORES.
       01  REGISTRO-VENDEDORES.
           02 V-CODIGO    PIC 9999.
           02 V-NOME      PIC X(50).
           02 V-TIPO      PIC X.
           02 V-DOCUMENTO PIC X(14).
           02 V-TELEFONE  PIC X(30).
           02 V-ENDERECO  PIC X(50).
           02 V-CIDADE    PIC X(30).
           02 V-ESTADO    PIC AA.
           02 V-COMISSAO  PIC 99V99.
           02 V-PRAZO-PAGTO PIC 9(03).
           02 V-DADOS-BANCO.
               03 V-BANCO     PIC 9(03).
               03 V-AGENCIA   PIC 9(04).
               03 V-CONTA-BCO PIC 9(08).

       FD  PAGREM.
       01  LINHA-PAGREM         PIC X(80).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-BORDPAG.
           02 FS-BORDPAG-1 PIC 9.
           02 FS-BORDPAG-2 PIC 9.
           02 FS-BORDPAG-R REDEFINES FS-BORDPAG-2 PIC 99 COMP-X.
       01  FS-CONTASPAG.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPA-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       77  FS-PAGREM   PIC XX VALUE SPACES.
       77  WOPERADOR   PIC X(10) VALUE "PAGREM01".
       77  WCHAVE-AUD  PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WBORDERO    PIC 9(06) VALUE ZERO.
       77  QT-PAGAMENTOS PIC 9(05) VALUE ZEROS.
       77  QT-FORA     PIC 9(05) VALUE ZEROS.
       77  WTOTAL      PIC 9(10)V99 VALUE ZERO.

      *    LAYOUT POSICIONAL ACEITO PELO BANCO
       01  REG-HEADER.
           02 RH-TIPO        PIC X     VALUE "0".
           02 RH-LITERAL     PIC X(07) VALUE "PAGFORN".
           02 RH-BORDERO     PIC 9(06).
           02 RH-DATA        PIC 9(08).
           02 FILLER         PIC X(58) VALUE SPACES.
       01  REG-DETALHE.
           02 RD-TIPO        PIC X     VALUE "1".
           02 RD-BORDERO     PIC 9(06).
           02 RD-PEDCOMP     PIC 9(04).
           02 RD-PARCELA     PIC 9(02).
           02 RD-FORNECEDOR  PIC 9(04).
           02 RD-NOME        PIC X(30).
           02 RD-BANCO       PIC 9(03).
           02 RD-AGENCIA     PIC 9(04).
           02 RD-CONTA       PIC 9(08).
           02 RD-VALOR       PIC 9(8)V99.
           02 RD-VENCIMENTO  PIC 9(08).
       01  REG-TRAILER.
           02 RT-TIPO        PIC X     VALUE "9".
           02 RT-QTDE        PIC 9(06).
           02 RT-TOTAL       PIC 9(10)V99.
           02 FILLER         PIC X(61) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           PERFORM 2000-GERA-DETALHES THRU 2000-EXIT
           PERFORM 3000-FECHA-ARQUIVO
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY SPACE ERASE EOS
           DISPLAY "REMESSA DE PAGAMENTO A FORNECEDORES"
           DISPLAY "BORDERO APROVADO:"
           ACCEPT WBORDERO
           OPEN I-O BORDPAG
           OPEN INPUT CONTASPAG
           OPEN INPUT VENDEDORES
           OPEN OUTPUT PAGREM
           MOVE WBORDERO TO RH-BORDERO
           MOVE WDATA-SISTEMA TO RH-DATA
           MOVE REG-HEADER TO LINHA-PAGREM
           WRITE LINHA-PAGREM
       1000-EXIT.
           EXIT.
       2000-GERA-DETALHES.
           IF FS-BORDPAG NOT = "00"
               DISPLAY "NENHUM BORDERO DE PAGAMENTO GERADO"
               GO TO 2000-EXIT
           END-IF
           MOVE WBORDERO TO BP-BORDERO
           MOVE ZERO TO BP-FORNECEDOR
           MOVE ZERO TO BP-TITULO
           START BORDPAG KEY NOT LESS THAN BP-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-BORDPAG
           END-START
           IF FS-BORDPAG = "00"
               PERFORM 2100-LE-PROXIMO
           END-IF
           PERFORM UNTIL FS-BORDPAG NOT = "00"
                   OR BP-BORDERO NOT = WBORDERO
               IF BP-APROVADO
                   PERFORM 2200-GRAVA-PAGAMENTO THRU 2200-FIM
               END-IF
               PERFORM 2100-LE-PROXIMO
           END-PERFORM
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ BORDPAG NEXT RECORD
               AT END
                   MOVE "10" TO FS-BORDPAG
           END-READ
           .
       2200-GRAVA-PAGAMENTO.
      *    PARCELA PAGA NA TELA (CPAGAR01) DEPOIS DA APROVACAO NAO
      *    PODE SER PAGA DE NOVO PELO BANCO
           MOVE BP-PEDCOMP TO CP-PEDCOMP
           MOVE BP-PARCELA TO CP-PARCELA
           READ CONTASPAG
               INVALID KEY
                   MOVE "C" TO CP-STATUS
           END-READ
           IF NOT CP-ABERTA
               DISPLAY "PARCELA " BP-PEDCOMP "/" BP-PARCELA
                   " NAO ESTA EM ABERTO - FORA DA REMESSA"
               ADD 1 TO QT-FORA
               GO TO 2200-FIM
           END-IF
           MOVE BP-FORNECEDOR TO V-CODIGO
           READ VENDEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR " BP-FORNECEDOR
                       " SEM CADASTRO - FORA DA REMESSA"
                   ADD 1 TO QT-FORA
                   GO TO 2200-FIM
           END-READ
      *    SEM DADOS BANCARIOS O PAGAMENTO NAO PODE SER GERADO
           IF V-BANCO = ZERO OR V-CONTA-BCO = ZERO
               DISPLAY "FORNECEDOR " BP-FORNECEDOR
                   " SEM DADOS BANCARIOS - FORA DA REMESSA"
               ADD 1 TO QT-FORA
               GO TO 2200-FIM
           END-IF
           MOVE BP-BORDERO    TO RD-BORDERO
           MOVE BP-PEDCOMP    TO RD-PEDCOMP
           MOVE BP-PARCELA    TO RD-PARCELA
           MOVE BP-FORNECEDOR TO RD-FORNECEDOR
           MOVE V-NOME (1:30) TO RD-NOME
           MOVE V-BANCO       TO RD-BANCO
           MOVE V-AGENCIA     TO RD-AGENCIA
           MOVE V-CONTA-BCO   TO RD-CONTA
           MOVE BP-VALOR      TO RD-VALOR
           MOVE BP-VENCIMENTO TO RD-VENCIMENTO
           MOVE REG-DETALHE TO LINHA-PAGREM
           WRITE LINHA-PAGREM
           MOVE "E" TO BP-SITUACAO
           MOVE WDATA-SISTEMA TO BP-DATA-REMESSA
           REWRITE REGISTRO-BORDPAG
           ADD 1 TO QT-PAGAMENTOS
           ADD BP-VALOR TO WTOTAL
           .
       2200-FIM.
           EXIT.
       3000-FECHA-ARQUIVO.
           MOVE QT-PAGAMENTOS TO RT-QTDE
           MOVE WTOTAL        TO RT-TOTAL
           MOVE REG-TRAILER TO LINHA-PAGREM
           WRITE LINHA-PAGREM
           CLOSE PAGREM
           IF QT-PAGAMENTOS > ZERO
               MOVE WBORDERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "PAGREM01", "REMETEU", WCHAVE-AUD
           END-IF
           .
       9999-ENCERRA.
           DISPLAY "PAGAMENTOS REMETIDOS EM PAGREM.TXT: " QT-PAGAMENTOS
           IF QT-PAGAMENTOS = ZERO
               DISPLAY "NENHUM ITEM APROVADO PENDENTE DE REMESSA NO"
                   " BORDERO " WBORDERO
           END-IF
           IF QT-FORA > ZERO
               DISPLAY "ITENS FORA DA REMESSA:              " QT-FORA
           END-IF
           CLOSE BORDPAG CONTASPAG VENDEDORES
           GOBACK
           .
       END PROGRAM PAGREM01.
