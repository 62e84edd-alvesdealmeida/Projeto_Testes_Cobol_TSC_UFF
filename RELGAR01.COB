      ******************************************************************
      *
      *     RELGAR01 - RECLAMACOES DE GARANTIA POR FORNECEDOR E PRODUTO
      *     PARA UM PERIODO DE ABERTURA (GARANTIA.DAT, GARANT01),
      *     APURA POR FORNECEDOR, PEDIDO DE COMPRA DE ORIGEM DA SERIE
      *     E PRODUTO: RECLAMACOES, REPAROS, TROCAS, RECUSAS, AINDA
      *     PENDENTES E ABERTAS FORA DO PRAZO DE GARANTIA. SAI EM
      *     ORDEM DE FORNECEDOR / PEDIDO / PRODUTO COM O TOTAL DE CADA
      *     FORNECEDOR, PARA A COBRANCA DOS LOTES DEFEITUOSOS.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELGAR01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT GARANTIA ASSIGN TO "GARANTIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GA-NUMERO
           FILE STATUS IS FS-GARANTIA.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    MESMO LAYOUT JA DECLARADO EM GARANT01.
       FD  GARANTIA.
       01  REGISTRO-GARANTIA.
           02 GA-NUMERO        PIC 9(06).
           02 GA-PRODUTO       PIC 9(06).
           02 GA-SERIE         PIC X(20).
           02 GA-CLIENTE       PIC 9(06).
           02 GA-FORNECEDOR    PIC 9(04).
           02 GA-PEDCOMP       PIC 9(04).
           02 GA-NF-SERIE      PIC X(01).
           02 GA-NF-NUMERO     PIC 9(06).
           02 GA-DATA-NF       PIC 9(08).
           02 GA-DATA          PIC 9(08).
           02 GA-VALIDADE      PIC 9(08).
           02 GA-DEFEITO       PIC X(40).
           02 GA-RESULTADO     PIC X.
               88 GA-PENDENTE  VALUE "P".
               88 GA-REPARO    VALUE "R".
               88 GA-TROCA     VALUE "T".
               88 GA-RECUSA    VALUE "X".
           02 GA-DATA-RESULT   PIC 9(08).
           02 GA-SERIE-TROCA   PIC X(20).
           02 GA-OPERADOR      PIC X(10).

      *    MESMO LAYOUT JA DECLARADO EM CADVEND1.
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

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
           02 FD-OPCOES.
               03 FD-IMPORTADO  PIC 9(01).
               03 FD-GARANTIA   PIC 9(01).
               03 FD-DURAVEL    PIC 9(01).
           02 FD-QTD-ESTOQUE    PIC 9(06).
           02 FD-CUSTO-MEDIO    PIC 9(6)V99.
           02 FD-DESC-QTDE      PIC 9(06).
           02 FD-DESC-PCT       PIC 99V99.
           02 FD-MARGEM-MIN     PIC 99V99.
           02 FD-ESTOQUE-MINIMO PIC 9(06).
           02 FD-QTD-REPOR      PIC 9(06).
           02 FD-UNIDADE        PIC X(03).
           02 FD-UNID-COMPRA    PIC X(03).
           02 FD-FATOR-COMPRA   PIC 9(05).
           02 FD-UNID-VENDA     PIC X(03).
           02 FD-FATOR-VENDA    PIC 9(05).
           02 FD-CLASSE-ABC.
               03 FD-ABC-RECEITA  PIC X.
               03 FD-ABC-MARGEM   PIC X.
               03 FD-ABC-UNIDADES PIC X.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-GARANTIA.
           02 FS-GARANTIA-1 PIC 9.
           02 FS-GARANTIA-2 PIC 9.
           02 FS-GARANTIA-R REDEFINES FS-GARANTIA-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.

       77  WDATA-INI     PIC 9(08) VALUE ZERO.
       77  WDATA-FIM     PIC 9(08) VALUE ZERO.

      *    ACUMULADORES POR FORNECEDOR / PEDIDO DE COMPRA / PRODUTO
      *    (ATE 300)
       01  TAB-GAR.
           02 TG-ITEM OCCURS 300 TIMES.
               03 TG-CHAVE.
                   04 TG-FORNECEDOR PIC 9(04).
                   04 TG-PEDCOMP    PIC 9(04).
                   04 TG-PRODUTO    PIC 9(06).
               03 TG-QT-RECL    PIC 9(05).
               03 TG-QT-REPARO  PIC 9(05).
               03 TG-QT-TROCA   PIC 9(05).
               03 TG-QT-RECUSA  PIC 9(05).
               03 TG-QT-PEND    PIC 9(05).
               03 TG-QT-FORA    PIC 9(05).
       01  TG-SWAP.
           02 TG-SWAP-AREA PIC X(44).
       01  WCHAVE-GAR.
           02 WCG-FORNECEDOR PIC 9(04).
           02 WCG-PEDCOMP    PIC 9(04).
           02 WCG-PRODUTO    PIC 9(06).
      *    TOTAIS DO FORNECEDOR EM QUEBRA
       01  TOT-FORN.
           02 TF-QT-RECL    PIC 9(05).
           02 TF-QT-REPARO  PIC 9(05).
           02 TF-QT-TROCA   PIC 9(05).
           02 TF-QT-RECUSA  PIC 9(05).
           02 TF-QT-PEND    PIC 9(05).
           02 TF-QT-FORA    PIC 9(05).
       77  QT-GAR   PIC 9(03) VALUE ZEROS.
       77  IND1     PIC 9(03) VALUE ZEROS.
       77  IND2     PIC 9(03) VALUE ZEROS.
       77  IND-ATU  PIC 9(03) VALUE ZEROS.
       77  WACHOU   PIC X VALUE "N".
       77  WFORN-ANT PIC 9(04) VALUE ZEROS.
       77  QT-LIDAS PIC 9(05) VALUE ZEROS.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-VARRE-RECLAMACOES THRU 2000-EXIT
           PERFORM 4000-ORDENA-CHAVE
           PERFORM 5000-IMPRIME
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           DISPLAY SPACE ERASE EOS
           DISPLAY "RECLAMACOES DE GARANTIA POR FORNECEDOR" AT 0420
           DISPLAY "ABERTURA DE (AAAAMMDD)" AT 0605
           ACCEPT WDATA-INI AT 0630
           DISPLAY "ABERTURA ATE (AAAAMMDD)" AT 0705
           ACCEPT WDATA-FIM AT 0730
           IF WDATA-FIM = ZERO
               MOVE 99999999 TO WDATA-FIM
           END-IF
           OPEN INPUT GARANTIA
           OPEN INPUT VENDEDORES
           OPEN INPUT ARQ1
           .
       2000-VARRE-RECLAMACOES.
           IF FS-GARANTIA NOT = "00"
               DISPLAY "NENHUMA RECLAMACAO DE GARANTIA CADASTRADA"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-RECLAMACAO
           PERFORM 2150-SELECIONA-RECLAMACAO
               UNTIL FS-GARANTIA NOT = "00"
       2000-EXIT.
           EXIT.
       2100-LE-RECLAMACAO.
           READ GARANTIA NEXT RECORD
               AT END
                   MOVE "10" TO FS-GARANTIA
           END-READ
           .
       2150-SELECIONA-RECLAMACAO.
           IF GA-DATA NOT < WDATA-INI AND GA-DATA NOT > WDATA-FIM
               PERFORM 2200-ACUMULA-RECLAMACAO THRU 2200-FIM
           END-IF
           PERFORM 2100-LE-RECLAMACAO
           .
       2200-ACUMULA-RECLAMACAO.
           MOVE GA-FORNECEDOR TO WCG-FORNECEDOR
           MOVE GA-PEDCOMP    TO WCG-PEDCOMP
           MOVE GA-PRODUTO    TO WCG-PRODUTO
           PERFORM 2300-ACHA-CHAVE
           IF WACHOU = "N"
               GO TO 2200-FIM
           END-IF
           ADD 1 TO QT-LIDAS
           ADD 1 TO TG-QT-RECL (IND-ATU)
           EVALUATE TRUE
               WHEN GA-REPARO
                   ADD 1 TO TG-QT-REPARO (IND-ATU)
               WHEN GA-TROCA
                   ADD 1 TO TG-QT-TROCA (IND-ATU)
               WHEN GA-RECUSA
                   ADD 1 TO TG-QT-RECUSA (IND-ATU)
               WHEN OTHER
                   ADD 1 TO TG-QT-PEND (IND-ATU)
           END-EVALUATE
           IF GA-VALIDADE < GA-DATA
               ADD 1 TO TG-QT-FORA (IND-ATU)
           END-IF
           .
       2200-FIM.
           EXIT.
       2300-ACHA-CHAVE.
           MOVE "N" TO WACHOU
           PERFORM 2310-COMPARA-CHAVE
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-GAR OR WACHOU = "S"
           IF WACHOU = "N" AND QT-GAR < 300
               ADD 1 TO QT-GAR
               MOVE WCHAVE-GAR TO TG-CHAVE (QT-GAR)
               MOVE ZERO TO TG-QT-RECL (QT-GAR)
               MOVE ZERO TO TG-QT-REPARO (QT-GAR)
               MOVE ZERO TO TG-QT-TROCA (QT-GAR)
               MOVE ZERO TO TG-QT-RECUSA (QT-GAR)
               MOVE ZERO TO TG-QT-PEND (QT-GAR)
               MOVE ZERO TO TG-QT-FORA (QT-GAR)
               MOVE QT-GAR TO IND-ATU
               MOVE "S" TO WACHOU
           END-IF
           .
       2310-COMPARA-CHAVE.
           IF TG-CHAVE (IND1) = WCHAVE-GAR
               MOVE "S" TO WACHOU
               MOVE IND1 TO IND-ATU
           END-IF
           .
      *    ORDEM DE FORNECEDOR / PEDIDO / PRODUTO (BOLHA, TABELA
      *    PEQUENA)
       4000-ORDENA-CHAVE.
           IF QT-GAR > 1
               PERFORM 4100-PASSADA-BOLHA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > QT-GAR - 1
           END-IF
           .
       4100-PASSADA-BOLHA.
           PERFORM 4200-COMPARA-TROCA
               VARYING IND2 FROM 1 BY 1
               UNTIL IND2 > QT-GAR - IND1
           .
       4200-COMPARA-TROCA.
           IF TG-CHAVE (IND2) > TG-CHAVE (IND2 + 1)
               MOVE TG-ITEM (IND2)     TO TG-SWAP
               MOVE TG-ITEM (IND2 + 1) TO TG-ITEM (IND2)
               MOVE TG-SWAP            TO TG-ITEM (IND2 + 1)
           END-IF
           .
       5000-IMPRIME.
           DISPLAY " "
           DISPLAY "FORN PC   PRODUTO DESCRICAO            RECL REPAR"
               " TROCA RECUS PEND  FORA"
           IF QT-GAR = ZERO
               DISPLAY "NENHUMA RECLAMACAO NO PERIODO"
           END-IF
           MOVE ZEROS TO WFORN-ANT
           INITIALIZE TOT-FORN
           PERFORM 5100-IMPRIME-UM
               VARYING IND1 FROM 1 BY 1
               UNTIL IND1 > QT-GAR
           IF QT-GAR > ZERO
               PERFORM 5200-TOTAL-FORNECEDOR
           END-IF
           DISPLAY " "
           DISPLAY "RECLAMACOES NO PERIODO: " QT-LIDAS
           .
       5100-IMPRIME-UM.
           IF IND1 > 1 AND TG-FORNECEDOR (IND1) NOT = WFORN-ANT
               PERFORM 5200-TOTAL-FORNECEDOR
           END-IF
           IF IND1 = 1 OR TG-FORNECEDOR (IND1) NOT = WFORN-ANT
               MOVE TG-FORNECEDOR (IND1) TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO" TO V-NOME
               END-READ
               DISPLAY " "
               DISPLAY TG-FORNECEDOR (IND1) " " V-NOME (1:40)
               MOVE TG-FORNECEDOR (IND1) TO WFORN-ANT
           END-IF
           MOVE TG-PRODUTO (IND1) TO FD-CODIGO
           READ ARQ1
               INVALID KEY
                   MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
           END-READ
           DISPLAY "     " TG-PEDCOMP (IND1) " " TG-PRODUTO (IND1)
               "  " FD-PRODUTO (1:20) " " TG-QT-RECL (IND1)
               " " TG-QT-REPARO (IND1) " " TG-QT-TROCA (IND1)
               " " TG-QT-RECUSA (IND1) " " TG-QT-PEND (IND1)
               " " TG-QT-FORA (IND1)
           ADD TG-QT-RECL (IND1)   TO TF-QT-RECL
           ADD TG-QT-REPARO (IND1) TO TF-QT-REPARO
           ADD TG-QT-TROCA (IND1)  TO TF-QT-TROCA
           ADD TG-QT-RECUSA (IND1) TO TF-QT-RECUSA
           ADD TG-QT-PEND (IND1)   TO TF-QT-PEND
           ADD TG-QT-FORA (IND1)   TO TF-QT-FORA
           .
       5200-TOTAL-FORNECEDOR.
           DISPLAY "     TOTAL DO FORNECEDOR              "
               TF-QT-RECL " " TF-QT-REPARO " " TF-QT-TROCA
               " " TF-QT-RECUSA " " TF-QT-PEND " " TF-QT-FORA
           INITIALIZE TOT-FORN
           .
       9999-ENCERRA.
           CLOSE GARANTIA VENDEDORES ARQ1
           GOBACK
           .
       END PROGRAM RELGAR01.
