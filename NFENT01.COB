      ******************************************************************
      *
      *               NOTA FISCAL DE ENTRADA (FORNECEDOR)
      *     I-INCLUIR  REGISTRA A NOTA DO FORNECEDOR (SERIE/NUMERO,
      *                EMISSAO) COM ATE 8 ITENS, CADA UM AMARRADO A UM
      *                PEDIDO DE COMPRA (PEDCOMP) COM QUANTIDADE, CUSTO
      *                UNITARIO, IPI E ICMS. CADA ITEM E CONFERIDO
      *                CONTRA O PEDIDO (PRECO) E CONTRA O QUE JA CHEGOU
      *                E AINDA NAO FOI FATURADO (RECCOMP.DAT, GRAVADO
      *                PELO RECEBIMENTO-COMPRA). SEM DIVERGENCIA A NOTA
      *                E LIBERADA NA HORA; COM DIVERGENCIA FICA
      *                BLOQUEADA ATE O COMPRADOR DECIDIR.
      *     A-APROVAR  O COMPRADOR VE OS ITENS DIVERGENTES DE UMA NOTA
      *                BLOQUEADA E APROVA (LIBERA) OU RECUSA A NOTA.
      *     A LIBERACAO BAIXA AS CHEGADAS DO PEDIDO (MAIS ANTIGA
      *     PRIMEIRO), CORRIGE O CUSTO MEDIO DO PRODUTO PELA DIFERENCA
      *     ENTRE O CUSTO FATURADO E O CUSTO DA CHEGADA E GERA A
      *     PARCELA DO CONTAS A PAGAR PELO VALOR DA NOTA (PRODUTOS +
      *     IPI) NO PRAZO DO FORNECEDOR. O ICMS E SO INFORMATIVO - JA
      *     ESTA DENTRO DO PRECO. SE O FORNECEDOR TEM CREDITO DE NOTA DE
      *     DEBITO (CREDFOR.DAT, GRAVADO PELO DEVOLUCAO-FORNECEDOR) O
      *     CREDITO ABATE A PARCELA NA HORA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. NFENT01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT NFENT ASSIGN TO "NFENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NE-CHAVE
           FILE STATUS IS FS-NFENT.

           SELECT NFEITEM ASSIGN TO "NFEITEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NI-CHAVE
           ALTERNATE KEY IS NI-PEDCOMP WITH DUPLICATES
           FILE STATUS IS FS-NFEITEM.

           SELECT PEDCOMP ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-CODIGO
           FILE STATUS IS FS-PEDCOMP.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT RECCOMP ASSIGN TO "RECCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CHAVE
           FILE STATUS IS FS-RECCOMP.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CHAVE
           FILE STATUS IS FS-CONTASPAG.

           SELECT CREDFOR ASSIGN TO "CREDFOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-FORNECEDOR
           FILE STATUS IS FS-CREDFOR.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
      *    CABECALHO DA NOTA FISCAL DE ENTRADA
       FD  NFENT.
       01  REGISTRO-NFENT.
           02 NE-CHAVE.
               03 NE-FORNECEDOR    PIC 9(04).
               03 NE-SERIE         PIC X(03).
               03 NE-NUMERO        PIC 9(09).
           02 NE-DATA-EMISSAO      PIC 9(08).
           02 NE-DATA-ENTRADA      PIC 9(08).
           02 NE-VALOR-PRODUTOS    PIC 9(8)V99.
           02 NE-VALOR-IPI         PIC 9(8)V99.
           02 NE-VALOR-ICMS        PIC 9(8)V99.
           02 NE-VALOR-TOTAL       PIC 9(8)V99.
           02 NE-STATUS            PIC X.
               88 NE-LIBERADA      VALUE "L".
               88 NE-BLOQUEADA     VALUE "B".
               88 NE-APROVADA      VALUE "A".
               88 NE-RECUSADA      VALUE "R".
           02 NE-OPERADOR          PIC X(10).
           02 NE-APROVADOR         PIC X(10).

      *    ITENS DA NOTA - UM PEDIDO DE COMPRA POR ITEM, COM O CUSTO
      *    DO PEDIDO E O SALDO RECEBIDO NA HORA DA CONFERENCIA
       FD  NFEITEM.
       01  REGISTRO-NFEITEM.
           02 NI-CHAVE.
               03 NI-NOTA.
                   04 NI-FORNECEDOR PIC 9(04).
                   04 NI-SERIE      PIC X(03).
                   04 NI-NUMERO     PIC 9(09).
               03 NI-ITEM           PIC 9(02).
           02 NI-PEDCOMP           PIC 9(04).
           02 NI-PRODUTO           PIC 9(06).
           02 NI-QUANTIDADE        PIC 9(06).
           02 NI-CUSTO-UNIT        PIC 9(6)V99.
           02 NI-VALOR-IPI         PIC 9(6)V99.
           02 NI-VALOR-ICMS        PIC 9(6)V99.
           02 NI-CUSTO-PEDIDO      PIC 9(6)V99.
           02 NI-QTD-DISPONIVEL    PIC 9(06).
           02 NI-DIVERGENCIA       PIC X.
               88 NI-SEM-DIVERGENCIA VALUE SPACE.
               88 NI-DIV-PRECO     VALUE "P".
               88 NI-DIV-QTDE      VALUE "Q".
               88 NI-DIV-AMBAS     VALUE "A".

       FD  PEDCOMP.
       01  REGISTRO-PEDCOMP.
           02 PC-CODIGO        PIC 9(04).
           02 PC-FORNECEDOR    PIC 9(04).
           02 PC-PRODUTO       PIC 9(06).
           02 PC-QUANTIDADE    PIC 9(06).
           02 PC-CUSTO         PIC 9(6)V99.
           02 PC-DATA-EMISSAO  PIC 9(08).
           02 PC-DATA-PREVISTA PIC 9(08).
           02 PC-QTD-RECEBIDA  PIC 9(06).
           02 PC-STATUS        PIC X.
               88 PC-ABERTA    VALUE "A".
               88 PC-RECEBIDA  VALUE "R".
               88 PC-CANCELADA VALUE "C".
               88 PC-PENDENTE  VALUE "P".
           02 PC-DATA-RECEBIDA PIC 9(08).
           02 PC-CENTRO        PIC 9(03).

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

      *    MESMO LAYOUT JA DECLARADO EM RECPOC01.
       FD  RECCOMP.
       01  REGISTRO-RECCOMP.
           02 RC-CHAVE.
               03 RC-PEDCOMP   PIC 9(04).
               03 RC-SEQ       PIC 9(02).
           02 RC-PRODUTO       PIC 9(06).
           02 RC-QTDE          PIC 9(06).
           02 RC-CUSTO         PIC 9(6)V99.
           02 RC-DATA          PIC 9(08).
           02 RC-QTD-FATURADA  PIC 9(06).
           02 RC-PROCESSO      PIC 9(06).

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

      *    CREDITO DO FORNECEDOR (SOBRA DAS NOTAS DE DEBITO)
       FD  CREDFOR.
       01  REGISTRO-CREDFOR.
           02 CF-FORNECEDOR    PIC 9(04).
           02 CF-SALDO         PIC 9(8)V99.
           02 CF-DATA-ULT      PIC 9(08).

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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-NFENT.
           02 FS-NFENT-1 PIC 9.
           02 FS-NFENT-2 PIC 9.
           02 FS-NFENT-R REDEFINES FS-NFENT-2 PIC 99 COMP-X.
       01  FS-NFEITEM.
           02 FS-NFEITEM-1 PIC 9.
           02 FS-NFEITEM-2 PIC 9.
           02 FS-NFEITEM-R REDEFINES FS-NFEITEM-2 PIC 99 COMP-X.
       01  FS-PEDCOMP.
           02 FS-PEDCOMP-1 PIC 9.
           02 FS-PEDCOMP-2 PIC 9.
           02 FS-PEDCOMP-R REDEFINES FS-PEDCOMP-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-RECCOMP.
           02 FS-RECCOMP-1 PIC 9.
           02 FS-RECCOMP-2 PIC 9.
           02 FS-RECCOMP-R REDEFINES FS-RECCOMP-2 PIC 99 COMP-X.
       01  FS-CONTASPAG.
           02 FS-CONTASPAG-1 PIC 9.
           02 FS-CONTASPAG-2 PIC 9.
           02 FS-CONTASPA-R REDEFINES FS-CONTASPAG-2 PIC 99 COMP-X.
       01  FS-CREDFOR.
           02 FS-CREDFOR-1 PIC 9.
           02 FS-CREDFOR-2 PIC 9.
           02 FS-CREDFOR-R REDEFINES FS-CREDFOR-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.
       77  OPCAO       PIC X VALUE SPACES.
       77  WACAO       PIC X VALUE SPACES.
       77  WDECISAO    PIC X VALUE SPACES.
       77  WCONFIRMA   PIC X VALUE SPACES.
       77  WFIM        PIC X VALUE "N".
       77  WLINHA-BRANCA PIC X(70) VALUE SPACES.
       77  WOPERADOR   PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD  PIC X(20) VALUE SPACES.
       77  WDATA-HOJE  PIC 9(08) VALUE ZERO.
      *    TOLERANCIAS DA CONFERENCIA: CUSTO FATURADO ATE 2% ACIMA OU
      *    ABAIXO DO CUSTO DO PEDIDO; QUANTIDADE FATURADA NUNCA ACIMA
      *    DO QUE CHEGOU E AINDA NAO FOI FATURADO
       77  WTOL-PRECO-PCT PIC 99V99 VALUE 2.00.
       77  WTOL-PRECO  PIC 9(6)V99 VALUE ZERO.
       77  WDIF-CUSTO  PIC S9(6)V99 VALUE ZERO.
      *    NOTA EM DIGITACAO
       01  WNOTA.
           02 WNE-FORNECEDOR PIC 9(04).
           02 WNE-SERIE      PIC X(03).
           02 WNE-NUMERO     PIC 9(09).
       77  WNE-EMISSAO  PIC 9(08) VALUE ZERO.
       77  WNI-PEDCOMP  PIC 9(04) VALUE ZERO.
       77  WNI-QTDE     PIC 9(06) VALUE ZERO.
       77  WNI-CUSTO    PIC 9(6)V99 VALUE ZERO.
       77  WNI-IPI      PIC 9(6)V99 VALUE ZERO.
       77  WNI-ICMS     PIC 9(6)V99 VALUE ZERO.
      *    TABELA DE ITENS DA NOTA EM EDICAO (ATE 8 LINHAS)
       01  TAB-NOTA.
           02 TN-ITEM OCCURS 8 TIMES.
               03 TN-PEDCOMP        PIC 9(04).
               03 TN-PRODUTO        PIC 9(06).
               03 TN-QUANTIDADE     PIC 9(06).
               03 TN-CUSTO-UNIT     PIC 9(6)V99.
               03 TN-VALOR-IPI      PIC 9(6)V99.
               03 TN-VALOR-ICMS     PIC 9(6)V99.
               03 TN-CUSTO-PEDIDO   PIC 9(6)V99.
               03 TN-QTD-DISPONIVEL PIC 9(06).
               03 TN-DIVERGENCIA    PIC X.
       77  WQT-ITENS    PIC 9(02) VALUE ZERO.
       77  IND1         PIC 9(02) VALUE ZERO.
       77  WLINHA-TELA  PIC 9(02) VALUE ZERO.
       77  WREPETIDO    PIC X VALUE "N".
       77  WDIVERGENTE  PIC X VALUE "N".
       77  WDIVERGENCIA PIC X VALUE SPACE.
       77  WDESC-DIV    PIC X(11) VALUE SPACES.
      *    SALDO RECEBIDO E NAO FATURADO DO PEDIDO (DESCONTADO O QUE
      *    JA ESTA EM NOTA BLOQUEADA AGUARDANDO O COMPRADOR)
       77  WDISPONIVEL  PIC S9(07) VALUE ZERO.
       77  WTOT-PRODUTOS PIC 9(8)V99 VALUE ZERO.
       77  WTOT-IPI     PIC 9(8)V99 VALUE ZERO.
       77  WTOT-ICMS    PIC 9(8)V99 VALUE ZERO.
       77  WVALOR-LINHA PIC 9(8)V99 VALUE ZERO.
      *    LIBERACAO: BAIXA DAS CHEGADAS E AJUSTE DO CUSTO MEDIO
       77  WRESTA       PIC 9(06) VALUE ZERO.
       77  WLIVRE       PIC 9(06) VALUE ZERO.
       77  WTOMA        PIC 9(06) VALUE ZERO.
       77  WAJUSTE-CUSTO PIC S9(10)V99 VALUE ZERO.
       77  WNOVO-CUSTO  PIC S9(8)V99 VALUE ZERO.
      *    GERACAO DA PARCELA DO CONTAS A PAGAR
       77  WCP-PARCELA  PIC 9(02) VALUE ZERO.
       77  IND-PARC     PIC 9(02) VALUE ZERO.
       77  WVALOR-PAGAR PIC 9(8)V99 VALUE ZERO.
       77  WPRAZO-FORN  PIC S9(5) VALUE ZERO.
       77  WVENCIMENTO  PIC 9(08) VALUE ZERO.
       77  WABATE-CRED  PIC 9(8)V99 VALUE ZERO.
       77  WED-VALOR    PIC Z(7)9.99.
       77  WED-CUSTO    PIC Z(5)9.99.
       77  WED-QTDE     PIC Z(5)9.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O NFENT.
           IF FS-NFENT = "35"
               OPEN OUTPUT NFENT
               CLOSE NFENT
               OPEN I-O NFENT
           END-IF.
           OPEN I-O NFEITEM.
           IF FS-NFEITEM = "35"
               OPEN OUTPUT NFEITEM
               CLOSE NFEITEM
               OPEN I-O NFEITEM
           END-IF.
           OPEN I-O RECCOMP.
           IF FS-RECCOMP = "35"
               OPEN OUTPUT RECCOMP
               CLOSE RECCOMP
               OPEN I-O RECCOMP
           END-IF.
           OPEN I-O CONTASPAG.
           IF FS-CONTASPAG = "35"
               OPEN OUTPUT CONTASPAG
               CLOSE CONTASPAG
               OPEN I-O CONTASPAG
           END-IF.
           OPEN I-O CREDFOR.
           IF FS-CREDFOR = "35"
               OPEN OUTPUT CREDFOR
               CLOSE CREDFOR
               OPEN I-O CREDFOR
           END-IF.
           OPEN INPUT PEDCOMP.
           OPEN I-O ARQ1.
           OPEN INPUT VENDEDORES.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "NOTA FISCAL DE ENTRADA      " AT 0430
               DISPLAY "ACAO I-INCLUIR NOTA A-APROVAR DIVERGENCIA"
                   AT 0505
               DISPLAY "X-SAIR" AT 0547
               ACCEPT WACAO AT 0555
               ACCEPT WDATA-HOJE FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE NFENT NFEITEM RECCOMP CONTASPAG PEDCOMP
                           ARQ1 VENDEDORES CREDFOR
                       EXIT PROGRAM
                   WHEN WACAO = "I" OR WACAO = "i"
                       PERFORM INCLUI-NOTA THRU INCLUI-NOTA-EXIT
                   WHEN WACAO = "A" OR WACAO = "a"
                       PERFORM APROVA-NOTA THRU APROVA-NOTA-EXIT
                   WHEN OTHER
                       GO TO TELA-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    CABECALHO E CHAVE DA NOTA: FORNECEDOR, SERIE E NUMERO
      *----------------------------------------------------------------*
           LE-CHAVE-NOTA.
               MOVE ZERO TO WNE-FORNECEDOR WNE-NUMERO
               MOVE SPACES TO WNE-SERIE
               DISPLAY "FORNECEDOR" AT 0705
               ACCEPT WNE-FORNECEDOR AT 0716
               IF WNE-FORNECEDOR = ZERO
                   GO TO LE-CHAVE-NOTA-EXIT
               END-IF
               MOVE WNE-FORNECEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1905
                       MOVE ZERO TO WNE-FORNECEDOR
                       GO TO LE-CHAVE-NOTA-EXIT
               END-READ
               IF V-TIPO NOT = "C" AND V-TIPO NOT = "c"
                   DISPLAY "CODIGO NAO E DE FORNECEDOR" AT 1905
                   MOVE ZERO TO WNE-FORNECEDOR
                   GO TO LE-CHAVE-NOTA-EXIT
               END-IF
               DISPLAY V-NOME (1:40) AT 0722
               DISPLAY "SERIE" AT 0805
               ACCEPT WNE-SERIE AT 0811
               DISPLAY "NUMERO" AT 0816
               ACCEPT WNE-NUMERO AT 0823
               IF WNE-NUMERO = ZERO
                   MOVE ZERO TO WNE-FORNECEDOR
               END-IF
               .
           LE-CHAVE-NOTA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    INCLUSAO: ITENS CONFERIDOS UM A UM CONTRA O PEDIDO E O
      *    RECEBIDO; A NOTA SO E GRAVADA APOS A CONFIRMACAO
      *----------------------------------------------------------------*
           INCLUI-NOTA.
               PERFORM LE-CHAVE-NOTA THRU LE-CHAVE-NOTA-EXIT
               IF WNE-FORNECEDOR = ZERO
                   GO TO INCLUI-NOTA-EXIT
               END-IF
               MOVE WNOTA TO NE-CHAVE
               READ NFENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "NOTA JA REGISTRADA PARA O FORNECEDOR"
                           AT 1905
                       GO TO INCLUI-NOTA-EXIT
               END-READ
               DISPLAY "EMISSAO" AT 0834
               ACCEPT WNE-EMISSAO AT 0842
               IF WNE-EMISSAO = ZERO
                   MOVE WDATA-HOJE TO WNE-EMISSAO
                   DISPLAY WNE-EMISSAO AT 0842
               END-IF
               MOVE ZERO TO WQT-ITENS
               MOVE "N" TO WFIM
               DISPLAY "PEDIDO   QTDE      CUSTO UNIT    VALOR IPI"
                   AT 0905
               DISPLAY "VALOR ICMS" AT 0952
               PERFORM ENTRA-ITEM THRU ENTRA-ITEM-FIM
                   UNTIL WFIM = "S" OR WQT-ITENS = 8
               DISPLAY WLINHA-BRANCA AT 1005
               IF WQT-ITENS = ZERO
                   DISPLAY "NENHUM ITEM INFORMADO - NOTA DESCARTADA"
                       AT 1905
                   GO TO INCLUI-NOTA-EXIT
               END-IF
               MOVE ZERO TO WTOT-PRODUTOS WTOT-IPI WTOT-ICMS
               MOVE "N" TO WDIVERGENTE
               PERFORM SOMA-ITEM
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               MOVE WTOT-PRODUTOS TO WED-VALOR
               DISPLAY "PRODUTOS" AT 2005
               DISPLAY WED-VALOR AT 2014
               MOVE WTOT-IPI TO WED-VALOR
               DISPLAY "IPI" AT 2027
               DISPLAY WED-VALOR AT 2031
               COMPUTE WVALOR-PAGAR = WTOT-PRODUTOS + WTOT-IPI
               MOVE WVALOR-PAGAR TO WED-VALOR
               DISPLAY "TOTAL NOTA" AT 2044
               DISPLAY WED-VALOR AT 2055
               DISPLAY "CONFIRMA A NOTA (S/N)" AT 2105
               MOVE SPACE TO WCONFIRMA
               ACCEPT WCONFIRMA AT 2127
               IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
                   DISPLAY "NOTA DESCARTADA" AT 1905
                   GO TO INCLUI-NOTA-EXIT
               END-IF
               PERFORM GRAVA-NOTA
               PERFORM AUDITA-NOTA
               IF WDIVERGENTE = "N"
                   PERFORM LIBERA-NOTA
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "NFENT01", "REGISTROU", WCHAVE-AUD
                   DISPLAY "NOTA CONFERIDA E LIBERADA PARA PAGAMENTO"
                       AT 1905
               ELSE
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "NFENT01", "BLOQUEOU", WCHAVE-AUD
                   DISPLAY "NOTA COM DIVERGENCIA - BLOQUEADA ATE A"
                       " APROVACAO DO COMPRADOR" AT 1905
               END-IF
               .
           INCLUI-NOTA-EXIT.
               EXIT.
           ENTRA-ITEM.
               DISPLAY WLINHA-BRANCA AT 1005
               MOVE ZERO TO WNI-PEDCOMP WNI-QTDE WNI-CUSTO WNI-IPI
                   WNI-ICMS
               ACCEPT WNI-PEDCOMP AT 1005
               IF WNI-PEDCOMP = ZERO
                   MOVE "S" TO WFIM
                   GO TO ENTRA-ITEM-FIM
               END-IF
               DISPLAY WLINHA-BRANCA AT 1905
               MOVE "N" TO WREPETIDO
               PERFORM CONFERE-REPETIDO
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               IF WREPETIDO = "S"
                   DISPLAY "PEDIDO JA INFORMADO NESTA NOTA" AT 1905
                   GO TO ENTRA-ITEM-FIM
               END-IF
               MOVE WNI-PEDCOMP TO PC-CODIGO
               READ PEDCOMP
                   INVALID KEY
                       DISPLAY "PEDIDO DE COMPRA NAO CADASTRADO" AT 1905
                       GO TO ENTRA-ITEM-FIM
               END-READ
               IF PC-FORNECEDOR NOT = WNE-FORNECEDOR
                   DISPLAY "PEDIDO E DE OUTRO FORNECEDOR" AT 1905
                   GO TO ENTRA-ITEM-FIM
               END-IF
               IF PC-CANCELADA OR PC-PENDENTE
                   DISPLAY "PEDIDO CANCELADO OU NAO APROVADO" AT 1905
                   GO TO ENTRA-ITEM-FIM
               END-IF
               ACCEPT WNI-QTDE AT 1014
               IF WNI-QTDE = ZERO
                   GO TO ENTRA-ITEM-FIM
               END-IF
               ACCEPT WNI-CUSTO AT 1024
               IF WNI-CUSTO = ZERO
                   MOVE PC-CUSTO TO WNI-CUSTO
               END-IF
               ACCEPT WNI-IPI AT 1038
               ACCEPT WNI-ICMS AT 1052
               PERFORM CALCULA-DISPONIVEL
               MOVE SPACE TO WDIVERGENCIA
               COMPUTE WTOL-PRECO ROUNDED =
                   PC-CUSTO * WTOL-PRECO-PCT / 100
               COMPUTE WDIF-CUSTO = WNI-CUSTO - PC-CUSTO
               IF WDIF-CUSTO < ZERO
                   COMPUTE WDIF-CUSTO = ZERO - WDIF-CUSTO
               END-IF
               IF WDIF-CUSTO > WTOL-PRECO
                   MOVE "P" TO WDIVERGENCIA
               END-IF
               IF WNI-QTDE > WDISPONIVEL
                   IF WDIVERGENCIA = "P"
                       MOVE "A" TO WDIVERGENCIA
                   ELSE
                       MOVE "Q" TO WDIVERGENCIA
                   END-IF
               END-IF
               ADD 1 TO WQT-ITENS
               MOVE WNI-PEDCOMP  TO TN-PEDCOMP (WQT-ITENS)
               MOVE PC-PRODUTO   TO TN-PRODUTO (WQT-ITENS)
               MOVE WNI-QTDE     TO TN-QUANTIDADE (WQT-ITENS)
               MOVE WNI-CUSTO    TO TN-CUSTO-UNIT (WQT-ITENS)
               MOVE WNI-IPI      TO TN-VALOR-IPI (WQT-ITENS)
               MOVE WNI-ICMS     TO TN-VALOR-ICMS (WQT-ITENS)
               MOVE PC-CUSTO     TO TN-CUSTO-PEDIDO (WQT-ITENS)
               MOVE WDISPONIVEL  TO TN-QTD-DISPONIVEL (WQT-ITENS)
               MOVE WDIVERGENCIA TO TN-DIVERGENCIA (WQT-ITENS)
               COMPUTE WLINHA-TELA = 10 + WQT-ITENS
               MOVE WNI-QTDE TO WED-QTDE
               MOVE WNI-CUSTO TO WED-CUSTO
               PERFORM DESCREVE-DIVERGENCIA
               DISPLAY WNI-PEDCOMP AT LINE WLINHA-TELA COL 5
               DISPLAY WED-QTDE    AT LINE WLINHA-TELA COL 14
               DISPLAY WED-CUSTO   AT LINE WLINHA-TELA COL 24
               DISPLAY WDESC-DIV   AT LINE WLINHA-TELA COL 38
               MOVE PC-CUSTO TO WED-CUSTO
               DISPLAY "PEDIDO" AT LINE WLINHA-TELA COL 51
               DISPLAY WED-CUSTO AT LINE WLINHA-TELA COL 58
               .
           ENTRA-ITEM-FIM.
               EXIT.
           CONFERE-REPETIDO.
               IF TN-PEDCOMP (IND1) = WNI-PEDCOMP
                   MOVE "S" TO WREPETIDO
               END-IF
               .
           DESCREVE-DIVERGENCIA.
               EVALUATE WDIVERGENCIA
                   WHEN "P"
                       MOVE "DIV PRECO" TO WDESC-DIV
                   WHEN "Q"
                       MOVE "DIV QTDE" TO WDESC-DIV
                   WHEN "A"
                       MOVE "DIV PR+QTDE" TO WDESC-DIV
                   WHEN OTHER
                       MOVE "OK" TO WDESC-DIV
               END-EVALUATE
               .
           SOMA-ITEM.
               COMPUTE WVALOR-LINHA ROUNDED =
                   TN-QUANTIDADE (IND1) * TN-CUSTO-UNIT (IND1)
               ADD WVALOR-LINHA TO WTOT-PRODUTOS
               ADD TN-VALOR-IPI (IND1) TO WTOT-IPI
               ADD TN-VALOR-ICMS (IND1) TO WTOT-ICMS
               IF TN-DIVERGENCIA (IND1) NOT = SPACE
                   MOVE "S" TO WDIVERGENTE
               END-IF
               .
      *----------------------------------------------------------------*
      *    SALDO A FATURAR DO PEDIDO: CHEGADAS AINDA NAO COBERTAS POR
      *    NOTA, MENOS O QUE JA ESTA EM NOTA BLOQUEADA
      *----------------------------------------------------------------*
           CALCULA-DISPONIVEL.
               MOVE ZERO TO WDISPONIVEL
               MOVE WNI-PEDCOMP TO RC-PEDCOMP
               MOVE ZERO TO RC-SEQ
               START RECCOMP KEY NOT LESS THAN RC-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-RECCOMP
               END-START
               IF FS-RECCOMP = "00"
                   PERFORM LE-RECCOMP
               END-IF
               PERFORM SOMA-RECEBIMENTO
                   UNTIL FS-RECCOMP NOT = "00"
                      OR RC-PEDCOMP NOT = WNI-PEDCOMP
               MOVE "00" TO FS-RECCOMP
               MOVE WNI-PEDCOMP TO NI-PEDCOMP
               START NFEITEM KEY IS EQUAL NI-PEDCOMP
                   INVALID KEY
                       MOVE "10" TO FS-NFEITEM
               END-START
               IF FS-NFEITEM = "00"
                   PERFORM LE-NFEITEM
               END-IF
               PERFORM DESCONTA-PENDENTE
                   UNTIL FS-NFEITEM NOT = "00"
                      OR NI-PEDCOMP NOT = WNI-PEDCOMP
               MOVE "00" TO FS-NFEITEM
               IF WDISPONIVEL < ZERO
                   MOVE ZERO TO WDISPONIVEL
               END-IF
               .
           SOMA-RECEBIMENTO.
               COMPUTE WDISPONIVEL = WDISPONIVEL + RC-QTDE
                   - RC-QTD-FATURADA
               PERFORM LE-RECCOMP
               .
           DESCONTA-PENDENTE.
               MOVE NI-NOTA TO NE-CHAVE
               READ NFENT
                   INVALID KEY
                       MOVE SPACE TO NE-STATUS
               END-READ
               IF NE-BLOQUEADA
                   SUBTRACT NI-QUANTIDADE FROM WDISPONIVEL
               END-IF
               PERFORM LE-NFEITEM
               .
           LE-RECCOMP.
               READ RECCOMP NEXT RECORD
                   AT END
                       MOVE "10" TO FS-RECCOMP
               END-READ
               .
           LE-NFEITEM.
               READ NFEITEM NEXT RECORD
                   AT END
                       MOVE "10" TO FS-NFEITEM
               END-READ
               .
           GRAVA-NOTA.
               MOVE WNOTA         TO NE-CHAVE
               MOVE WNE-EMISSAO   TO NE-DATA-EMISSAO
               MOVE WDATA-HOJE    TO NE-DATA-ENTRADA
               MOVE WTOT-PRODUTOS TO NE-VALOR-PRODUTOS
               MOVE WTOT-IPI      TO NE-VALOR-IPI
               MOVE WTOT-ICMS     TO NE-VALOR-ICMS
               MOVE WVALOR-PAGAR  TO NE-VALOR-TOTAL
               MOVE WOPERADOR     TO NE-OPERADOR
               MOVE SPACES        TO NE-APROVADOR
               IF WDIVERGENTE = "N"
                   MOVE "L" TO NE-STATUS
               ELSE
                   MOVE "B" TO NE-STATUS
               END-IF
               WRITE REGISTRO-NFENT
                   INVALID KEY
                       REWRITE REGISTRO-NFENT
               END-WRITE
               PERFORM GRAVA-ITEM-NOTA
                   VARYING IND1 FROM 1 BY 1
                   UNTIL IND1 > WQT-ITENS
               .
           GRAVA-ITEM-NOTA.
               MOVE WNOTA TO NI-NOTA
               MOVE IND1  TO NI-ITEM
               MOVE TN-PEDCOMP (IND1)        TO NI-PEDCOMP
               MOVE TN-PRODUTO (IND1)        TO NI-PRODUTO
               MOVE TN-QUANTIDADE (IND1)     TO NI-QUANTIDADE
               MOVE TN-CUSTO-UNIT (IND1)     TO NI-CUSTO-UNIT
               MOVE TN-VALOR-IPI (IND1)      TO NI-VALOR-IPI
               MOVE TN-VALOR-ICMS (IND1)     TO NI-VALOR-ICMS
               MOVE TN-CUSTO-PEDIDO (IND1)   TO NI-CUSTO-PEDIDO
               MOVE TN-QTD-DISPONIVEL (IND1) TO NI-QTD-DISPONIVEL
               MOVE TN-DIVERGENCIA (IND1)    TO NI-DIVERGENCIA
               WRITE REGISTRO-NFEITEM
                   INVALID KEY
                       REWRITE REGISTRO-NFEITEM
               END-WRITE
               .
           AUDITA-NOTA.
               MOVE SPACES TO WCHAVE-AUD
               STRING WNE-FORNECEDOR "/" WNE-SERIE "/" WNE-NUMERO
                   DELIMITED BY SIZE INTO WCHAVE-AUD
               .
      *----------------------------------------------------------------*
      *    APROVACAO DO COMPRADOR: SO NOTA BLOQUEADA. OS ITENS SAO
      *    LISTADOS COM O CUSTO DO PEDIDO E O SALDO RECEBIDO NA HORA
      *    DA CONFERENCIA.
      *----------------------------------------------------------------*
           APROVA-NOTA.
               PERFORM LE-CHAVE-NOTA THRU LE-CHAVE-NOTA-EXIT
               IF WNE-FORNECEDOR = ZERO
                   GO TO APROVA-NOTA-EXIT
               END-IF
               MOVE WNOTA TO NE-CHAVE
               READ NFENT
                   INVALID KEY
                       DISPLAY "NOTA NAO REGISTRADA" AT 1905
                       GO TO APROVA-NOTA-EXIT
               END-READ
               IF NOT NE-BLOQUEADA
                   DISPLAY "NOTA NAO ESTA BLOQUEADA POR DIVERGENCIA"
                       AT 1905
                   GO TO APROVA-NOTA-EXIT
               END-IF
               DISPLAY "EMISSAO" AT 0834
               DISPLAY NE-DATA-EMISSAO AT 0842
               DISPLAY "DIGITADA POR" AT 0853
               DISPLAY NE-OPERADOR AT 0866
               DISPLAY "PEDIDO   QTDE      CUSTO UNIT    SITUACAO"
                   AT 0905
               DISPLAY "CUSTO PED  RECEBIDO" AT 0951
               MOVE 10 TO WLINHA-TELA
               MOVE WNOTA TO NI-NOTA
               MOVE ZERO TO NI-ITEM
               START NFEITEM KEY NOT LESS THAN NI-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-NFEITEM
               END-START
               IF FS-NFEITEM = "00"
                   PERFORM LE-NFEITEM
               END-IF
               PERFORM MOSTRA-ITEM-NOTA
                   UNTIL FS-NFEITEM NOT = "00"
                      OR NI-NOTA NOT = WNOTA
               MOVE "00" TO FS-NFEITEM
               MOVE NE-VALOR-TOTAL TO WED-VALOR
               DISPLAY "TOTAL NOTA" AT 2044
               DISPLAY WED-VALOR AT 2055
               DISPLAY "A-APROVAR R-RECUSAR ENTER-VOLTAR [.]" AT 2105
               MOVE SPACE TO WDECISAO
               ACCEPT WDECISAO AT 2139
               PERFORM AUDITA-NOTA
               EVALUATE TRUE
                   WHEN WDECISAO = "A" OR WDECISAO = "a"
                       MOVE "A" TO NE-STATUS
                       MOVE WOPERADOR TO NE-APROVADOR
                       REWRITE REGISTRO-NFENT
                       PERFORM LIBERA-NOTA
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "NFENT01", "APROVOU", WCHAVE-AUD
                       DISPLAY "NOTA APROVADA E LIBERADA PARA"
                           " PAGAMENTO" AT 1905
                   WHEN WDECISAO = "R" OR WDECISAO = "r"
                       MOVE "R" TO NE-STATUS
                       MOVE WOPERADOR TO NE-APROVADOR
                       REWRITE REGISTRO-NFENT
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "NFENT01", "RECUSOU", WCHAVE-AUD
                       DISPLAY "NOTA RECUSADA - DEVOLVER AO FORNECEDOR"
                           AT 1905
               END-EVALUATE
               .
           APROVA-NOTA-EXIT.
               EXIT.
           MOSTRA-ITEM-NOTA.
               ADD 1 TO WLINHA-TELA
               IF WLINHA-TELA < 19
                   MOVE NI-DIVERGENCIA TO WDIVERGENCIA
                   PERFORM DESCREVE-DIVERGENCIA
                   MOVE NI-QUANTIDADE TO WED-QTDE
                   MOVE NI-CUSTO-UNIT TO WED-CUSTO
                   DISPLAY NI-PEDCOMP AT LINE WLINHA-TELA COL 5
                   DISPLAY WED-QTDE   AT LINE WLINHA-TELA COL 14
                   DISPLAY WED-CUSTO  AT LINE WLINHA-TELA COL 24
                   DISPLAY WDESC-DIV  AT LINE WLINHA-TELA COL 38
                   MOVE NI-CUSTO-PEDIDO TO WED-CUSTO
                   DISPLAY WED-CUSTO  AT LINE WLINHA-TELA COL 51
                   MOVE NI-QTD-DISPONIVEL TO WED-QTDE
                   DISPLAY WED-QTDE   AT LINE WLINHA-TELA COL 63
               END-IF
               PERFORM LE-NFEITEM
               .
      *----------------------------------------------------------------*
      *    LIBERACAO DA NOTA (CONFERIDA OU APROVADA): PARA CADA ITEM
      *    BAIXA AS CHEGADAS DO PEDIDO, AJUSTA O CUSTO MEDIO E GERA A
      *    PARCELA DO CONTAS A PAGAR
      *----------------------------------------------------------------*
           LIBERA-NOTA.
               MOVE NE-CHAVE TO NI-NOTA
               MOVE ZERO TO NI-ITEM
               START NFEITEM KEY NOT LESS THAN NI-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-NFEITEM
               END-START
               IF FS-NFEITEM = "00"
                   PERFORM LE-NFEITEM
               END-IF
               PERFORM LIBERA-ITEM
                   UNTIL FS-NFEITEM NOT = "00"
                      OR NI-NOTA NOT = NE-CHAVE
               MOVE "00" TO FS-NFEITEM
               .
           LIBERA-ITEM.
               MOVE NI-QUANTIDADE TO WRESTA
               MOVE ZERO TO WAJUSTE-CUSTO
               MOVE NI-PEDCOMP TO RC-PEDCOMP
               MOVE ZERO TO RC-SEQ
               START RECCOMP KEY NOT LESS THAN RC-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-RECCOMP
               END-START
               IF FS-RECCOMP = "00"
                   PERFORM LE-RECCOMP
               END-IF
               PERFORM CONSOME-RECEBIMENTO
                   UNTIL FS-RECCOMP NOT = "00"
                      OR RC-PEDCOMP NOT = NI-PEDCOMP
                      OR WRESTA = ZERO
               MOVE "00" TO FS-RECCOMP
               IF WAJUSTE-CUSTO NOT = ZERO
                   PERFORM AJUSTA-CUSTO-MEDIO
               END-IF
               PERFORM GERA-CONTAPAGAR
               PERFORM LE-NFEITEM
               .
      *    A CHEGADA MAIS ANTIGA E FATURADA PRIMEIRO; A DIFERENCA
      *    ENTRE O CUSTO FATURADO E O CUSTO DA CHEGADA VAI PARA O
      *    AJUSTE DO CUSTO MEDIO
           CONSOME-RECEBIMENTO.
               COMPUTE WLIVRE = RC-QTDE - RC-QTD-FATURADA
               IF WLIVRE > ZERO
                   IF WLIVRE > WRESTA
                       MOVE WRESTA TO WTOMA
                   ELSE
                       MOVE WLIVRE TO WTOMA
                   END-IF
                   ADD WTOMA TO RC-QTD-FATURADA
                   REWRITE REGISTRO-RECCOMP
                   SUBTRACT WTOMA FROM WRESTA
                   COMPUTE WAJUSTE-CUSTO = WAJUSTE-CUSTO +
                       WTOMA * (NI-CUSTO-UNIT - RC-CUSTO)
               END-IF
               PERFORM LE-RECCOMP
               .
      *    (SALDO X CUSTO MEDIO + AJUSTE) / SALDO, SEM FICAR NEGATIVO;
      *    SEM SALDO EM ESTOQUE NAO HA O QUE CORRIGIR
           AJUSTA-CUSTO-MEDIO.
               MOVE NI-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE ZERO TO FD-QTD-ESTOQUE
               END-READ
               IF FD-QTD-ESTOQUE > ZERO
                   COMPUTE WNOVO-CUSTO ROUNDED =
                       (FD-QTD-ESTOQUE * FD-CUSTO-MEDIO +
                        WAJUSTE-CUSTO) / FD-QTD-ESTOQUE
                   IF WNOVO-CUSTO < ZERO
                       MOVE ZERO TO WNOVO-CUSTO
                   END-IF
                   MOVE WNOVO-CUSTO TO FD-CUSTO-MEDIO
                   REWRITE REG1
                       INVALID KEY
                           DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                   END-REWRITE
               END-IF
               .
      *    PARCELA = QTDE FATURADA X CUSTO FATURADO + IPI DO ITEM,
      *    NO CENTRO DE CUSTO DO PEDIDO DE COMPRA,
      *    VENCIMENTO NO PRAZO DO FORNECEDOR (V-PRAZO-PAGTO, 30 DIAS
      *    SE NAO CADASTRADO) CONTADO DA EMISSAO DA NOTA E EMPURRADO
      *    PARA DIA UTIL (DIAUTIL1)
           GERA-CONTAPAGAR.
               MOVE ZERO TO WCP-PARCELA
               PERFORM CONTA-UMA-PARCELA
                   VARYING IND-PARC FROM 1 BY 1
                   UNTIL IND-PARC > 98
               ADD 1 TO WCP-PARCELA
               COMPUTE WVALOR-PAGAR ROUNDED =
                   NI-QUANTIDADE * NI-CUSTO-UNIT + NI-VALOR-IPI
               MOVE 30 TO WPRAZO-FORN
               MOVE NE-FORNECEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF V-PRAZO-PAGTO > ZERO
                           MOVE V-PRAZO-PAGTO TO WPRAZO-FORN
                       END-IF
               END-READ
               CALL "DIAUTIL1" USING NE-DATA-EMISSAO, WPRAZO-FORN,
                   WVENCIMENTO
               MOVE NI-PEDCOMP    TO CP-PEDCOMP
               MOVE WCP-PARCELA   TO CP-PARCELA
               MOVE NE-FORNECEDOR TO CP-FORNECEDOR
               MOVE WVENCIMENTO   TO CP-VENCIMENTO
               MOVE WVALOR-PAGAR  TO CP-VALOR
               MOVE ZERO          TO CP-VALOR-PAGO
               MOVE ZERO          TO CP-DATA-PGTO
               MOVE "A"           TO CP-STATUS
               MOVE NI-PEDCOMP    TO PC-CODIGO
               READ PEDCOMP
                   INVALID KEY
                       MOVE ZERO  TO PC-CENTRO
               END-READ
               MOVE PC-CENTRO     TO CP-CENTRO
               WRITE REGISTRO-CONTASPAG
                   INVALID KEY
                       REWRITE REGISTRO-CONTASPAG
               END-WRITE
               MOVE CP-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "NFENT01", "GEROUPAGAR", WCHAVE-AUD
               PERFORM ABATE-CREDITO-FORN
               PERFORM AUDITA-NOTA
               .
      *    CREDITO DE NOTA DE DEBITO ENTRA COMO VALOR PAGO DA PARCELA
           ABATE-CREDITO-FORN.
               MOVE NE-FORNECEDOR TO CF-FORNECEDOR
               READ CREDFOR
                   INVALID KEY
                       MOVE ZERO TO CF-SALDO
               END-READ
               IF CF-SALDO > ZERO
                   IF CF-SALDO > CP-VALOR
                       MOVE CP-VALOR TO WABATE-CRED
                   ELSE
                       MOVE CF-SALDO TO WABATE-CRED
                   END-IF
                   MOVE WABATE-CRED TO CP-VALOR-PAGO
                   MOVE WDATA-HOJE  TO CP-DATA-PGTO
                   IF CP-VALOR-PAGO NOT < CP-VALOR
                       MOVE "P" TO CP-STATUS
                   END-IF
                   REWRITE REGISTRO-CONTASPAG
                   SUBTRACT WABATE-CRED FROM CF-SALDO
                   MOVE WDATA-HOJE TO CF-DATA-ULT
                   REWRITE REGISTRO-CREDFOR
                   CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                       "NFENT01", "USOUCREDIT", WCHAVE-AUD
               END-IF
               .
           CONTA-UMA-PARCELA.
               MOVE NI-PEDCOMP TO CP-PEDCOMP
               MOVE IND-PARC   TO CP-PARCELA
               READ CONTASPAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IND-PARC TO WCP-PARCELA
               END-READ
               .
       END PROGRAM NFENT01.
