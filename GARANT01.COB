      ******************************************************************
      *
      *          RECLAMACOES DE GARANTIA (GARANTIA.DAT)
      *     ABRE A RECLAMACAO PELO PRODUTO E NUMERO DE SERIE VENDIDO
      *     (SERIAIS.DAT): CLIENTE, NOTA FISCAL E FORNECEDOR VEM DA
      *     PROPRIA SERIE; A VALIDADE DA GARANTIA E A DATA DA NOTA
      *     MAIS WMESES-GARANTIA MESES. O RESULTADO E REGISTRADO
      *     DEPOIS: R-REPARO, T-TROCA (A SERIE DE TROCA SAI DO ESTOQUE
      *     PARA O CLIENTE NA MESMA NOTA E A DEFEITUOSA FICA BAIXADA
      *     PARA COBRANCA DO FORNECEDOR) OU X-RECUSA. O RELATORIO DE
      *     RECLAMACOES POR PRODUTO E FORNECEDOR FICA EM RELGAR01.
      *     NUMERO DA RECLAMACAO PELA ENTIDADE GARANTIA (PROXIMO-
      *     NUMERO). TUDO AUDITADO POR GRAVA-AUDITORIA.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. RECLAMACAO-GARANTIA.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT GARANTIA ASSIGN TO "GARANTIA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GA-NUMERO
           FILE STATUS IS FS-GARANTIA.

           SELECT SERIAIS ASSIGN TO "SERIAIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-CHAVE
           FILE STATUS IS FS-SERIAIS.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
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

      *    NUMEROS DE SERIE (RECPOC01 / FATPED01 / DEVPED01)
       FD  SERIAIS.
       01  REGISTRO-SERIAL.
           02 SN-CHAVE.
               03 SN-PRODUTO   PIC 9(06).
               03 SN-SERIE     PIC X(20).
           02 SN-STATUS        PIC X.
               88 SN-EM-ESTOQUE VALUE "E".
               88 SN-VENDIDO    VALUE "V".
               88 SN-BAIXADO    VALUE "B".
           02 SN-FORNECEDOR    PIC 9(04).
           02 SN-PEDCOMP       PIC 9(04).
           02 SN-DATA-ENTRADA  PIC 9(08).
           02 SN-CLIENTE       PIC 9(06).
           02 SN-PEDIDO        PIC 9(06).
           02 SN-NF-SERIE      PIC X(01).
           02 SN-NF-NUMERO     PIC 9(06).
           02 SN-DATA-VENDA    PIC 9(08).

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
       WORKING-STORAGE                     SECTION.
       01  FS-GARANTIA.
           02 FS-GARANTIA-1 PIC 9.
           02 FS-GARANTIA-2 PIC 9.
           02 FS-GARANTIA-R REDEFINES FS-GARANTIA-2 PIC 99 COMP-X.
       01  FS-SERIAIS.
           02 FS-SERIAIS-1 PIC 9.
           02 FS-SERIAIS-2 PIC 9.
           02 FS-SERIAIS-R REDEFINES FS-SERIAIS-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WGA-ENTIDADE   PIC X(10) VALUE "GARANTIA".
       77  WGA-NUMERO     PIC 9(06) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WSERIE         PIC X(20) VALUE SPACES.
       77  WSERIE-TROCA   PIC X(20) VALUE SPACES.
       77  WDEFEITO       PIC X(40) VALUE SPACES.
       77  WRESULTADO     PIC X VALUE SPACE.
      *    SAIDA DA UNIDADE DE TROCA NO ESTOQUE (GRAVA-MOVESTOQUE)
       77  WMV-TIPO       PIC X VALUE "S".
       77  WMV-QUANTIDADE PIC 9(06) VALUE 1.
       77  WMV-LOTE       PIC X(10) VALUE SPACES.
       77  WDEPOSITO      PIC 9(02) VALUE 1.
      *    PRAZO DA GARANTIA CONTADO DA DATA DA NOTA FISCAL
       77  WMESES-GARANTIA PIC 9(02) VALUE 12.
       01  WDATA-CALC.
           02 WANO-CALC   PIC 9(04).
           02 WMES-CALC   PIC 9(02).
           02 WDIA-CALC   PIC 9(02).
       01  WDATA-CALC-R REDEFINES WDATA-CALC PIC 9(08).
       77  WMESES-TOTAL   PIC 9(06) VALUE ZERO.
       77  WANOS-SOMA     PIC 9(04) VALUE ZERO.
       01  TAB-DIAS-MES-V PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
           02 DIM-MES PIC 9(02) OCCURS 12 TIMES.
       77  WDIAS-NO-MES   PIC 99 VALUE ZERO.
       77  WANOBISSEXTO   PIC 9(004) VALUE ZERO.
       77  WANOBISSPROVA  PIC 9(001) VALUE ZERO.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O GARANTIA.
           IF FS-GARANTIA = "35"
               OPEN OUTPUT GARANTIA
               CLOSE GARANTIA
               OPEN I-O GARANTIA
           END-IF.
           OPEN I-O SERIAIS.
           IF FS-SERIAIS = "35"
               OPEN OUTPUT SERIAIS
               CLOSE SERIAIS
               OPEN I-O SERIAIS
           END-IF.
           OPEN I-O ARQ1.
           MOVE LK-OPERADOR TO WOPERADOR.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               DISPLAY "RECLAMACOES DE GARANTIA     " AT 0430
               DISPLAY "ACAO A-ABRIR R-RESULTADO C-CONSULTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0550
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE GARANTIA SERIAIS ARQ1
                       EXIT PROGRAM
                   WHEN WACAO = "A" OR WACAO = "a"
                       PERFORM ABRE-RECLAMACAO THRU ABRE-RECLAMACAO-EXIT
                   WHEN WACAO = "R" OR WACAO = "r"
                       PERFORM REGISTRA-RESULTADO
                           THRU REGISTRA-RESULTADO-EXIT
                   WHEN WACAO = "C" OR WACAO = "c"
                       PERFORM CONSULTA-RECLAMACAO
                           THRU CONSULTA-RECLAMACAO-EXIT
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    ABERTURA: SO SERIE VENDIDA ADMITE RECLAMACAO. FORA DO PRAZO
      *    A RECLAMACAO E ABERTA DO MESMO JEITO, COM O AVISO NA TELA -
      *    O RESULTADO DECIDE SE HA REPARO, TROCA OU RECUSA.
      *----------------------------------------------------------------*
           ABRE-RECLAMACAO.
               DISPLAY "PRODUTO [......]           " AT 0705
               DISPLAY "SERIE   [....................]" AT 0805
               ACCEPT WPRODUTO AT 0714
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 1905
                       GO TO ABRE-RECLAMACAO-EXIT
               END-READ
               DISPLAY FD-PRODUTO (1:25) AT 0725
               MOVE SPACES TO WSERIE
               ACCEPT WSERIE AT 0814
               MOVE WPRODUTO TO SN-PRODUTO
               MOVE WSERIE   TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
                           AT 1905
                       GO TO ABRE-RECLAMACAO-EXIT
               END-READ
               IF NOT SN-VENDIDO
                   DISPLAY "SERIE NAO CONSTA COMO VENDIDA" AT 1905
                   GO TO ABRE-RECLAMACAO-EXIT
               END-IF
               MOVE SN-DATA-VENDA TO WDATA-CALC-R
               PERFORM CALCULA-VALIDADE
               MOVE WPRODUTO         TO GA-PRODUTO
               MOVE WSERIE           TO GA-SERIE
               MOVE SN-CLIENTE       TO GA-CLIENTE
               MOVE SN-FORNECEDOR    TO GA-FORNECEDOR
               MOVE SN-PEDCOMP       TO GA-PEDCOMP
               MOVE SN-NF-SERIE      TO GA-NF-SERIE
               MOVE SN-NF-NUMERO     TO GA-NF-NUMERO
               MOVE SN-DATA-VENDA    TO GA-DATA-NF
               MOVE WDATA-CALC-R     TO GA-VALIDADE
               MOVE WDATA-SISTEMA    TO GA-DATA
               PERFORM MOSTRA-RECLAMACAO
               DISPLAY "DEFEITO                    " AT 1305
               MOVE SPACES TO WDEFEITO
               ACCEPT WDEFEITO AT 1325
               IF WDEFEITO = SPACES
                   DISPLAY "DESCREVA O DEFEITO" AT 1905
                   GO TO ABRE-RECLAMACAO-EXIT
               END-IF
               DISPLAY "CONFIRMA A RECLAMACAO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1936
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO ABRE-RECLAMACAO-EXIT
               END-IF
               CALL "PROXIMO-NUMERO" USING WGA-ENTIDADE, WGA-NUMERO
               MOVE WGA-NUMERO       TO GA-NUMERO
               MOVE WDEFEITO         TO GA-DEFEITO
               MOVE "P"              TO GA-RESULTADO
               MOVE ZERO             TO GA-DATA-RESULT
               MOVE SPACES           TO GA-SERIE-TROCA
               MOVE WOPERADOR        TO GA-OPERADOR
               WRITE REGISTRO-GARANTIA
                   INVALID KEY
                       DISPLAY "RECLAMACAO JA CADASTRADA" AT 2005
                       GO TO ABRE-RECLAMACAO-EXIT
               END-WRITE
               MOVE GA-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "GARANT01", "ABRIU", WCHAVE-AUD
               DISPLAY "RECLAMACAO ABERTA:         " AT 2005
               DISPLAY GA-NUMERO AT 2024
               .
           ABRE-RECLAMACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    RESULTADO DE UMA RECLAMACAO PENDENTE. NA TROCA A SERIE NOVA
      *    TEM DE ESTAR EM ESTOQUE PARA O MESMO PRODUTO: ELA SAI PARA
      *    O CLIENTE LIGADA A NOTA ORIGINAL (A GARANTIA CONTINUA A
      *    CONTAR DAQUELA NOTA) E A SERIE DEFEITUOSA FICA BAIXADA.
      *----------------------------------------------------------------*
           REGISTRA-RESULTADO.
               PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-EXIT
               IF FS-GARANTIA NOT = "00"
                   GO TO REGISTRA-RESULTADO-EXIT
               END-IF
               IF NOT GA-PENDENTE
                   DISPLAY "RECLAMACAO JA ENCERRADA" AT 1905
                   GO TO REGISTRA-RESULTADO-EXIT
               END-IF
               DISPLAY "RESULTADO R-REPARO T-TROCA X-RECUSA [.]"
                   AT 1505
               MOVE SPACE TO WRESULTADO
               ACCEPT WRESULTADO AT 1542
               EVALUATE WRESULTADO
                   WHEN "r"
                       MOVE "R" TO WRESULTADO
                   WHEN "t"
                       MOVE "T" TO WRESULTADO
                   WHEN "x"
                       MOVE "X" TO WRESULTADO
               END-EVALUATE
               IF WRESULTADO NOT = "R" AND WRESULTADO NOT = "T" AND
                  WRESULTADO NOT = "X"
                   DISPLAY "RESULTADO INVALIDO" AT 1905
                   GO TO REGISTRA-RESULTADO-EXIT
               END-IF
               MOVE SPACES TO WSERIE-TROCA
               IF WRESULTADO = "T"
                   DISPLAY "SERIE DE TROCA [....................]"
                       AT 1605
                   ACCEPT WSERIE-TROCA AT 1621
                   MOVE GA-PRODUTO   TO SN-PRODUTO
                   MOVE WSERIE-TROCA TO SN-SERIE
                   READ SERIAIS
                       INVALID KEY
                           DISPLAY "SERIE NAO CADASTRADA PARA O PRODUTO"
                               AT 1905
                           GO TO REGISTRA-RESULTADO-EXIT
                   END-READ
                   IF NOT SN-EM-ESTOQUE
                       DISPLAY "SERIE DE TROCA NAO ESTA EM ESTOQUE"
                           AT 1905
                       GO TO REGISTRA-RESULTADO-EXIT
                   END-IF
               END-IF
               DISPLAY "CONFIRMA O RESULTADO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1935
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO REGISTRA-RESULTADO-EXIT
               END-IF
               IF WRESULTADO = "T"
                   PERFORM EFETUA-TROCA
               END-IF
               MOVE WRESULTADO    TO GA-RESULTADO
               MOVE WDATA-SISTEMA TO GA-DATA-RESULT
               MOVE WSERIE-TROCA  TO GA-SERIE-TROCA
               MOVE WOPERADOR     TO GA-OPERADOR
               REWRITE REGISTRO-GARANTIA
               MOVE GA-NUMERO TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "GARANT01", "RESULTADO", WCHAVE-AUD
               DISPLAY "RESULTADO REGISTRADO       " AT 2005
               .
           REGISTRA-RESULTADO-EXIT.
               EXIT.
      *    A SERIE DE TROCA (JA LIDA) SAI DO ESTOQUE PARA O CLIENTE;
      *    A DEFEITUOSA FICA BAIXADA PARA COBRANCA DO FORNECEDOR
           EFETUA-TROCA.
               MOVE "V"          TO SN-STATUS
               MOVE GA-CLIENTE   TO SN-CLIENTE
               MOVE GA-NF-SERIE  TO SN-NF-SERIE
               MOVE GA-NF-NUMERO TO SN-NF-NUMERO
               MOVE GA-DATA-NF   TO SN-DATA-VENDA
               MOVE ZERO         TO SN-PEDIDO
               REWRITE REGISTRO-SERIAL
               MOVE GA-PRODUTO TO SN-PRODUTO
               MOVE GA-SERIE   TO SN-SERIE
               READ SERIAIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "B" TO SN-STATUS
                       REWRITE REGISTRO-SERIAL
               END-READ
               MOVE GA-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO" AT 2105
                   NOT INVALID KEY
                       IF FD-QTD-ESTOQUE > ZERO
                           SUBTRACT 1 FROM FD-QTD-ESTOQUE
                       END-IF
                       REWRITE REG1
                       CALL "GRAVA-MOVESTOQUE" USING GA-PRODUTO,
                           WMV-TIPO, WMV-QUANTIDADE, FD-QTD-ESTOQUE,
                           WDEPOSITO, WMV-LOTE
               END-READ
               .
           CONSULTA-RECLAMACAO.
               PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-EXIT
               IF FS-GARANTIA NOT = "00"
                   GO TO CONSULTA-RECLAMACAO-EXIT
               END-IF
               DISPLAY "RESULTADO                  " AT 1505
               EVALUATE TRUE
                   WHEN GA-REPARO
                       DISPLAY "REPARO   " AT 1525
                   WHEN GA-TROCA
                       DISPLAY "TROCA    " AT 1525
                       DISPLAY GA-SERIE-TROCA AT 1545
                   WHEN GA-RECUSA
                       DISPLAY "RECUSADA " AT 1525
                   WHEN OTHER
                       DISPLAY "PENDENTE " AT 1525
               END-EVALUATE
               IF NOT GA-PENDENTE
                   DISPLAY GA-DATA-RESULT AT 1535
               END-IF
               .
           CONSULTA-RECLAMACAO-EXIT.
               EXIT.
           LE-RECLAMACAO.
               DISPLAY "RECLAMACAO [......]        " AT 0705
               ACCEPT WGA-NUMERO AT 0717
               MOVE WGA-NUMERO TO GA-NUMERO
               READ GARANTIA
                   INVALID KEY
                       DISPLAY "RECLAMACAO NAO CADASTRADA" AT 1905
                       GO TO LE-RECLAMACAO-EXIT
               END-READ
               MOVE GA-PRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO FD-PRODUTO
               END-READ
               DISPLAY "PRODUTO                    " AT 0805
               DISPLAY GA-PRODUTO AT 0814
               DISPLAY FD-PRODUTO (1:25) AT 0825
               DISPLAY "SERIE" AT 0855
               DISPLAY GA-SERIE AT 0861
               PERFORM MOSTRA-RECLAMACAO
               DISPLAY "DEFEITO                    " AT 1305
               DISPLAY GA-DEFEITO AT 1325
               .
           LE-RECLAMACAO-EXIT.
               EXIT.
           MOSTRA-RECLAMACAO.
               DISPLAY "CLIENTE                    " AT 0905
               DISPLAY GA-CLIENTE AT 0925
               DISPLAY "NOTA FISCAL / DATA         " AT 1005
               DISPLAY GA-NF-SERIE AT 1025
               DISPLAY "-" AT 1026
               DISPLAY GA-NF-NUMERO AT 1027
               DISPLAY GA-DATA-NF AT 1035
               DISPLAY "GARANTIA ATE               " AT 1105
               DISPLAY GA-VALIDADE AT 1125
               IF GA-VALIDADE < GA-DATA
                   DISPLAY "FORA DA GARANTIA" AT 1135
               END-IF
               DISPLAY "FORNECEDOR / PEDIDO COMPRA " AT 1205
               DISPLAY GA-FORNECEDOR AT 1233
               DISPLAY "/" AT 1238
               DISPLAY GA-PEDCOMP AT 1240
               .
      *----------------------------------------------------------------*
      *    VALIDADE = DATA DA NOTA + WMESES-GARANTIA MESES; O DIA QUE
      *    NAO EXISTE NO MES DE DESTINO CAI NO ULTIMO DIA DO MES.
      *----------------------------------------------------------------*
           CALCULA-VALIDADE.
               COMPUTE WMESES-TOTAL = WMES-CALC - 1 + WMESES-GARANTIA
               DIVIDE WMESES-TOTAL BY 12 GIVING WANOS-SOMA
                   REMAINDER WMES-CALC
               ADD 1 TO WMES-CALC
               ADD WANOS-SOMA TO WANO-CALC
               MOVE DIM-MES (WMES-CALC) TO WDIAS-NO-MES
               IF WMES-CALC = 2
                   DIVIDE WANO-CALC BY 4 GIVING WANOBISSEXTO
                       REMAINDER WANOBISSPROVA
                   IF WANOBISSPROVA = ZERO
                       MOVE 29 TO WDIAS-NO-MES
                   END-IF
               END-IF
               IF WDIA-CALC > WDIAS-NO-MES
                   MOVE WDIAS-NO-MES TO WDIA-CALC
               END-IF
               .
       END PROGRAM RECLAMACAO-GARANTIA.
