           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT NOTAFIS ASSIGN TO "NOTAFIS.DAT"
       FD  BACKORD.
       01  REGISTRO-BACKORDER.
           02 BO-CHAVE.
               03 BO-PEDIDO    PIC 9(06).
               03 BO-LINHA     PIC 9(02).
           02 BO-PRODUTO       PIC 9(06).
           02 BO-CLIENTE       PIC 9(06).
           02 BO-QTD-PENDENTE  PIC 9(04).
           02 BO-DEPOSITO      PIC 9(02).
           02 BO-DATA          PIC 9(08).

       FD  ARQ1.
       01  REG1.
           02 FD-CODIGO         PIC 9(06).
           02 FD-PRODUTO        PIC X(30).
           02 FD-VALUNIT        PIC 9(6)V99.
           02 FD-TIPO           PIC 9(01).
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

       FD  PEDITENS.
       01  REGISTRO-ITEM.
           02 ITM-CHAVE.
               03 ITM-PEDIDO   PIC 9(06).
               03 ITM-LINHA    PIC 9(02).
           02 ITM-PRODUTO      PIC 9(06).
           02 ITM-QUANTIDADE   PIC 9(04).
           02 ITM-VALUNIT      PIC 9(6)V99.
           02 ITM-VALOR-LINHA  PIC 9(8)V99.
      *    MESMO LAYOUT JA DECLARADO EM CADASTR01/CADPED01.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
           02 SITUACAO    PIC X.
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
      *    PESSOA FISICA (CPF) OU JURIDICA (CNPJ, INSCRICAO ESTADUAL
      *    E NOME FANTASIA) - CONTATOS DA EMPRESA EM CLICONT.DAT
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *    MESMO LAYOUT DO FATPED01/NOTAFIS1
       FD  NOTAFIS.
           02 NF-CHAVE.
               03 NF-SERIE   PIC X(01).
               03 NF-NUMERO  PIC 9(06).
           02 NF-PEDIDO      PIC 9(06).
           02 NF-EMISSAO     PIC 9(08).
           02 NF-CLIENTE     PIC 9(06).
           02 NF-NOME        PIC X(50).
           02 NF-CPF         PIC 9(11).
           02 NF-ENDERECO    PIC X(50).
           02 NF-VALOR-FRETE PIC 9(8)V99.
           02 NF-VALOR-TOTAL PIC 9(8)V99.
           02 NF-STATUS      PIC X.
      *    DOCUMENTO DO DESTINATARIO: "F" CPF EM NF-CPF, "J" CNPJ
      *    E INSCRICAO ESTADUAL
           02 NF-TIPO-DOC    PIC X.
           02 NF-CNPJ        PIC 9(14).
           02 NF-IE          PIC X(15).
      *    FILIAL EMITENTE (SERIE DA FILIAL) E, NA NOTA DE
      *    TRANSFERENCIA ENTRE FILIAIS, A FILIAL DESTINATARIA
           02 NF-FILIAL      PIC 9(02).
           02 NF-FILIAL-DEST PIC 9(02).

       FD  NFITEM.
       01  REGISTRO-NFITEM.
               03 NI-SERIE   PIC X(01).
               03 NI-NUMERO  PIC 9(06).
               03 NI-LINHA   PIC 9(02).
           02 NI-PRODUTO     PIC 9(06).
           02 NI-QUANTIDADE  PIC 9(04).
           02 NI-VALUNIT     PIC 9(6)V99.
           02 NI-VALOR-LINHA PIC 9(8)V99.
           02 FS-NFITEM-R REDEFINES FS-NFITEM-2 PIC 99 COMP-X.
       77  WNF-SERIE      PIC X(01) VALUE "1".
       77  WNF-ENTIDADE   PIC X(10) VALUE "NOTAFISCAL".
       77  WNF-NUMERO     PIC 9(06) VALUE ZERO.
      *    A NOTA COMPLEMENTAR SAI NA SERIE DA FILIAL DONA DO
      *    DEPOSITO DO BACKORDER (BUSCA-FILIAL)
       77  WNF-FILIAL     PIC 9(02) VALUE 01.
       77  WTIPO-FIL      PIC X     VALUE "D".
       77  WCHAVE-FIL     PIC X(10) VALUE SPACES.
       01  WDADOS-FILIAL.
           02 WFIL-NOME      PIC X(30).
           02 WFIL-CNPJ      PIC 9(14).
           02 WFIL-IE        PIC X(15).
           02 WFIL-ESTADO    PIC AA.
           02 WFIL-SERIE     PIC X(01).
           02 WFIL-ENT-NF    PIC X(10).
           02 WFIL-DEPOSITO  PIC 9(02).
           02 WFIL-RESULTADO PIC X.
       77  WVALOR-LIB     PIC 9(8)V99 VALUE ZERO.
       77  WIMP-LIB       PIC 9(8)V99 VALUE ZERO.
       77  QT-NF-COMPL    PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *    NOTA FISCAL COMPLEMENTAR DA LIBERACAO - A NOTA DO
      *    FATURAMENTO CONGELOU SO O QUE SAIU NAQUELE DIA; O QUE
      *    SAI AGORA GANHA O PROPRIO DOCUMENTO NA SERIE DA FILIAL DO
      *    DEPOSITO, COM VALOR E IMPOSTO DA LINHA RATEADOS PELA
      *    QUANTIDADE LIBERADA (MESMA CONTA DO FATPED01) E FRETE
      *    ZERADO (JA COBRADO NA NOTA ORIGINAL). SEM O ITEM DO PEDIDO
      *    NAO HA COMO PRECIFICAR - SAI DENUNCIADO NO CONTROLE.
      *----------------------------------------------------------------*
       2300-EMITE-NF-COMPLEMENTAR.
           MOVE BO-PEDIDO TO ITM-PEDIDO
               MOVE ZERO TO WVALOR-LIB
               MOVE ZERO TO WIMP-LIB
           END-IF
           MOVE SPACES      TO WCHAVE-FIL
           MOVE BO-DEPOSITO TO WCHAVE-FIL (1:2)
           CALL "BUSCA-FILIAL" USING WTIPO-FIL, WCHAVE-FIL,
               WNF-FILIAL, WDADOS-FILIAL
           MOVE WFIL-SERIE  TO WNF-SERIE
           MOVE WFIL-ENT-NF TO WNF-ENTIDADE
           CALL "PROXIMO-NUMERO" USING WNF-ENTIDADE, WNF-NUMERO
           MOVE WNF-SERIE  TO NF-SERIE
           MOVE WNF-NUMERO TO NF-NUMERO
           MOVE WNF-FILIAL TO NF-FILIAL
           MOVE ZERO       TO NF-FILIAL-DEST
           MOVE BO-PEDIDO  TO NF-PEDIDO
           MOVE WDATA-SISTEMA TO NF-EMISSAO
           MOVE BO-CLIENTE TO NF-CLIENTE
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
                   MOVE ZEROS TO CPF
                   MOVE SPACES TO ENDERECO CIDADE ESTADO
                   MOVE SPACE TO CLIENTE-TIPO
           END-READ
           MOVE NOME     TO NF-NOME
           MOVE CPF      TO NF-CPF
           MOVE ENDERECO TO NF-ENDERECO
           MOVE CIDADE   TO NF-CIDADE
           MOVE ESTADO   TO NF-ESTADO
           IF CLIENTE-PJ
               MOVE "J"              TO NF-TIPO-DOC
               MOVE CLIENTE-CNPJ     TO NF-CNPJ
               MOVE CLIENTE-IE       TO NF-IE
           ELSE
               MOVE "F"              TO NF-TIPO-DOC
               MOVE ZEROS            TO NF-CNPJ
               MOVE SPACES           TO NF-IE
           END-IF
           MOVE WVALOR-LIB TO NF-VALOR-PROD
           MOVE WIMP-LIB   TO NF-VALOR-IMP
           MOVE ZERO       TO NF-VALOR-FRETE
