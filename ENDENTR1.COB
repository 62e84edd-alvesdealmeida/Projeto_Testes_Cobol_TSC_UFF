      ******************************************************************
      *
      *     ENDERECO-ENTREGA - ROTINA COMUM DE BUSCA DO ENDERECO DE
      *     ENTREGA DE UM PEDIDO
      *     LE EM ENDENTR.DAT (CHAVE CLIENTE+SEQUENCIA) O ENDERECO
      *     DE ENTREGA ESCOLHIDO NO PEDIDO (PED-ENTREGA), PARA QUE O
      *     FRETE (CADPED01), O ROMANEIO (ENTREGA1) E O ROTEIRO
      *     (RELROT01) USEM O LOCAL DE ENTREGA E NAO O ENDERECO
      *     PRINCIPAL DO CLIENTE. SEQUENCIA ZERO OU NAO CADASTRADA
      *     DEVOLVE LK-ACHOU = "N" E O CHAMADOR MANTEM O ENDERECO
      *     PRINCIPAL. CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "ENDERECO-ENTREGA" USING LK-CLIENTE LK-SEQ
      *             LK-ENDERECO-ENTREGA LK-ACHOU
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. ENDERECO-ENTREGA.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ENDENTR ASSIGN TO "ENDENTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EE-CHAVE
           FILE STATUS IS FS-ENDENTR.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  ENDENTR.
       01  REGISTRO-ENDENTR.
           02 EE-CHAVE.
               03 EE-CLIENTE  PIC 9(06).
               03 EE-SEQ      PIC 9(02).
           02 EE-DESCRICAO    PIC X(20).
           02 EE-ENDERECO     PIC X(50).
           02 EE-NUMERO       PIC 9(6).
           02 EE-COMPLEMENTO  PIC X(30).
           02 EE-BAIRRO       PIC X(30).
           02 EE-CIDADE       PIC X(30).
           02 EE-CEP          PIC X(8).
           02 EE-ESTADO       PIC AA.

       WORKING-STORAGE                         SECTION.
       01  FS-ENDENTR.
           02 FS-ENDENTR-1 PIC 9.
           02 FS-ENDENTR-2 PIC 9.
           02 FS-ENDENTR-R REDEFINES FS-ENDENTR-2 PIC 99 COMP-X.

       LINKAGE                                 SECTION.
       01  LK-CLIENTE   PIC 9(06).
       01  LK-SEQ       PIC 9(02).
       01  LK-ENDERECO-ENTREGA.
           02 LK-DESCRICAO    PIC X(20).
           02 LK-ENDERECO     PIC X(50).
           02 LK-NUMERO       PIC 9(6).
           02 LK-COMPLEMENTO  PIC X(30).
           02 LK-BAIRRO       PIC X(30).
           02 LK-CIDADE       PIC X(30).
           02 LK-CEP          PIC X(8).
           02 LK-ESTADO       PIC AA.
       01  LK-ACHOU     PIC X.
      *================================================================*
       PROCEDURE DIVISION USING LK-CLIENTE LK-SEQ LK-ENDERECO-ENTREGA
           LK-ACHOU.
       0000-MAINLINE.
           MOVE "N" TO LK-ACHOU
           IF LK-SEQ = ZERO
               GOBACK
           END-IF
           OPEN INPUT ENDENTR
           IF FS-ENDENTR NOT = "00"
               GOBACK
           END-IF
           MOVE LK-CLIENTE TO EE-CLIENTE
           MOVE LK-SEQ     TO EE-SEQ
           READ ENDENTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1000-DEVOLVE-ENDERECO
           END-READ
           CLOSE ENDENTR
           GOBACK
           .
       1000-DEVOLVE-ENDERECO.
           MOVE EE-DESCRICAO   TO LK-DESCRICAO
           MOVE EE-ENDERECO    TO LK-ENDERECO
           MOVE EE-NUMERO      TO LK-NUMERO
           MOVE EE-COMPLEMENTO TO LK-COMPLEMENTO
           MOVE EE-BAIRRO      TO LK-BAIRRO
           MOVE EE-CIDADE      TO LK-CIDADE
           MOVE EE-CEP         TO LK-CEP
           MOVE EE-ESTADO      TO LK-ESTADO
           MOVE "S" TO LK-ACHOU
           .
       END PROGRAM ENDERECO-ENTREGA.
