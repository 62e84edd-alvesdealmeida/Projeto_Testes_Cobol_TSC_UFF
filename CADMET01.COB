      ******************************************************************
      *
      *               METAS DE VENDAS POR VENDEDOR E MES
      *     METAS.DAT (VENDEDOR + COMPETENCIA AAAAMM):
      *       RECEITA        - FATURAMENTO LIQUIDO DE DEVOLUCOES;
      *       POR TIPO       - OPCIONAL, RECEITA DAS LINHAS DE CADA
      *                        TIPO DE PRODUTO (1-PECA 2-ACABADO
      *                        3-MATERIAL); ZERO = SEM META;
      *       NOVOS CLIENTES - OPCIONAL, CLIENTES COM O PRIMEIRO
      *                        PEDIDO FATURADO NO MES;
      *       ACELERADOR     - OPCIONAL, PERCENTUAL A MAIS SOBRE A
      *                        COMISSAO DO QUE PASSAR DA META DE
      *                        RECEITA (APLICADO PELO COMFECH1).
      *     M-MANTER INCLUI OU ALTERA, E-EXCLUI, L-LISTA AS METAS DE
      *     UMA COMPETENCIA. META DE COMPETENCIA COM COMISSAO JA
      *     FECHADA PODE SER CONSULTADA MAS NAO MUDA O FECHAMENTO.
      *     O ATINGIMENTO SAI NO RELATORIO RELMET01.
      *
      ******************************************************************

           IDENTIFICATION                                  DIVISION.
           PROGRAM-ID. CADASTRO-METAS.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                       SECTION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO "METAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MT-CHAVE
           FILE STATUS IS FS-METAS.

           SELECT VENDEDORES ASSIGN TO "VENDEDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-CODIGO
           ALTERNATE KEY IS V-NOME WITH DUPLICATES
           FILE STATUS IS FS-VENDEDORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                SECTION.
       FD  METAS.
       01  REGISTRO-METAS.
           02 MT-CHAVE.
               03 MT-VENDEDOR    PIC 9(04).
               03 MT-COMPETENCIA PIC 9(06).
           02 MT-RECEITA         PIC 9(10)V99.
           02 MT-META-TIPO       PIC 9(10)V99 OCCURS 3 TIMES.
           02 MT-NOVOS-CLIENTES  PIC 9(04).
           02 MT-ACELERADOR      PIC 9(03)V99.
           02 MT-DATA-CADASTRO   PIC 9(08).

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

      *================================================================*
       WORKING-STORAGE                     SECTION.
       01  FS-METAS.
           02 FS-METAS-1 PIC 9.
           02 FS-METAS-2 PIC 9.
           02 FS-METAS-R REDEFINES FS-METAS-2 PIC 99 COMP-X.
       01  FS-VENDEDORES.
           02 FS-VENDEDORES-1 PIC 9.
           02 FS-VENDEDORES-2 PIC 9.
           02 FS-VENDEDOR-R REDEFINES FS-VENDEDORES-2 PIC 99 COMP-X.

       77  OPCAO          PIC X VALUE SPACES.
       77  WACAO          PIC X VALUE SPACES.
       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WVENDEDOR      PIC 9(04) VALUE ZERO.
       77  WCOMPETENCIA   PIC 9(06) VALUE ZERO.
       77  WACHOU         PIC X VALUE "N".
       77  WNOVO          PIC X VALUE "N".
       77  WMT-RECEITA    PIC 9(10)V99 VALUE ZERO.
       77  WMT-TIPO1      PIC 9(10)V99 VALUE ZERO.
       77  WMT-TIPO2      PIC 9(10)V99 VALUE ZERO.
       77  WMT-TIPO3      PIC 9(10)V99 VALUE ZERO.
       77  WMT-NOVOS      PIC 9(04) VALUE ZERO.
       77  WMT-ACELERADOR PIC 9(03)V99 VALUE ZERO.
       77  WLINHA-TELA    PIC 9(02) VALUE ZERO.
       77  QT-METAS       PIC 9(04) VALUE ZERO.
       77  WT-RECEITA     PIC 9(12)V99 VALUE ZERO.
       77  WED-VALOR      PIC Z(9)9.99.
       77  WED-TOTAL      PIC Z(11)9.99.
       77  WED-NOVOS      PIC Z(3)9.
       77  WED-PCT        PIC ZZ9.99.

      *================================================================*
       LINKAGE                             SECTION.
       01  LK-OPCAO    PIC 99.
       01  LK-OPERADOR PIC X(10).
      *================================================================*
       PROCEDURE          DIVISION USING LK-OPCAO LK-OPERADOR.
           ABERTURA.
           OPEN I-O METAS.
           IF FS-METAS = "35"
               OPEN OUTPUT METAS
               CLOSE METAS
               OPEN I-O METAS
           END-IF.
           OPEN INPUT VENDEDORES.
           MOVE LK-OPERADOR TO WOPERADOR.
           INICIO.
                   DISPLAY SPACE ERASE EOS
                   PERFORM TELA THRU TELA-EXIT
                   GO TO INICIO
           .
           TELA.
               ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
               DISPLAY "METAS DE VENDAS             " AT 0430
               DISPLAY "ACAO M-MANTER E-EXCLUIR L-LISTAR X-SAIR"
                   AT 0505
               ACCEPT WACAO AT 0545
               EVALUATE TRUE
                   WHEN WACAO = "X" OR WACAO = "x"
                       CLOSE METAS VENDEDORES
                       EXIT PROGRAM
                   WHEN WACAO = "M" OR WACAO = "m"
                       PERFORM MANTEM-META THRU MANTEM-META-FIM
                   WHEN WACAO = "E" OR WACAO = "e"
                       PERFORM EXCLUI-META THRU EXCLUI-META-FIM
                   WHEN WACAO = "L" OR WACAO = "l"
                       PERFORM LISTA-METAS THRU LISTA-METAS-FIM
               END-EVALUATE
               DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
               ACCEPT OPCAO AT 2335
               .
           TELA-EXIT.
               EXIT.
      *----------------------------------------------------------------*
      *    CHAVE DA META: VENDEDOR CADASTRADO E COMPETENCIA AAAAMM
      *----------------------------------------------------------------*
           BUSCA-CHAVE.
               MOVE "N" TO WACHOU
               DISPLAY "VENDEDOR [....]            " AT 0705
               MOVE ZERO TO WVENDEDOR
               ACCEPT WVENDEDOR AT 0715
               MOVE WVENDEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       DISPLAY "VENDEDOR NAO CADASTRADO" AT 1905
                       GO TO BUSCA-CHAVE-FIM
               END-READ
               DISPLAY V-NOME (1:40) AT 0722
               DISPLAY "COMPETENCIA [......] AAAAMM" AT 0805
               MOVE ZERO TO WCOMPETENCIA
               ACCEPT WCOMPETENCIA AT 0818
               IF WCOMPETENCIA (5:2) < "01" OR
                  WCOMPETENCIA (5:2) > "12"
                   DISPLAY "COMPETENCIA INVALIDA" AT 1905
                   GO TO BUSCA-CHAVE-FIM
               END-IF
               MOVE "S" TO WACHOU
               .
           BUSCA-CHAVE-FIM.
               EXIT.
           MANTEM-META.
               PERFORM BUSCA-CHAVE THRU BUSCA-CHAVE-FIM
               IF WACHOU = "N"
                   GO TO MANTEM-META-FIM
               END-IF
               MOVE WVENDEDOR    TO MT-VENDEDOR
               MOVE WCOMPETENCIA TO MT-COMPETENCIA
               READ METAS
                   INVALID KEY
                       MOVE "S" TO WNOVO
                   NOT INVALID KEY
                       MOVE "N" TO WNOVO
               END-READ
               IF WNOVO = "S"
                   DISPLAY "META NOVA" AT 0840
                   MOVE ZERO TO WMT-RECEITA WMT-TIPO1 WMT-TIPO2
                   MOVE ZERO TO WMT-TIPO3 WMT-NOVOS WMT-ACELERADOR
               ELSE
                   MOVE MT-RECEITA        TO WMT-RECEITA
                   MOVE MT-META-TIPO (1)  TO WMT-TIPO1
                   MOVE MT-META-TIPO (2)  TO WMT-TIPO2
                   MOVE MT-META-TIPO (3)  TO WMT-TIPO3
                   MOVE MT-NOVOS-CLIENTES TO WMT-NOVOS
                   MOVE MT-ACELERADOR     TO WMT-ACELERADOR
               END-IF
               DISPLAY "META DE RECEITA    [.............]" AT 1005
               DISPLAY "META TIPO 1-PECA   [.............]" AT 1105
               DISPLAY "META TIPO 2-ACABADO[.............]" AT 1205
               DISPLAY "META TIPO 3-MATER. [.............]" AT 1305
               DISPLAY "NOVOS CLIENTES     [....]" AT 1405
               DISPLAY "ACELERADOR %       [......]" AT 1505
               MOVE WMT-RECEITA TO WED-VALOR
               DISPLAY WED-VALOR AT 1025
               MOVE WMT-TIPO1 TO WED-VALOR
               DISPLAY WED-VALOR AT 1125
               MOVE WMT-TIPO2 TO WED-VALOR
               DISPLAY WED-VALOR AT 1225
               MOVE WMT-TIPO3 TO WED-VALOR
               DISPLAY WED-VALOR AT 1325
               MOVE WMT-NOVOS TO WED-NOVOS
               DISPLAY WED-NOVOS AT 1425
               MOVE WMT-ACELERADOR TO WED-PCT
               DISPLAY WED-PCT AT 1525
               ACCEPT WMT-RECEITA AT 1025
               IF WMT-RECEITA = ZERO
                   DISPLAY "META DE RECEITA NAO INFORMADA" AT 1905
                   GO TO MANTEM-META-FIM
               END-IF
               ACCEPT WMT-TIPO1 AT 1125
               ACCEPT WMT-TIPO2 AT 1225
               ACCEPT WMT-TIPO3 AT 1325
               ACCEPT WMT-NOVOS AT 1425
               ACCEPT WMT-ACELERADOR AT 1525
               DISPLAY "CONFIRMA [S-N][.]          " AT 1905
               ACCEPT OPCAO AT 1920
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO MANTEM-META-FIM
               END-IF
               IF WNOVO = "S"
                   MOVE WDATA-SISTEMA TO MT-DATA-CADASTRO
               END-IF
               MOVE WVENDEDOR      TO MT-VENDEDOR
               MOVE WCOMPETENCIA   TO MT-COMPETENCIA
               MOVE WMT-RECEITA    TO MT-RECEITA
               MOVE WMT-TIPO1      TO MT-META-TIPO (1)
               MOVE WMT-TIPO2      TO MT-META-TIPO (2)
               MOVE WMT-TIPO3      TO MT-META-TIPO (3)
               MOVE WMT-NOVOS      TO MT-NOVOS-CLIENTES
               MOVE WMT-ACELERADOR TO MT-ACELERADOR
               WRITE REGISTRO-METAS
                   INVALID KEY
                       REWRITE REGISTRO-METAS
               END-WRITE
               MOVE MT-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADMET01", "GRAVOU", WCHAVE-AUD
               DISPLAY "META GRAVADA" AT 2005
               .
           MANTEM-META-FIM.
               EXIT.
           EXCLUI-META.
               PERFORM BUSCA-CHAVE THRU BUSCA-CHAVE-FIM
               IF WACHOU = "N"
                   GO TO EXCLUI-META-FIM
               END-IF
               MOVE WVENDEDOR    TO MT-VENDEDOR
               MOVE WCOMPETENCIA TO MT-COMPETENCIA
               READ METAS
                   INVALID KEY
                       DISPLAY "META NAO CADASTRADA" AT 1905
                       GO TO EXCLUI-META-FIM
               END-READ
               MOVE MT-RECEITA TO WED-VALOR
               DISPLAY "META DE RECEITA" AT 1005
               DISPLAY WED-VALOR AT 1025
               DISPLAY "CONFIRMA EXCLUSAO [S-N][.]" AT 1905
               ACCEPT OPCAO AT 1929
               IF OPCAO NOT = "S" AND OPCAO NOT = "s"
                   GO TO EXCLUI-META-FIM
               END-IF
               DELETE METAS
                   INVALID KEY
                       DISPLAY "META NAO CADASTRADA" AT 2005
                       GO TO EXCLUI-META-FIM
               END-DELETE
               MOVE MT-CHAVE TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                   "CADMET01", "EXCLUIU", WCHAVE-AUD
               DISPLAY "META EXCLUIDA" AT 2005
               .
           EXCLUI-META-FIM.
               EXIT.
      *----------------------------------------------------------------*
      *    METAS DE UMA COMPETENCIA, TODOS OS VENDEDORES
      *----------------------------------------------------------------*
           LISTA-METAS.
               DISPLAY "COMPETENCIA [......] AAAAMM" AT 0705
               MOVE ZERO TO WCOMPETENCIA
               ACCEPT WCOMPETENCIA AT 0718
               PERFORM CABECALHO-LISTA
               MOVE ZERO TO QT-METAS
               MOVE ZERO TO WT-RECEITA
               MOVE LOW-VALUES TO MT-CHAVE
               START METAS KEY NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE "10" TO FS-METAS
               END-START
               IF FS-METAS = "00"
                   PERFORM LE-PROXIMA-META
                   PERFORM LISTA-UMA-META
                       UNTIL FS-METAS NOT = "00"
               END-IF
               MOVE "00" TO FS-METAS
               IF QT-METAS = ZERO
                   DISPLAY "NENHUMA META NA COMPETENCIA" AT 1005
                   GO TO LISTA-METAS-FIM
               END-IF
               DISPLAY "TOTAL DAS METAS DE RECEITA" AT 2005
               MOVE WT-RECEITA TO WED-TOTAL
               DISPLAY WED-TOTAL AT 2033
               .
           LISTA-METAS-FIM.
               EXIT.
           CABECALHO-LISTA.
               DISPLAY "VEND NOME                 "
                   "META RECEITA       TIPOS            NOVOS ACEL%"
                   AT 0905
               MOVE 10 TO WLINHA-TELA
               .
           LE-PROXIMA-META.
               READ METAS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-METAS
               END-READ
               .
           LISTA-UMA-META.
               IF MT-COMPETENCIA = WCOMPETENCIA
                   PERFORM EXIBE-META
               END-IF
               PERFORM LE-PROXIMA-META
               .
           EXIBE-META.
               IF WLINHA-TELA > 18
                   DISPLAY "TECLE ENTER PARA CONTINUAR" AT 2305
                   ACCEPT OPCAO AT 2335
                   DISPLAY SPACE ERASE EOS
                   DISPLAY "METAS DE VENDAS             " AT 0430
                   DISPLAY "COMPETENCIA" AT 0705
                   DISPLAY WCOMPETENCIA AT 0718
                   PERFORM CABECALHO-LISTA
               END-IF
               ADD 1 TO QT-METAS
               ADD MT-RECEITA TO WT-RECEITA
               MOVE MT-VENDEDOR TO V-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       MOVE "VENDEDOR NAO CADASTRADO" TO V-NOME
               END-READ
               DISPLAY MT-VENDEDOR AT LINE WLINHA-TELA COL 05
               DISPLAY V-NOME (1:20) AT LINE WLINHA-TELA COL 10
               MOVE MT-RECEITA TO WED-VALOR
               DISPLAY WED-VALOR AT LINE WLINHA-TELA COL 30
               IF MT-META-TIPO (1) > ZERO
                   DISPLAY "1" AT LINE WLINHA-TELA COL 50
               END-IF
               IF MT-META-TIPO (2) > ZERO
                   DISPLAY "2" AT LINE WLINHA-TELA COL 52
               END-IF
               IF MT-META-TIPO (3) > ZERO
                   DISPLAY "3" AT LINE WLINHA-TELA COL 54
               END-IF
               MOVE MT-NOVOS-CLIENTES TO WED-NOVOS
               DISPLAY WED-NOVOS AT LINE WLINHA-TELA COL 68
               MOVE MT-ACELERADOR TO WED-PCT
               DISPLAY WED-PCT AT LINE WLINHA-TELA COL 73
               ADD 1 TO WLINHA-TELA
               .
       END PROGRAM CADASTRO-METAS.
