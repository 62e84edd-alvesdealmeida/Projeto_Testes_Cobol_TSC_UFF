      ******************************************************************
      *
      *     QUALCL01 - QUALIDADE DO CADASTRO DE CLIENTES (SEMANAL)
      *     CONFERE CADA CLIENTE ATIVO EM QUATRO REGRAS E DA UMA NOTA
      *     DE 0 A 100 (PESOS ENTRE PARENTESES):
      *         E - E-MAIL PREENCHIDO SEM "@", COM MAIS DE UM "@" OU
      *             COMECANDO POR "@" (30);
      *         T - TELEFONE FORA DO PADRAO (DD) NNNN-NNNN OU
      *             (DD) 9NNNN-NNNN (20);
      *         C - CEP EM BRANCO OU QUE NAO CONSTA DA TABELA DE CEP
      *             (CEP.DAT, CADCEP01/CEPLOAD1) (30);
      *         L - CIDADE/ESTADO DIFERENTES DOS DO CEP NA TABELA (20).
      *     CADA PROBLEMA VAI PARA A LISTA DE TRABALHO QUALCLI.DAT.
      *     ONDE A CORRECAO E CERTA O PROGRAMA JA A PROPOE: CIDADE E
      *     ESTADO DA TABELA DE CEP; TELEFONE COM 10 OU 11 DIGITOS
      *     (DEPOIS DE TIRAR O 55 DO PAIS OU O 0 DA OPERADORA)
      *     REESCRITO NO PADRAO. O RESTO FICA SO LISTADO, PARA
      *     CORRECAO NO CADASTRO (CADASTR01). AS PROPOSTAS SAO ACEITAS
      *     OU REJEITADAS NA TELA QUALAP01.
      *     NA RODADA SEGUINTE: PROBLEMA QUE SUMIU SAI DA LISTA COMO
      *     RESOLVIDO; PROPOSTA REJEITADA NAO VOLTA ENQUANTO O CADASTRO
      *     E A PROPOSTA FOREM OS MESMOS; CLIENTE INATIVADO TEM OS
      *     PENDENTES ENCERRADOS.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. QUALCL01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT CEPTAB ASSIGN TO "CEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CEP
           FILE STATUS IS FS-CEPTAB.

           SELECT QUALCLI ASSIGN TO "QUALCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QC-CHAVE
           FILE STATUS IS FS-QUALCLI.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  CLIENTES.
       01  REGISTRO-CLIENTES.
           02 CODIGO PIC 999999.
           02 NOME   PIC X(50).
           02 CPF    PIC 9(11).
           02 DATA-NAS.
               03 DIA-NAS PIC 99.
               03 MES-NAS PIC 99.
               03 ANO-NAS PIC 9999.
           02 TELEFONE PIC X(30).
           02 ENDERECO PIC X(50).
           02 NUMERO   PIC 9(6).
           02 COMPLEMENTO PIC X(30).
           02 BAIRRO      PIC X(30).
           02 CIDADE      PIC X(30).
           02 CEP         PIC X(8).
           02 ESTADO      PIC AA.
           02 EMAIL       PIC X(50).
           02 SITUACAO    PIC X.
               88 CLIENTE-ATIVO   VALUE "A" "a".
               88 CLIENTE-INATIVO VALUE "I" "i".
           02 GENERO      PIC X.
           02 LIMITE-CREDITO PIC 9(8)V99.
           02 CLIENTE-DESTINO PIC 9(06).
           02 CLIENTE-LISTA   PIC 9(02).
      *    OPT-OUT DE CONTATO POR FINALIDADE ("N" = NAO CONTATAR):
      *    MARKETING, COBRANCA E INSTITUCIONAL (PREFCON1)
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

      *    MESMO LAYOUT DO CADCEP01
       FD  CEPTAB.
       01  REGISTRO-CEP.
           02 CT-CEP      PIC X(8).
           02 CT-ENDERECO PIC X(50).
           02 CT-BAIRRO   PIC X(30).
           02 CT-CIDADE   PIC X(30).
           02 CT-ESTADO   PIC AA.

      *    LISTA DE TRABALHO DA QUALIDADE DO CADASTRO - UM REGISTRO POR
      *    CLIENTE E REGRA. SITUACAO: "P" PROPOSTA PENDENTE, "S" SEM
      *    PROPOSTA (CORRIGIR NO CADASTRO), "A" ACEITA, "R" REJEITADA,
      *    "C" RESOLVIDA (O PROBLEMA SUMIU), "X" OBSOLETA (O CADASTRO
      *    MUDOU ANTES DA DECISAO). NA REGRA L OS VALORES VAO COMO
      *    CIDADE + ESTADO.
       FD  QUALCLI.
       01  REGISTRO-QUALCLI.
           02 QC-CHAVE.
               03 QC-CLIENTE    PIC 9(06).
               03 QC-REGRA      PIC X.
                   88 QC-REGRA-EMAIL VALUE "E".
                   88 QC-REGRA-FONE  VALUE "T".
                   88 QC-REGRA-CEP   VALUE "C".
                   88 QC-REGRA-LOCAL VALUE "L".
           02 QC-STATUS         PIC X.
               88 QC-PENDENTE      VALUE "P".
               88 QC-SEM-PROPOSTA  VALUE "S".
               88 QC-ACEITA        VALUE "A".
               88 QC-REJEITADA     VALUE "R".
               88 QC-RESOLVIDA     VALUE "C".
               88 QC-OBSOLETA      VALUE "X".
           02 QC-PONTOS         PIC 9(03).
           02 QC-DATA-APURA     PIC 9(08).
           02 QC-DESCRICAO      PIC X(40).
           02 QC-ATUAL          PIC X(50).
           02 QC-ATUAL-LOCAL REDEFINES QC-ATUAL.
               03 QC-ATUAL-CIDADE  PIC X(30).
               03 QC-ATUAL-ESTADO  PIC XX.
               03 FILLER           PIC X(18).
           02 QC-PROPOSTA       PIC X(50).
           02 QC-PROP-LOCAL REDEFINES QC-PROPOSTA.
               03 QC-PROP-CIDADE   PIC X(30).
               03 QC-PROP-ESTADO   PIC XX.
               03 FILLER           PIC X(18).
           02 QC-OPER-DECISAO   PIC X(10).
           02 QC-DATA-DECISAO   PIC 9(08).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTE-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-CEPTAB.
           02 FS-CEPTAB-1 PIC 9.
           02 FS-CEPTAB-2 PIC 9.
           02 FS-CEPTAB-R REDEFINES FS-CEPTAB-2 PIC 99 COMP-X.
       01  FS-QUALCLI.
           02 FS-QUALCLI-1 PIC 9.
           02 FS-QUALCLI-2 PIC 9.
           02 FS-QUALCLI-R REDEFINES FS-QUALCLI-2 PIC 99 COMP-X.

       77  WDATA-SISTEMA PIC 9(08) VALUE ZERO.
       77  WCEP-OK       PIC X VALUE "N".
       77  WPONTOS       PIC 9(03) VALUE ZERO.
       77  WQT-ARROBA    PIC 9(02) VALUE ZERO.
      *    AS QUATRO REGRAS DO CLIENTE EM CONFERENCIA
       01  TAB-REGRAS.
           02 TR-ITEM OCCURS 4 TIMES.
               03 TR-REGRA     PIC X.
               03 TR-PESO      PIC 9(03).
               03 TR-PROBLEMA  PIC X.
               03 TR-DESCRICAO PIC X(40).
               03 TR-ATUAL     PIC X(50).
               03 TR-PROPOSTA  PIC X(50).
       77  IND-REGRA     PIC 9(01) VALUE ZERO.
      *    NORMALIZACAO DO TELEFONE
       77  WFONE-DIGITOS PIC X(30) VALUE SPACES.
       77  WFONE-NORMAL  PIC X(30) VALUE SPACES.
       77  QT-DIGITOS    PIC 9(02) VALUE ZERO.
       77  IND-CAR       PIC 9(02) VALUE ZERO.
      *    COMPARACAO DE CIDADE/ESTADO SEM DIFERENCA DE CAIXA
       01  WLOCAL-CLIENTE.
           02 WLC-CIDADE PIC X(30).
           02 WLC-ESTADO PIC XX.
       01  WLOCAL-CEP.
           02 WLT-CIDADE PIC X(30).
           02 WLT-ESTADO PIC XX.
      *    TOTAIS
       77  QT-AVALIADOS  PIC 9(06) VALUE ZERO.
       77  QT-COM-PROB   PIC 9(06) VALUE ZERO.
       77  QT-PROBLEMAS  PIC 9(06) VALUE ZERO.
       77  QT-PROPOSTAS  PIC 9(06) VALUE ZERO.
       77  QT-MANTIDAS   PIC 9(06) VALUE ZERO.
       77  QT-RESOLVIDAS PIC 9(06) VALUE ZERO.
       77  WSOMA-PONTOS  PIC 9(09) VALUE ZERO.
       77  WMEDIA        PIC 9(03) VALUE ZERO.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CONFERE-CLIENTES THRU 2000-EXIT
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "QUALIDADE DO CADASTRO DE CLIENTES - " WDATA-SISTEMA
           OPEN INPUT CLIENTES
           OPEN INPUT CEPTAB
           IF FS-CEPTAB = "00"
               MOVE "S" TO WCEP-OK
           ELSE
               DISPLAY "TABELA DE CEP NAO ENCONTRADA - REGRAS DE CEP E"
                   " CIDADE/ESTADO NAO CONFERIDAS"
           END-IF
           OPEN I-O QUALCLI
           IF FS-QUALCLI = "35"
               OPEN OUTPUT QUALCLI
               CLOSE QUALCLI
               OPEN I-O QUALCLI
           END-IF
           MOVE "E" TO TR-REGRA (1)
           MOVE 30  TO TR-PESO (1)
           MOVE "T" TO TR-REGRA (2)
           MOVE 20  TO TR-PESO (2)
           MOVE "C" TO TR-REGRA (3)
           MOVE 30  TO TR-PESO (3)
           MOVE "L" TO TR-REGRA (4)
           MOVE 20  TO TR-PESO (4)
           DISPLAY "CLIENTE NOME                      NOTA REGRA"
               " PROBLEMA / PROPOSTA"
           .
       2000-CONFERE-CLIENTES.
           IF FS-CLIENTES NOT = "00"
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-CLIENTE
           PERFORM 2200-CONFERE-UM
               UNTIL FS-CLIENTES NOT = "00"
       2000-EXIT.
           EXIT.
       2100-LE-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "10" TO FS-CLIENTES
           END-READ
           .
      *    CLIENTE INATIVO PASSA COM AS REGRAS LIMPAS - SO PARA
      *    ENCERRAR O QUE FICOU PENDENTE NA LISTA
       2200-CONFERE-UM.
           PERFORM 2210-LIMPA-REGRA
               VARYING IND-REGRA FROM 1 BY 1
               UNTIL IND-REGRA > 4
           IF CLIENTE-ATIVO
               ADD 1 TO QT-AVALIADOS
               PERFORM 3000-REGRA-EMAIL THRU 3000-EXIT
               PERFORM 3100-REGRA-TELEFONE THRU 3100-EXIT
               PERFORM 3200-REGRA-CEP THRU 3200-EXIT
           END-IF
           MOVE 100 TO WPONTOS
           PERFORM 2220-DESCONTA-REGRA
               VARYING IND-REGRA FROM 1 BY 1
               UNTIL IND-REGRA > 4
           IF CLIENTE-ATIVO
               ADD WPONTOS TO WSOMA-PONTOS
               IF WPONTOS < 100
                   ADD 1 TO QT-COM-PROB
               END-IF
           END-IF
           PERFORM 4000-ATUALIZA-LISTA THRU 4000-EXIT
               VARYING IND-REGRA FROM 1 BY 1
               UNTIL IND-REGRA > 4
           PERFORM 2100-LE-CLIENTE
           .
       2210-LIMPA-REGRA.
           MOVE "N"    TO TR-PROBLEMA (IND-REGRA)
           MOVE SPACES TO TR-DESCRICAO (IND-REGRA)
           MOVE SPACES TO TR-ATUAL (IND-REGRA)
           MOVE SPACES TO TR-PROPOSTA (IND-REGRA)
           .
       2220-DESCONTA-REGRA.
           IF TR-PROBLEMA (IND-REGRA) = "S"
               SUBTRACT TR-PESO (IND-REGRA) FROM WPONTOS
           END-IF
           .
      *----------------------------------------------------------------*
      *    E-MAIL: EM BRANCO NAO E ERRO (CLIENTE SEM E-MAIL); O QUE
      *    ESTA PREENCHIDO TEM DE TER UM "@" SO, NAO NA PRIMEIRA
      *    POSICAO (MESMA REGRA DO ASSREL01). SEM PROPOSTA.
      *----------------------------------------------------------------*
       3000-REGRA-EMAIL.
           IF EMAIL = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WQT-ARROBA
           INSPECT EMAIL TALLYING WQT-ARROBA FOR ALL "@"
           IF WQT-ARROBA = 1 AND EMAIL (1:1) NOT = "@" AND
              EMAIL (1:1) NOT = SPACE
               GO TO 3000-EXIT
           END-IF
           MOVE "S"   TO TR-PROBLEMA (1)
           MOVE EMAIL TO TR-ATUAL (1)
           IF WQT-ARROBA = ZERO
               MOVE "E-MAIL SEM @" TO TR-DESCRICAO (1)
           ELSE
               MOVE "E-MAIL INVALIDO" TO TR-DESCRICAO (1)
           END-IF
           .
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    TELEFONE: SO OS DIGITOS INTERESSAM. 12/13 DIGITOS COM 55 NA
      *    FRENTE PERDEM O CODIGO DO PAIS; 11/12 COM 0 NA FRENTE PERDEM
      *    O ZERO DA OPERADORA. SOBRANDO 10 DIGITOS (FIXO) OU 11 COM O
      *    TERCEIRO 9 (CELULAR) E DDD SEM ZERO, O PADRAO E PROPOSTO;
      *    QUALQUER OUTRA COISA (DOIS NUMEROS, SEM DDD) SO E LISTADA.
      *----------------------------------------------------------------*
       3100-REGRA-TELEFONE.
           IF TELEFONE = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WFONE-DIGITOS
           MOVE ZERO   TO QT-DIGITOS
           PERFORM 3110-SEPARA-DIGITO
               VARYING IND-CAR FROM 1 BY 1
               UNTIL IND-CAR > 30
           IF (QT-DIGITOS = 12 OR QT-DIGITOS = 13) AND
              WFONE-DIGITOS (1:2) = "55"
               MOVE WFONE-DIGITOS (3:28) TO WFONE-DIGITOS
               SUBTRACT 2 FROM QT-DIGITOS
           END-IF
           IF (QT-DIGITOS = 11 OR QT-DIGITOS = 12) AND
              WFONE-DIGITOS (1:1) = "0"
               MOVE WFONE-DIGITOS (2:29) TO WFONE-DIGITOS
               SUBTRACT 1 FROM QT-DIGITOS
           END-IF
           MOVE SPACES TO WFONE-NORMAL
           IF WFONE-DIGITOS (1:1) NOT = "0"
               IF QT-DIGITOS = 10
                   STRING "(" WFONE-DIGITOS (1:2) ") "
                       WFONE-DIGITOS (3:4) "-" WFONE-DIGITOS (7:4)
                       DELIMITED BY SIZE INTO WFONE-NORMAL
               END-IF
               IF QT-DIGITOS = 11 AND WFONE-DIGITOS (3:1) = "9"
                   STRING "(" WFONE-DIGITOS (1:2) ") "
                       WFONE-DIGITOS (3:5) "-" WFONE-DIGITOS (8:4)
                       DELIMITED BY SIZE INTO WFONE-NORMAL
               END-IF
           END-IF
           IF WFONE-NORMAL NOT = SPACES AND TELEFONE = WFONE-NORMAL
               GO TO 3100-EXIT
           END-IF
           MOVE "S"      TO TR-PROBLEMA (2)
           MOVE TELEFONE TO TR-ATUAL (2)
           IF WFONE-NORMAL = SPACES
               MOVE "TELEFONE FORA DO PADRAO - SEM PROPOSTA"
                   TO TR-DESCRICAO (2)
           ELSE
               MOVE "TELEFONE FORA DO PADRAO" TO TR-DESCRICAO (2)
               MOVE WFONE-NORMAL TO TR-PROPOSTA (2)
           END-IF
           .
       3100-EXIT.
           EXIT.
       3110-SEPARA-DIGITO.
           IF TELEFONE (IND-CAR:1) IS NUMERIC
               ADD 1 TO QT-DIGITOS
               MOVE TELEFONE (IND-CAR:1)
                   TO WFONE-DIGITOS (QT-DIGITOS:1)
           END-IF
           .
      *----------------------------------------------------------------*
      *    CEP: TEM DE CONSTAR DA TABELA. ACHADO, A CIDADE E O ESTADO
      *    DO CLIENTE TEM DE BATER COM OS DA TABELA (SEM DIFERENCA DE
      *    MAIUSCULA/MINUSCULA) - SE NAO BATEM, OS DA TABELA SAO A
      *    PROPOSTA. CEP DA TABELA SEM CIDADE NAO SERVE DE REFERENCIA.
      *----------------------------------------------------------------*
       3200-REGRA-CEP.
           IF WCEP-OK NOT = "S"
               GO TO 3200-EXIT
           END-IF
           IF CEP = SPACES OR CEP = ZEROS
               MOVE "S" TO TR-PROBLEMA (3)
               MOVE "CEP EM BRANCO" TO TR-DESCRICAO (3)
               GO TO 3200-EXIT
           END-IF
           MOVE CEP TO CT-CEP
           READ CEPTAB
               INVALID KEY
                   MOVE "S"   TO TR-PROBLEMA (3)
                   MOVE CEP   TO TR-ATUAL (3)
                   MOVE "CEP NAO CONSTA DA TABELA DE CEP"
                       TO TR-DESCRICAO (3)
                   GO TO 3200-EXIT
           END-READ
           IF CT-CIDADE = SPACES OR CT-ESTADO = SPACES
               GO TO 3200-EXIT
           END-IF
           MOVE CIDADE    TO WLC-CIDADE
           MOVE ESTADO    TO WLC-ESTADO
           MOVE CT-CIDADE TO WLT-CIDADE
           MOVE CT-ESTADO TO WLT-ESTADO
           INSPECT WLOCAL-CLIENTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WLOCAL-CEP CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WLOCAL-CLIENTE = WLOCAL-CEP
               GO TO 3200-EXIT
           END-IF
           MOVE "S" TO TR-PROBLEMA (4)
           MOVE "CIDADE/ESTADO DIFERENTES DO CEP"
               TO TR-DESCRICAO (4)
           MOVE CIDADE    TO TR-ATUAL (4) (1:30)
           MOVE ESTADO    TO TR-ATUAL (4) (31:2)
           MOVE CT-CIDADE TO TR-PROPOSTA (4) (1:30)
           MOVE CT-ESTADO TO TR-PROPOSTA (4) (31:2)
           .
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTA DE TRABALHO: PROBLEMA NOVO OU MUDADO ENTRA PENDENTE;
      *    REJEITADA COM O MESMO CADASTRO E A MESMA PROPOSTA FICA
      *    COMO ESTA; PROBLEMA QUE SUMIU ENCERRA O PENDENTE.
      *----------------------------------------------------------------*
       4000-ATUALIZA-LISTA.
           MOVE CODIGO               TO QC-CLIENTE
           MOVE TR-REGRA (IND-REGRA) TO QC-REGRA
           IF TR-PROBLEMA (IND-REGRA) NOT = "S"
               READ QUALCLI
                   INVALID KEY
                       GO TO 4000-EXIT
               END-READ
               IF QC-PENDENTE OR QC-SEM-PROPOSTA
                   MOVE "C"           TO QC-STATUS
                   MOVE WDATA-SISTEMA TO QC-DATA-APURA
                   REWRITE REGISTRO-QUALCLI
                   ADD 1 TO QT-RESOLVIDAS
               END-IF
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO QT-PROBLEMAS
           DISPLAY CODIGO "  " NOME (1:25) " " WPONTOS "   "
               TR-REGRA (IND-REGRA) "   " TR-DESCRICAO (IND-REGRA)
           IF TR-PROPOSTA (IND-REGRA) NOT = SPACES
               DISPLAY "                                      "
                   TR-ATUAL (IND-REGRA) (1:32) " -> "
                   TR-PROPOSTA (IND-REGRA) (1:32)
           END-IF
           READ QUALCLI
               INVALID KEY
                   CONTINUE
           END-READ
           IF FS-QUALCLI = "00" AND QC-REJEITADA AND
              QC-ATUAL = TR-ATUAL (IND-REGRA) AND
              QC-PROPOSTA = TR-PROPOSTA (IND-REGRA)
               MOVE WPONTOS       TO QC-PONTOS
               MOVE WDATA-SISTEMA TO QC-DATA-APURA
               REWRITE REGISTRO-QUALCLI
               ADD 1 TO QT-MANTIDAS
               GO TO 4000-EXIT
           END-IF
           MOVE WPONTOS                  TO QC-PONTOS
           MOVE WDATA-SISTEMA            TO QC-DATA-APURA
           MOVE TR-DESCRICAO (IND-REGRA) TO QC-DESCRICAO
           MOVE TR-ATUAL (IND-REGRA)     TO QC-ATUAL
           MOVE TR-PROPOSTA (IND-REGRA)  TO QC-PROPOSTA
           MOVE SPACES                   TO QC-OPER-DECISAO
           MOVE ZERO                     TO QC-DATA-DECISAO
           IF TR-PROPOSTA (IND-REGRA) = SPACES
               MOVE "S" TO QC-STATUS
           ELSE
               MOVE "P" TO QC-STATUS
               ADD 1 TO QT-PROPOSTAS
           END-IF
           IF FS-QUALCLI = "00"
               REWRITE REGISTRO-QUALCLI
           ELSE
               WRITE REGISTRO-QUALCLI
                   INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO DA LISTA " QC-CHAVE
               END-WRITE
           END-IF
           MOVE "00" TO FS-QUALCLI
           .
       4000-EXIT.
           EXIT.
       9999-ENCERRA.
           IF QT-AVALIADOS > ZERO
               COMPUTE WMEDIA ROUNDED = WSOMA-PONTOS / QT-AVALIADOS
           END-IF
           DISPLAY " "
           DISPLAY "CLIENTES ATIVOS AVALIADOS:       " QT-AVALIADOS
           DISPLAY "CLIENTES COM PROBLEMA:           " QT-COM-PROB
           DISPLAY "NOTA MEDIA DO CADASTRO:          " WMEDIA
           DISPLAY "PROBLEMAS ENCONTRADOS:           " QT-PROBLEMAS
           DISPLAY "PROPOSTAS PARA A TELA QUALAP01:  " QT-PROPOSTAS
           DISPLAY "REJEITADAS MANTIDAS:             " QT-MANTIDAS
           DISPLAY "PENDENTES RESOLVIDOS:            " QT-RESOLVIDAS
           CLOSE CLIENTES QUALCLI
           IF WCEP-OK = "S"
               CLOSE CEPTAB
           END-IF
           GOBACK
           .
       END PROGRAM QUALCL01.
