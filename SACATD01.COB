      ******************************************************************
      *
      *     SACATD01 - CHAMADOS DE ATENDIMENTO AO CLIENTE (SAC)
      *     AS RECLAMACOES QUE CHEGAM POR TELEFONE VIRAM UM CHAMADO EM
      *     SAC.DAT: CLIENTE, LIGACAO OPCIONAL COM PEDIDO, NOTA FISCAL
      *     (NOTAFIS.DAT) E RMA, PRODUTO, CATEGORIA, DESCRICAO,
      *     OPERADOR RESPONSAVEL E PRIORIDADE. O PRAZO DE RESPOSTA E A
      *     DATA DE ABERTURA MAIS OS DIAS DA CATEGORIA (SACCAT.DAT).
      *     CICLO: A-ABERTO, T-EM TRATAMENTO, C-AGUARDANDO O CLIENTE,
      *     R-RESOLVIDO, X-CANCELADO. CADA MUDANCA DE STATUS OU DE
      *     RESPONSAVEL VAI PARA O HISTORICO SACHIST.DAT
      *     (GRAVA-HISTSAC) E A ABERTURA E AS MUDANCAS DE STATUS SAO
      *     AVISADAS AO CLIENTE POR GRAVA-NOTIFICA (FINALIDADE
      *     INSTITUCIONAL - O PORTAO DE PREFERENCIAS DECIDE). A RMA
      *     (RMAPED01) E A ORDEM DE SERVICO (ORDSER01) ABERTAS A
      *     PARTIR DO CHAMADO FICAM GRAVADAS NELE. ACOES:
      *         A - ABRE UM CHAMADO     S - MUDA O STATUS
      *         R - TROCA O RESPONSAVEL C - CONSULTA COM HISTORICO
      *         L - LISTA OS ABERTOS    T - TABELA DE CATEGORIAS
      *         G - PEDE O AGING DOS ABERTOS (RELSAC01) A FILA
      *         M - PEDE O RESUMO MENSAL POR CATEGORIA E PRODUTO
      *             (RELSAC02) A FILA
      *     A TABELA DE CATEGORIAS E RESTRITA A ADMINISTRADORES.
      *     NUMERO DO CHAMADO PELA ENTIDADE SAC (PROXIMO-NUMERO).
      *     TUDO AUDITADO POR GRAVA-AUDITORIA.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. SACATD01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SAC ASSIGN TO "SAC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAC-NUMERO
           FILE STATUS IS FS-SAC.

           SELECT SACCAT ASSIGN TO "SACCAT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCT-CODIGO
           FILE STATUS IS FS-SACCAT.

           SELECT SACHIST ASSIGN TO "SACHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-CHAVE
           FILE STATUS IS FS-SACHIST.

           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE KEY IS NOME  WITH DUPLICATES
           ALTERNATE KEY IS CIDADE WITH DUPLICATES
           ALTERNATE KEY IS CPF   WITH DUPLICATES
           ALTERNATE KEY IS CLIENTE-CNPJ WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

           SELECT PEDIDOS ASSIGN TO "PEDIDO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CODIGO
           FILE STATUS IS FS-PEDIDOS.

           SELECT NOTAFIS ASSIGN TO "NOTAFIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NF-CHAVE
           FILE STATUS IS FS-NOTAFIS.

           SELECT RMA ASSIGN TO "RMA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-NUMERO
           FILE STATUS IS FS-RMA.

           SELECT ARQ1 ASSIGN TO "CADPRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CODIGO
           FILE STATUS IS FS-ARQ1.

           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-CODIGO
           FILE STATUS IS FS-OPERADORES.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
      *    CHAMADOS: A-ABERTO, T-EM TRATAMENTO, C-AGUARDANDO O
      *    CLIENTE, R-RESOLVIDO, X-CANCELADO
       FD  SAC.
       01  REGISTRO-SAC.
           02 SAC-NUMERO        PIC 9(06).
           02 SAC-CLIENTE       PIC 9(06).
           02 SAC-PEDIDO        PIC 9(06).
           02 SAC-NF-SERIE      PIC X(01).
           02 SAC-NF-NUMERO     PIC 9(06).
           02 SAC-RMA           PIC 9(06).
           02 SAC-ORDSERV       PIC 9(06).
           02 SAC-PRODUTO       PIC 9(06).
           02 SAC-CATEGORIA     PIC 9(02).
           02 SAC-DESCRICAO     PIC X(60).
           02 SAC-RESPONSAVEL   PIC X(10).
           02 SAC-PRIORIDADE    PIC X.
               88 SAC-PRIOR-ALTA  VALUE "A".
               88 SAC-PRIOR-MEDIA VALUE "M".
               88 SAC-PRIOR-BAIXA VALUE "B".
           02 SAC-STATUS        PIC X.
               88 SAC-ABERTO      VALUE "A".
               88 SAC-TRATAMENTO  VALUE "T".
               88 SAC-AGUARDA-CLI VALUE "C".
               88 SAC-RESOLVIDO   VALUE "R".
               88 SAC-CANCELADO   VALUE "X".
               88 SAC-ENCERRADO   VALUE "R" "X".
           02 SAC-DATA-ABERTURA PIC 9(08).
           02 SAC-PRAZO         PIC 9(08).
           02 SAC-DATA-ENCERRA  PIC 9(08).
           02 SAC-OPER-ABRIU    PIC X(10).

      *    CATEGORIAS DE RECLAMACAO E PRAZO DE RESPOSTA EM DIAS
       FD  SACCAT.
       01  REGISTRO-SACCAT.
           02 SCT-CODIGO        PIC 9(02).
           02 SCT-DESCRICAO     PIC X(30).
           02 SCT-PRAZO         PIC 9(03).

      *    MESMO LAYOUT DE GRAVA-HISTSAC (SACHIS01)
       FD  SACHIST.
       01  REGISTRO-SACHIST.
           02 SH-CHAVE.
               03 SH-CHAMADO    PIC 9(06).
               03 SH-SEQ        PIC 9(03).
           02 SH-DATA           PIC 9(08).
           02 SH-HORA           PIC 9(06).
           02 SH-STATUS-ANT     PIC X.
           02 SH-STATUS         PIC X.
           02 SH-OPERADOR       PIC X(10).
           02 SH-OBS            PIC X(60).

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
           02 CLIENTE-CONTATO.
               03 CLIENTE-OPT-MKT  PIC X.
               03 CLIENTE-OPT-COB  PIC X.
               03 CLIENTE-OPT-INST PIC X.
           02 CLIENTE-TIPO     PIC X.
               88 CLIENTE-PF   VALUE "F" "f" SPACE.
               88 CLIENTE-PJ   VALUE "J" "j".
           02 CLIENTE-CNPJ     PIC 9(14).
           02 CLIENTE-IE       PIC X(15).
           02 CLIENTE-FANTASIA PIC X(50).
           02 CLIENTE-CLASSE-ABC PIC X.

      *    PEDIDO - MESMO LAYOUT DE CADPED01
       FD  PEDIDOS.
       01  REGISTRO-PEDIDOS.
           02 PED-CODIGO       PIC 9(06).
           02 PED-CLIENTE      PIC 9(06).
           02 PED-VENDEDOR     PIC 9(04).
           02 PED-DATA         PIC 9(08).
           02 PED-QTD-ITENS    PIC 9(02).
           02 PED-VALOR-TOTAL  PIC 9(8)V99.
           02 PED-STATUS       PIC X.
           02 PED-DATA-FATUR   PIC 9(08).
           02 PED-CONDPG       PIC 9(02).
           02 PED-DATA-SEPAR   PIC 9(08).
           02 PED-FRETE        PIC 9(6)V99.
           02 PED-ENTREGA      PIC 9(02).
      *    FILIAL DO PEDIDO (FILIAL.DAT), DA FILIAL DO OPERADOR
           02 PED-FILIAL       PIC 9(02).

      *    NOTA FISCAL - MESMO LAYOUT DE NOTAFIS1
       FD  NOTAFIS.
       01  REGISTRO-NOTAFIS.
           02 NF-CHAVE.
               03 NF-SERIE   PIC X(01).
               03 NF-NUMERO  PIC 9(06).
           02 NF-PEDIDO      PIC 9(06).
           02 NF-EMISSAO     PIC 9(08).
           02 NF-CLIENTE     PIC 9(06).
           02 NF-NOME        PIC X(50).
           02 NF-CPF         PIC 9(11).
           02 NF-ENDERECO    PIC X(50).
           02 NF-CIDADE      PIC X(30).
           02 NF-ESTADO      PIC AA.
           02 NF-VALOR-PROD  PIC 9(8)V99.
           02 NF-VALOR-IMP   PIC 9(8)V99.
           02 NF-VALOR-FRETE PIC 9(8)V99.
           02 NF-VALOR-TOTAL PIC 9(8)V99.
           02 NF-STATUS      PIC X.
           02 NF-TIPO-DOC    PIC X.
           02 NF-CNPJ        PIC 9(14).
           02 NF-IE          PIC X(15).
      *    FILIAL EMITENTE (SERIE DA FILIAL) E, NA NOTA DE
      *    TRANSFERENCIA ENTRE FILIAIS, A FILIAL DESTINATARIA
           02 NF-FILIAL      PIC 9(02).
           02 NF-FILIAL-DEST PIC 9(02).

      *    RMA - MESMO LAYOUT DE RMAPED01
       FD  RMA.
       01  REGISTRO-RMA.
           02 RMA-NUMERO       PIC 9(06).
           02 RMA-DATA         PIC 9(08).
           02 RMA-PEDIDO       PIC 9(06).
           02 RMA-LINHA        PIC 9(02).
           02 RMA-QUANTIDADE   PIC 9(04).
           02 RMA-MOTIVO       PIC 9(02).
           02 RMA-STATUS       PIC X.
           02 RMA-DATA-DECISAO PIC 9(08).
           02 RMA-OPER-ABRIU   PIC X(10).
           02 RMA-OPER-DECIDIU PIC X(10).

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

       FD  OPERADORES.
       01  REGISTRO-OPERADOR.
           02 OP-CODIGO PIC X(10).
           02 OP-SENHA  PIC X(10).
           02 OP-NOME   PIC X(30).
           02 OP-PERFIL PIC X.
               88 OP-ADMINISTRADOR VALUE "A" "a".
           02 OP-OPCOES PIC X(99).
           02 OP-ATIVO  PIC X.
               88 OPERADOR-ATIVO    VALUE "A" "a".
               88 OPERADOR-INATIVO  VALUE "I" "i".
           02 OP-DATA-SENHA PIC 9(08).
           02 OP-FALHAS     PIC 9(01).
           02 OP-TROCAR     PIC X.
      *    FILIAL DO OPERADOR (FILIAL.DAT) - ZERO = MATRIZ (01)
           02 OP-FILIAL     PIC 9(02).

      *================================================================*
       WORKING-STORAGE                         SECTION.
       01  FS-SAC.
           02 FS-SAC-1 PIC 9.
           02 FS-SAC-2 PIC 9.
           02 FS-SAC-R REDEFINES FS-SAC-2 PIC 99 COMP-X.
       01  FS-SACCAT.
           02 FS-SACCAT-1 PIC 9.
           02 FS-SACCAT-2 PIC 9.
           02 FS-SACCAT-R REDEFINES FS-SACCAT-2 PIC 99 COMP-X.
       01  FS-SACHIST.
           02 FS-SACHIST-1 PIC 9.
           02 FS-SACHIST-2 PIC 9.
           02 FS-SACHIST-R REDEFINES FS-SACHIST-2 PIC 99 COMP-X.
       01  FS-CLIENTES.
           02 FS-CLIENTES-1 PIC 9.
           02 FS-CLIENTES-2 PIC 9.
           02 FS-CLIENTES-R REDEFINES FS-CLIENTES-2 PIC 99 COMP-X.
       01  FS-PEDIDOS.
           02 FS-PEDIDOS-1 PIC 9.
           02 FS-PEDIDOS-2 PIC 9.
           02 FS-PEDIDOS-R REDEFINES FS-PEDIDOS-2 PIC 99 COMP-X.
       01  FS-NOTAFIS.
           02 FS-NOTAFIS-1 PIC 9.
           02 FS-NOTAFIS-2 PIC 9.
           02 FS-NOTAFIS-R REDEFINES FS-NOTAFIS-2 PIC 99 COMP-X.
       01  FS-RMA.
           02 FS-RMA-1 PIC 9.
           02 FS-RMA-2 PIC 9.
           02 FS-RMA-R REDEFINES FS-RMA-2 PIC 99 COMP-X.
       01  FS-ARQ1.
           02 FS-ARQ1-1 PIC 9.
           02 FS-ARQ1-2 PIC 9.
           02 FS-ARQ1-R REDEFINES FS-ARQ1-2 PIC 99 COMP-X.
       01  FS-OPERADORES.
           02 FS-OPERADORES-1 PIC 9.
           02 FS-OPERADORES-2 PIC 9.
           02 FS-OPERADOR-R REDEFINES FS-OPERADORES-2 PIC 99 COMP-X.

       77  WOPERADOR      PIC X(10) VALUE SPACES.
       77  WPERFIL        PIC X     VALUE SPACE.
       77  WACAO          PIC X     VALUE SPACE.
       77  WMODO          PIC X     VALUE SPACE.
       77  WCONFIRMA      PIC X     VALUE SPACE.
       77  WVALIDO        PIC X     VALUE "N".
       77  WCHAVE-AUD     PIC X(20) VALUE SPACES.
       77  WDATA-SISTEMA  PIC 9(08) VALUE ZERO.
       77  WENTIDADE      PIC X(10) VALUE "SAC".
       77  WSAC-NUMERO    PIC 9(06) VALUE ZERO.
      *    DADOS DA ABERTURA
       77  WCLIENTE       PIC 9(06) VALUE ZERO.
       77  WPEDIDO        PIC 9(06) VALUE ZERO.
       77  WNF-SERIE      PIC X(01) VALUE SPACE.
       77  WNF-NUMERO     PIC 9(06) VALUE ZERO.
       77  WRMA           PIC 9(06) VALUE ZERO.
       77  WPRODUTO       PIC 9(06) VALUE ZERO.
       77  WCATEGORIA     PIC 9(02) VALUE ZERO.
       77  WDESCRICAO     PIC X(60) VALUE SPACES.
       77  WRESPONSAVEL   PIC X(10) VALUE SPACES.
       77  WPRIORIDADE    PIC X     VALUE SPACE.
       77  WPRAZO         PIC 9(08) VALUE ZERO.
      *    MUDANCA DE STATUS / RESPONSAVEL
       77  WSTATUS-ANT    PIC X     VALUE SPACE.
       77  WSTATUS-NOVO   PIC X     VALUE SPACE.
       77  WRESP-ANT      PIC X(10) VALUE SPACES.
       77  WOBS           PIC X(60) VALUE SPACES.
       77  WCAMPO-AUD     PIC X(15) VALUE SPACES.
       77  WANTES-AUD     PIC X(30) VALUE SPACES.
       77  WDEPOIS-AUD    PIC X(30) VALUE SPACES.
      *    TABELA DE CATEGORIAS
       77  WSCT-CODIGO    PIC 9(02) VALUE ZERO.
       77  WSCT-DESCR     PIC X(30) VALUE SPACES.
       77  WSCT-PRAZO     PIC 9(03) VALUE ZERO.
      *    LISTAGEM
       77  WFILTRO-RESP   PIC X(10) VALUE SPACES.
       77  QT-LISTADAS    PIC 9(05) VALUE ZERO.
       77  WMARCA-ATRASO  PIC X     VALUE SPACE.
      *    AVISO AO CLIENTE (GRAVA-NOTIFICA)
       77  WASSUNTO       PIC X(60) VALUE SPACES.
       77  WCORPO         PIC X(200) VALUE SPACES.
       77  WFINALIDADE    PIC X(01) VALUE "I".
       77  WDESC-STATUS   PIC X(20) VALUE SPACES.
       77  WDATA-AUX      PIC 9(08) VALUE ZERO.
       77  WDATA-ED       PIC X(10) VALUE SPACES.
      *    PEDIDO DE RELATORIO A FILA (GRAVA-FILA)
       77  WREL-CODIGO    PIC X(10) VALUE SPACES.
      *    PARAMETROS DO DATAUTIL (SOMADIAS)
       77  WDATAUTIL-FUNCAO PIC X(10) VALUE "SOMADIAS".
       77  WDATAUTIL-DATA2  PIC 9(08) VALUE ZERO.
       77  WDATAUTIL-DIAS   PIC S9(5) VALUE ZERO.
       77  WDATAUTIL-DIA    PIC X(09) VALUE SPACES.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           DISPLAY SPACE ERASE EOS
           DISPLAY "CHAMADOS DE ATENDIMENTO AO CLIENTE (SAC)"
           DISPLAY "OPERADOR: " WITH NO ADVANCING
           ACCEPT WOPERADOR
           IF WOPERADOR = SPACES
               STOP RUN
           END-IF
           OPEN INPUT OPERADORES
           IF FS-OPERADORES NOT = "00"
               DISPLAY "ARQUIVO DE OPERADORES INDISPONIVEL"
               STOP RUN
           END-IF
           MOVE WOPERADOR TO OP-CODIGO
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   CLOSE OPERADORES
                   STOP RUN
           END-READ
           IF OPERADOR-INATIVO
               DISPLAY "OPERADOR DESATIVADO"
               CLOSE OPERADORES
               STOP RUN
           END-IF
           MOVE OP-PERFIL TO WPERFIL
           ACCEPT WDATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1000-ABRE-ARQUIVOS
           PERFORM 2000-ATENDE THRU 2000-EXIT
               UNTIL WACAO = "X" OR WACAO = "x"
           PERFORM 9999-ENCERRA
           .
       1000-ABRE-ARQUIVOS.
           OPEN I-O SAC
           IF FS-SAC = "35"
               OPEN OUTPUT SAC
               CLOSE SAC
               OPEN I-O SAC
           END-IF
           OPEN I-O SACCAT
           IF FS-SACCAT = "35"
               OPEN OUTPUT SACCAT
               CLOSE SACCAT
               OPEN I-O SACCAT
           END-IF
           OPEN INPUT CLIENTES
           OPEN INPUT PEDIDOS
           OPEN INPUT NOTAFIS
           OPEN INPUT RMA
           OPEN INPUT ARQ1
           .
       2000-ATENDE.
           DISPLAY " "
           DISPLAY "A-ABRIR S-STATUS R-RESPONSAVEL C-CONSULTAR "
               "L-LISTAR"
           DISPLAY "T-CATEGORIAS G-AGING M-MENSAL X-SAIR: "
               WITH NO ADVANCING
           MOVE SPACE TO WACAO
           ACCEPT WACAO
           EVALUATE TRUE
               WHEN WACAO = "A" OR WACAO = "a"
                   PERFORM 3000-ABRE THRU 3000-EXIT
               WHEN WACAO = "S" OR WACAO = "s"
                   PERFORM 4000-MUDA-STATUS THRU 4000-EXIT
               WHEN WACAO = "R" OR WACAO = "r"
                   PERFORM 5000-TROCA-RESPONSAVEL THRU 5000-EXIT
               WHEN WACAO = "C" OR WACAO = "c"
                   PERFORM 6000-CONSULTA THRU 6000-EXIT
               WHEN WACAO = "L" OR WACAO = "l"
                   PERFORM 7000-LISTA THRU 7000-EXIT
               WHEN WACAO = "T" OR WACAO = "t"
                   PERFORM 8000-CATEGORIAS THRU 8000-EXIT
               WHEN WACAO = "G" OR WACAO = "g"
                   MOVE "RELSAC01" TO WREL-CODIGO
                   PERFORM 8500-ENFILEIRA
               WHEN WACAO = "M" OR WACAO = "m"
                   MOVE "RELSAC02" TO WREL-CODIGO
                   PERFORM 8500-ENFILEIRA
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA DO CHAMADO PELO NUMERO (FS-SAC "00" SE ACHOU)
      *----------------------------------------------------------------*
       2100-PEDE-CHAMADO.
           DISPLAY "CHAMADO: " WITH NO ADVANCING
           MOVE ZERO TO WSAC-NUMERO
           ACCEPT WSAC-NUMERO
           MOVE WSAC-NUMERO TO SAC-NUMERO
           READ SAC
               INVALID KEY
                   DISPLAY "CHAMADO NAO CADASTRADO"
           END-READ
           .
      *----------------------------------------------------------------*
      *    RESPONSAVEL TEM DE SER OPERADOR CADASTRADO E ATIVO
      *----------------------------------------------------------------*
       2300-CONFERE-RESPONSAVEL.
           MOVE "N" TO WVALIDO
           MOVE WRESPONSAVEL TO OP-CODIGO
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
               NOT INVALID KEY
                   IF OPERADOR-INATIVO
                       DISPLAY "OPERADOR DESATIVADO"
                   ELSE
                       MOVE "S" TO WVALIDO
                   END-IF
           END-READ
           .
      *----------------------------------------------------------------*
      *    AVISO AO CLIENTE NA ABERTURA E EM CADA MUDANCA DE STATUS
      *----------------------------------------------------------------*
       2800-AVISA-CLIENTE.
           MOVE SAC-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO EMAIL
           END-READ
           IF EMAIL = SPACES
               DISPLAY "CLIENTE SEM EMAIL - AVISAR POR TELEFONE"
           ELSE
               MOVE SAC-STATUS TO WSTATUS-NOVO
               PERFORM 2900-DESCREVE-STATUS
               MOVE SAC-PRAZO TO WDATA-AUX
               PERFORM 2950-EDITA-DATA
               MOVE SPACES TO WASSUNTO WCORPO
               STRING "CHAMADO " SAC-NUMERO " - "
                   FUNCTION TRIM(WDESC-STATUS)
                   DELIMITED BY SIZE INTO WASSUNTO
               STRING "PREZADO(A) " FUNCTION TRIM(NOME) ", SEU"
                   " CHAMADO " SAC-NUMERO " ESTA "
                   FUNCTION TRIM(WDESC-STATUS) ". PRAZO DE RESPOSTA: "
                   WDATA-ED ". " FUNCTION TRIM(WOBS)
                   DELIMITED BY SIZE INTO WCORPO
               CALL "GRAVA-NOTIFICA" USING EMAIL, WASSUNTO,
                   WCORPO, WFINALIDADE
           END-IF
           .
       2900-DESCREVE-STATUS.
           EVALUATE WSTATUS-NOVO
               WHEN "A"
                   MOVE "ABERTO"              TO WDESC-STATUS
               WHEN "T"
                   MOVE "EM TRATAMENTO"       TO WDESC-STATUS
               WHEN "C"
                   MOVE "AGUARDANDO O CLIENTE" TO WDESC-STATUS
               WHEN "R"
                   MOVE "RESOLVIDO"           TO WDESC-STATUS
               WHEN "X"
                   MOVE "CANCELADO"           TO WDESC-STATUS
               WHEN OTHER
                   MOVE SPACES                TO WDESC-STATUS
           END-EVALUATE
           .
       2950-EDITA-DATA.
           MOVE SPACES TO WDATA-ED
           STRING WDATA-AUX (7:2) "/" WDATA-AUX (5:2) "/"
               WDATA-AUX (1:4)
               DELIMITED BY SIZE INTO WDATA-ED
           .
      *----------------------------------------------------------------*
      *    ABERTURA. PEDIDO, NOTA E RMA SAO OPCIONAIS; A NOTA E A RMA
      *    TRAZEM O PEDIDO QUANDO ELE NAO FOI INFORMADO, E O PEDIDO
      *    TEM DE SER DO CLIENTE DO CHAMADO.
      *----------------------------------------------------------------*
       3000-ABRE.
           DISPLAY "CLIENTE: " WITH NO ADVANCING
           MOVE ZERO TO WCLIENTE
           ACCEPT WCLIENTE
           MOVE WCLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "  " NOME
           DISPLAY "PEDIDO (ZERO = SEM): " WITH NO ADVANCING
           MOVE ZERO TO WPEDIDO
           ACCEPT WPEDIDO
           DISPLAY "NOTA FISCAL - SERIE (BRANCO = SEM): "
               WITH NO ADVANCING
           MOVE SPACE TO WNF-SERIE
           MOVE ZERO  TO WNF-NUMERO
           ACCEPT WNF-SERIE
           INSPECT WNF-SERIE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WNF-SERIE NOT = SPACE
               DISPLAY "NOTA FISCAL - NUMERO: " WITH NO ADVANCING
               ACCEPT WNF-NUMERO
               MOVE WNF-SERIE  TO NF-SERIE
               MOVE WNF-NUMERO TO NF-NUMERO
               READ NOTAFIS
                   INVALID KEY
                       DISPLAY "NOTA FISCAL NAO CADASTRADA"
                       GO TO 3000-EXIT
               END-READ
               IF NF-CLIENTE NOT = WCLIENTE
                   DISPLAY "NOTA FISCAL DE OUTRO CLIENTE"
                   GO TO 3000-EXIT
               END-IF
               IF WPEDIDO = ZERO
                   MOVE NF-PEDIDO TO WPEDIDO
               END-IF
               IF NF-PEDIDO NOT = WPEDIDO
                   DISPLAY "NOTA FISCAL DE OUTRO PEDIDO"
                   GO TO 3000-EXIT
               END-IF
           END-IF
           DISPLAY "RMA (ZERO = SEM): " WITH NO ADVANCING
           MOVE ZERO TO WRMA
           ACCEPT WRMA
           IF WRMA > ZERO
               MOVE WRMA TO RMA-NUMERO
               READ RMA
                   INVALID KEY
                       DISPLAY "RMA NAO CADASTRADA"
                       GO TO 3000-EXIT
               END-READ
               IF WPEDIDO = ZERO
                   MOVE RMA-PEDIDO TO WPEDIDO
               END-IF
               IF RMA-PEDIDO NOT = WPEDIDO
                   DISPLAY "RMA DE OUTRO PEDIDO"
                   GO TO 3000-EXIT
               END-IF
           END-IF
           IF WPEDIDO > ZERO
               MOVE WPEDIDO TO PED-CODIGO
               READ PEDIDOS
                   INVALID KEY
                       DISPLAY "PEDIDO NAO CADASTRADO"
                       GO TO 3000-EXIT
               END-READ
               IF PED-CLIENTE NOT = WCLIENTE
                   DISPLAY "PEDIDO DE OUTRO CLIENTE"
                   GO TO 3000-EXIT
               END-IF
           END-IF
           DISPLAY "PRODUTO (ZERO = SEM): " WITH NO ADVANCING
           MOVE ZERO TO WPRODUTO
           ACCEPT WPRODUTO
           IF WPRODUTO > ZERO
               MOVE WPRODUTO TO FD-CODIGO
               READ ARQ1
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO"
                       GO TO 3000-EXIT
               END-READ
               DISPLAY "  " FD-PRODUTO
           END-IF
           DISPLAY "CATEGORIA: " WITH NO ADVANCING
           MOVE ZERO TO WCATEGORIA
           ACCEPT WCATEGORIA
           MOVE WCATEGORIA TO SCT-CODIGO
           READ SACCAT
               INVALID KEY
                   DISPLAY "CATEGORIA NAO CADASTRADA"
                   GO TO 3000-EXIT
           END-READ
           DISPLAY "  " SCT-DESCRICAO " - PRAZO " SCT-PRAZO " DIAS"
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           MOVE SPACES TO WDESCRICAO
           ACCEPT WDESCRICAO
           IF WDESCRICAO = SPACES
               DISPLAY "DESCREVA A RECLAMACAO"
               GO TO 3000-EXIT
           END-IF
           MOVE SPACE TO WPRIORIDADE
           PERFORM 3100-ACEITA-PRIORIDADE
               UNTIL WPRIORIDADE = "A" OR WPRIORIDADE = "M"
                  OR WPRIORIDADE = "B"
           DISPLAY "RESPONSAVEL (BRANCO = " WOPERADOR "): "
               WITH NO ADVANCING
           MOVE SPACES TO WRESPONSAVEL
           ACCEPT WRESPONSAVEL
           IF WRESPONSAVEL = SPACES
               MOVE WOPERADOR TO WRESPONSAVEL
           END-IF
           PERFORM 2300-CONFERE-RESPONSAVEL
           IF WVALIDO NOT = "S"
               GO TO 3000-EXIT
           END-IF
           MOVE SCT-PRAZO TO WDATAUTIL-DIAS
           CALL "DATAUTIL" USING WDATAUTIL-FUNCAO, WDATA-SISTEMA,
               WDATAUTIL-DATA2, WDATAUTIL-DIAS, WDATAUTIL-DIA,
               WPRAZO
           MOVE WPRAZO TO WDATA-AUX
           PERFORM 2950-EDITA-DATA
           DISPLAY "PRAZO DE RESPOSTA: " WDATA-ED
           DISPLAY "CONFIRMA A ABERTURA (S/N)? " WITH NO ADVANCING
           MOVE SPACE TO WCONFIRMA
           ACCEPT WCONFIRMA
           IF WCONFIRMA NOT = "S" AND WCONFIRMA NOT = "s"
               GO TO 3000-EXIT
           END-IF
           CALL "PROXIMO-NUMERO" USING WENTIDADE, WSAC-NUMERO
           MOVE WSAC-NUMERO   TO SAC-NUMERO
           MOVE WCLIENTE      TO SAC-CLIENTE
           MOVE WPEDIDO       TO SAC-PEDIDO
           MOVE WNF-SERIE     TO SAC-NF-SERIE
           MOVE WNF-NUMERO    TO SAC-NF-NUMERO
           MOVE WRMA          TO SAC-RMA
           MOVE ZERO          TO SAC-ORDSERV
           MOVE WPRODUTO      TO SAC-PRODUTO
           MOVE WCATEGORIA    TO SAC-CATEGORIA
           MOVE WDESCRICAO    TO SAC-DESCRICAO
           MOVE WRESPONSAVEL  TO SAC-RESPONSAVEL
           MOVE WPRIORIDADE   TO SAC-PRIORIDADE
           MOVE "A"           TO SAC-STATUS
           MOVE WDATA-SISTEMA TO SAC-DATA-ABERTURA
           MOVE WPRAZO        TO SAC-PRAZO
           MOVE ZERO          TO SAC-DATA-ENCERRA
           MOVE WOPERADOR     TO SAC-OPER-ABRIU
           WRITE REGISTRO-SAC
               INVALID KEY
                   DISPLAY "CHAMADO JA CADASTRADO"
                   GO TO 3000-EXIT
           END-WRITE
           MOVE SAC-NUMERO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "SACATD01",
               "ABRIU", WCHAVE-AUD
           MOVE SPACES TO WOBS
           STRING "ABERTURA - CATEGORIA " SAC-CATEGORIA
               " - RESPONSAVEL " SAC-RESPONSAVEL
               DELIMITED BY SIZE INTO WOBS
           CALL "GRAVA-HISTSAC" USING SAC-NUMERO, " ", SAC-STATUS,
               WOPERADOR, WOBS
           MOVE SPACES TO WOBS
           PERFORM 2800-AVISA-CLIENTE
           DISPLAY "CHAMADO ABERTO: " SAC-NUMERO
           .
       3000-EXIT.
           EXIT.
       3100-ACEITA-PRIORIDADE.
           DISPLAY "PRIORIDADE A-ALTA M-MEDIA B-BAIXA (BRANCO = M): "
               WITH NO ADVANCING
           ACCEPT WPRIORIDADE
           INSPECT WPRIORIDADE CONVERTING "amb" TO "AMB"
           IF WPRIORIDADE = SPACE
               MOVE "M" TO WPRIORIDADE
           END-IF
           .
      *----------------------------------------------------------------*
      *    MUDANCA DE STATUS. RESOLVIDO E CANCELADO ENCERRAM O
      *    CHAMADO E EXIGEM A OBSERVACAO (SOLUCAO OU MOTIVO); VOLTAR
      *    DE UM DELES REABRE O CHAMADO.
      *----------------------------------------------------------------*
       4000-MUDA-STATUS.
           PERFORM 2100-PEDE-CHAMADO
           IF FS-SAC NOT = "00"
               GO TO 4000-EXIT
           END-IF
           PERFORM 6100-MOSTRA-CHAMADO
           DISPLAY "NOVO STATUS A-ABERTO T-EM TRATAMENTO "
               "C-AGUARDA CLIENTE"
           DISPLAY "            R-RESOLVIDO X-CANCELADO: "
               WITH NO ADVANCING
           MOVE SPACE TO WSTATUS-NOVO
           ACCEPT WSTATUS-NOVO
           INSPECT WSTATUS-NOVO CONVERTING "atcrx" TO "ATCRX"
           IF WSTATUS-NOVO NOT = "A" AND WSTATUS-NOVO NOT = "T" AND
              WSTATUS-NOVO NOT = "C" AND WSTATUS-NOVO NOT = "R" AND
              WSTATUS-NOVO NOT = "X"
               DISPLAY "STATUS INVALIDO"
               GO TO 4000-EXIT
           END-IF
           IF WSTATUS-NOVO = SAC-STATUS
               DISPLAY "O CHAMADO JA ESTA NESTE STATUS"
               GO TO 4000-EXIT
           END-IF
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING
           MOVE SPACES TO WOBS
           ACCEPT WOBS
           IF WOBS = SPACES AND
              (WSTATUS-NOVO = "R" OR WSTATUS-NOVO = "X")
               DISPLAY "INFORME A SOLUCAO OU O MOTIVO"
               GO TO 4000-EXIT
           END-IF
           MOVE SAC-STATUS   TO WSTATUS-ANT
           MOVE WSTATUS-NOVO TO SAC-STATUS
           IF SAC-ENCERRADO
               MOVE WDATA-SISTEMA TO SAC-DATA-ENCERRA
           ELSE
               MOVE ZERO TO SAC-DATA-ENCERRA
           END-IF
           REWRITE REGISTRO-SAC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO CHAMADO"
                   GO TO 4000-EXIT
           END-REWRITE
           MOVE SAC-NUMERO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "SACATD01",
               "STATUS", WCHAVE-AUD
           MOVE "STATUS"     TO WCAMPO-AUD
           MOVE WSTATUS-ANT  TO WANTES-AUD
           MOVE SAC-STATUS   TO WDEPOIS-AUD
           CALL "GRAVA-AUDDETALHE" USING WOPERADOR, "SACATD01",
               WCHAVE-AUD, WCAMPO-AUD, WANTES-AUD, WDEPOIS-AUD
           CALL "GRAVA-HISTSAC" USING SAC-NUMERO, WSTATUS-ANT,
               SAC-STATUS, WOPERADOR, WOBS
           PERFORM 2800-AVISA-CLIENTE
           DISPLAY "STATUS DO CHAMADO ALTERADO"
           .
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    TROCA DO RESPONSAVEL - VAI PARA O HISTORICO, SEM AVISO AO
      *    CLIENTE (NAO E MUDANCA DE STATUS)
      *----------------------------------------------------------------*
       5000-TROCA-RESPONSAVEL.
           PERFORM 2100-PEDE-CHAMADO
           IF FS-SAC NOT = "00"
               GO TO 5000-EXIT
           END-IF
           PERFORM 6100-MOSTRA-CHAMADO
           IF SAC-ENCERRADO
               DISPLAY "CHAMADO ENCERRADO"
               GO TO 5000-EXIT
           END-IF
           DISPLAY "NOVO RESPONSAVEL: " WITH NO ADVANCING
           MOVE SPACES TO WRESPONSAVEL
           ACCEPT WRESPONSAVEL
           IF WRESPONSAVEL = SPACES OR
              WRESPONSAVEL = SAC-RESPONSAVEL
               GO TO 5000-EXIT
           END-IF
           PERFORM 2300-CONFERE-RESPONSAVEL
           IF WVALIDO NOT = "S"
               GO TO 5000-EXIT
           END-IF
           MOVE SAC-RESPONSAVEL TO WRESP-ANT
           MOVE WRESPONSAVEL    TO SAC-RESPONSAVEL
           REWRITE REGISTRO-SAC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DO CHAMADO"
                   GO TO 5000-EXIT
           END-REWRITE
           MOVE SAC-NUMERO TO WCHAVE-AUD
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "SACATD01",
               "TRANSFERIU", WCHAVE-AUD
           MOVE "RESPONSAVEL"   TO WCAMPO-AUD
           MOVE WRESP-ANT       TO WANTES-AUD
           MOVE SAC-RESPONSAVEL TO WDEPOIS-AUD
           CALL "GRAVA-AUDDETALHE" USING WOPERADOR, "SACATD01",
               WCHAVE-AUD, WCAMPO-AUD, WANTES-AUD, WDEPOIS-AUD
           MOVE SPACES TO WOBS
           STRING "RESPONSAVEL " WRESP-ANT " PARA " SAC-RESPONSAVEL
               DELIMITED BY SIZE INTO WOBS
           CALL "GRAVA-HISTSAC" USING SAC-NUMERO, SAC-STATUS,
               SAC-STATUS, WOPERADOR, WOBS
           DISPLAY "RESPONSAVEL ALTERADO"
           .
       5000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA DO CHAMADO COM O HISTORICO COMPLETO
      *----------------------------------------------------------------*
       6000-CONSULTA.
           PERFORM 2100-PEDE-CHAMADO
           IF FS-SAC NOT = "00"
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-MOSTRA-CHAMADO
           OPEN INPUT SACHIST
           IF FS-SACHIST NOT = "00"
               DISPLAY "CHAMADO SEM HISTORICO"
               GO TO 6000-EXIT
           END-IF
           DISPLAY "DATA     HORA   DE PARA OPERADOR   OBSERVACAO"
           MOVE SAC-NUMERO TO SH-CHAMADO
           MOVE ZERO       TO SH-SEQ
           START SACHIST KEY NOT LESS THAN SH-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-SACHIST
           END-START
           IF FS-SACHIST = "00"
               PERFORM 6200-LE-HISTORICO
               PERFORM 6300-MOSTRA-HISTORICO
                   UNTIL FS-SACHIST NOT = "00"
           END-IF
           CLOSE SACHIST
           .
       6000-EXIT.
           EXIT.
       6100-MOSTRA-CHAMADO.
           MOVE SAC-CLIENTE TO CODIGO
           READ CLIENTES
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO NOME
           END-READ
           MOVE SAC-STATUS TO WSTATUS-NOVO
           PERFORM 2900-DESCREVE-STATUS
           DISPLAY "CHAMADO " SAC-NUMERO "  CLIENTE " SAC-CLIENTE
               " " NOME (1:40)
           DISPLAY "  PEDIDO " SAC-PEDIDO "  NOTA " SAC-NF-SERIE "-"
               SAC-NF-NUMERO "  RMA " SAC-RMA "  ORDEM SERV. "
               SAC-ORDSERV
           DISPLAY "  PRODUTO " SAC-PRODUTO "  CATEGORIA "
               SAC-CATEGORIA "  PRIORIDADE " SAC-PRIORIDADE
               "  RESPONSAVEL " SAC-RESPONSAVEL
           DISPLAY "  ABERTO EM " SAC-DATA-ABERTURA "  PRAZO "
               SAC-PRAZO "  ENCERRADO EM " SAC-DATA-ENCERRA
           DISPLAY "  STATUS " SAC-STATUS " - " WDESC-STATUS
           DISPLAY "  " SAC-DESCRICAO
           .
       6200-LE-HISTORICO.
           READ SACHIST NEXT RECORD
               AT END
                   MOVE "10" TO FS-SACHIST
           END-READ
           IF FS-SACHIST = "00" AND SH-CHAMADO NOT = SAC-NUMERO
               MOVE "10" TO FS-SACHIST
           END-IF
           .
       6300-MOSTRA-HISTORICO.
           DISPLAY SH-DATA " " SH-HORA "  " SH-STATUS-ANT "   "
               SH-STATUS "   " SH-OPERADOR " " SH-OBS (1:40)
           PERFORM 6200-LE-HISTORICO
           .
      *----------------------------------------------------------------*
      *    CHAMADOS NAO ENCERRADOS; "*" = PRAZO VENCIDO
      *----------------------------------------------------------------*
       7000-LISTA.
           DISPLAY "RESPONSAVEL (BRANCO = TODOS): " WITH NO ADVANCING
           MOVE SPACES TO WFILTRO-RESP
           ACCEPT WFILTRO-RESP
           MOVE ZERO TO QT-LISTADAS
           MOVE LOW-VALUES TO SAC-NUMERO
           START SAC KEY NOT LESS THAN SAC-NUMERO
               INVALID KEY
                   MOVE "10" TO FS-SAC
           END-START
           IF FS-SAC NOT = "00"
               DISPLAY "NENHUM CHAMADO CADASTRADO"
               GO TO 7000-EXIT
           END-IF
           DISPLAY "CHAMADO ABERTURA PRAZO      ST P RESPONSAVEL "
               "CLIENTE"
           PERFORM 7100-LE-PROXIMO
           PERFORM 7200-LISTA-UM
               UNTIL FS-SAC NOT = "00"
           MOVE "00" TO FS-SAC
           DISPLAY QT-LISTADAS " CHAMADO(S) EM ABERTO"
           .
       7000-EXIT.
           EXIT.
       7100-LE-PROXIMO.
           READ SAC NEXT RECORD
               AT END
                   MOVE "10" TO FS-SAC
           END-READ
           .
       7200-LISTA-UM.
           IF NOT SAC-ENCERRADO AND
              (WFILTRO-RESP = SPACES OR
               WFILTRO-RESP = SAC-RESPONSAVEL)
               MOVE SPACE TO WMARCA-ATRASO
               IF SAC-PRAZO < WDATA-SISTEMA
                   MOVE "*" TO WMARCA-ATRASO
               END-IF
               ADD 1 TO QT-LISTADAS
               DISPLAY SAC-NUMERO "  " SAC-DATA-ABERTURA " "
                   SAC-PRAZO WMARCA-ATRASO " " SAC-STATUS "  "
                   SAC-PRIORIDADE " " SAC-RESPONSAVEL "  "
                   SAC-CLIENTE
           END-IF
           PERFORM 7100-LE-PROXIMO
           .
      *----------------------------------------------------------------*
      *    TABELA DE CATEGORIAS - SO ADMINISTRADOR, COMO OS MOTIVOS
      *    DE DEVOLUCAO DO RMAPED01
      *----------------------------------------------------------------*
       8000-CATEGORIAS.
           IF WPERFIL NOT = "A" AND WPERFIL NOT = "a"
               MOVE WOPERADOR TO WCHAVE-AUD
               CALL "GRAVA-AUDITORIA" USING WOPERADOR, "SACATD01",
                   "NEGOU", WCHAVE-AUD
               DISPLAY "TABELA DE CATEGORIAS RESTRITA AO "
                   "ADMINISTRADOR"
               GO TO 8000-EXIT
           END-IF
           DISPLAY "MODO I-INCLUIR/ALTERAR E-EXCLUIR L-LISTAR: "
               WITH NO ADVANCING
           MOVE SPACE TO WMODO
           ACCEPT WMODO
           IF WMODO = "L" OR WMODO = "l"
               PERFORM 8300-LISTA-CATEGORIAS
               GO TO 8000-EXIT
           END-IF
           DISPLAY "CODIGO DA CATEGORIA: " WITH NO ADVANCING
           MOVE ZERO TO WSCT-CODIGO
           ACCEPT WSCT-CODIGO
           IF WSCT-CODIGO = ZERO
               GO TO 8000-EXIT
           END-IF
           MOVE WSCT-CODIGO TO WCHAVE-AUD
           IF WMODO = "E" OR WMODO = "e"
               MOVE WSCT-CODIGO TO SCT-CODIGO
               DELETE SACCAT
                   INVALID KEY
                       DISPLAY "CATEGORIA NAO CADASTRADA"
                   NOT INVALID KEY
                       CALL "GRAVA-AUDITORIA" USING WOPERADOR,
                           "SACATD01", "EXCLUIU", WCHAVE-AUD
                       DISPLAY "CATEGORIA EXCLUIDA"
               END-DELETE
               GO TO 8000-EXIT
           END-IF
           IF WMODO NOT = "I" AND WMODO NOT = "i"
               GO TO 8000-EXIT
           END-IF
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           MOVE SPACES TO WSCT-DESCR
           ACCEPT WSCT-DESCR
           DISPLAY "PRAZO DE RESPOSTA (DIAS): " WITH NO ADVANCING
           MOVE ZERO TO WSCT-PRAZO
           ACCEPT WSCT-PRAZO
           IF WSCT-DESCR = SPACES OR WSCT-PRAZO = ZERO
               DISPLAY "INFORME A DESCRICAO E O PRAZO"
               GO TO 8000-EXIT
           END-IF
           MOVE WSCT-CODIGO TO SCT-CODIGO
           MOVE WSCT-DESCR  TO SCT-DESCRICAO
           MOVE WSCT-PRAZO  TO SCT-PRAZO
           WRITE REGISTRO-SACCAT
               INVALID KEY
                   REWRITE REGISTRO-SACCAT
           END-WRITE
           CALL "GRAVA-AUDITORIA" USING WOPERADOR, "SACATD01",
               "GRAVOU", WCHAVE-AUD
           DISPLAY "CATEGORIA GRAVADA"
           .
       8000-EXIT.
           EXIT.
       8300-LISTA-CATEGORIAS.
           MOVE LOW-VALUES TO SCT-CODIGO
           START SACCAT KEY NOT LESS THAN SCT-CODIGO
               INVALID KEY
                   MOVE "10" TO FS-SACCAT
           END-START
           IF FS-SACCAT = "00"
               DISPLAY "CAT DESCRICAO                      DIAS"
               PERFORM 8310-LE-CATEGORIA
               PERFORM 8320-MOSTRA-CATEGORIA
                   UNTIL FS-SACCAT NOT = "00"
           ELSE
               DISPLAY "NENHUMA CATEGORIA CADASTRADA"
           END-IF
           MOVE "00" TO FS-SACCAT
           .
       8310-LE-CATEGORIA.
           READ SACCAT NEXT RECORD
               AT END
                   MOVE "10" TO FS-SACCAT
           END-READ
           .
       8320-MOSTRA-CATEGORIA.
           DISPLAY SCT-CODIGO "  " SCT-DESCRICAO " " SCT-PRAZO
           PERFORM 8310-LE-CATEGORIA
           .
      *----------------------------------------------------------------*
      *    RELATORIOS DO SAC PELA FILA (RELFILA1)
      *----------------------------------------------------------------*
       8500-ENFILEIRA.
           CALL "GRAVA-FILA" USING WREL-CODIGO, WOPERADOR
           DISPLAY "RELATORIO " WREL-CODIGO " SOLICITADO - SAI NO "
               "PROCESSAMENTO DA FILA"
           .
       9999-ENCERRA.
           CLOSE SAC SACCAT CLIENTES PEDIDOS NOTAFIS RMA ARQ1
               OPERADORES
           STOP RUN
           .
       END PROGRAM SACATD01.
