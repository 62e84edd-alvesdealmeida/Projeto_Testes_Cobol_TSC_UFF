      *
      *     GRAVA-LANCAMENTO - ROTINA COMUM DO LIVRO CAIXA
      *     REGISTRA UM LANCAMENTO (CONTA, TIPO C-CREDITO D-DEBITO,
      *     VALOR, DATA, CONTA DE CONTRAPARTIDA E CENTRO DE CUSTO)
      *     EM DADOS001.DAT, O MESMO ARQUIVO DE LANCAMENTOS
      *     PROCESSADO POR DADOS001.
      *     A CONTRAPARTIDA FECHA AS PARTIDAS DOBRADAS: A OUTRA
      *     PERNA DO LANCAMENTO, COM O TIPO INVERTIDO, E ACUMULADA
      *     PELO BALANCETE (BALANCT1), PELO DIARIO (DIARIO01) E PELO
      *         CALL "GRAVA-LANCAMENTO" USING LK-CONTA LK-TIPO
      *                                       LK-VALOR LK-DATA
      *                                       LK-RESULTADO LK-CONTRA
      *                                       LK-CENTRO LK-FILIAL
      *
      *     O CENTRO DE CUSTO (CENTRO.DAT, CADCCU01) VALE PARA AS
      *     DUAS PERNAS DO LANCAMENTO; ZERO E LANCAMENTO SEM CENTRO.
      *     A FILIAL (FILIAL.DAT, CADFIL01) TAMBEM VALE PARA AS DUAS
      *     PERNAS; ZERO E GRAVADO COMO MATRIZ (01).
      *     LK-RESULTADO VOLTA "S" QUANDO O LANCAMENTO FOI GRAVADO E
      *     "N" QUANDO FOI REJEITADO (CONTA FORA DO PLANO OU
      *     SINTETICA, CENTRO DE CUSTO NAO CADASTRADO OU INATIVO,
      *     FILIAL NAO CADASTRADA OU COMPETENCIA FECHADA) - O
      *     CHAMADOR DEVE RECUSAR A OPERACAO NESSE CASO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
           SELECT CTBFECH ASSIGN TO "CTBFECH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTBFECH.

           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.

           SELECT FILIAL ASSIGN TO "FILIAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIL-CODIGO
           FILE STATUS IS FS-FILIAL.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X     VALUE SPACE.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X     VALUE SPACE.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X     VALUE SPACE.
           02 TR-FILIAL  PIC 9(02).

       FD  PLANCTA.
       01  REGISTRO-CONTA.
      *        GRUPO DE RESULTADO PARA O DRE (DRE001):
      *        0-NENHUM 1-RECEITA 2-DEDUCOES 3-CUSTOS 4-DESPESAS
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *    CONTROLE DE PERIODOS FECHADOS (FECHCTB1) - O REGISTRO
      *    MAIS RECENTE DA COMPETENCIA PREVALECE
           02 FILLER          PIC X.
           02 FCH-OPERADOR    PIC X(10).

      *    CENTROS DE CUSTO (CADCCU01)
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.
               88 CC-ATIVO        VALUE "A".

      *    FILIAIS (CADFIL01)
       FD  FILIAL.
       01  REGISTRO-FILIAL.
           02 FIL-CODIGO       PIC 9(02).
           02 FIL-NOME         PIC X(30).
           02 FIL-CNPJ         PIC 9(14).
           02 FIL-IE           PIC X(15).
           02 FIL-ENDERECO     PIC X(50).
           02 FIL-CIDADE       PIC X(30).
           02 FIL-ESTADO       PIC AA.
           02 FIL-SERIE-NF     PIC X(01).
           02 FIL-DEPOSITO     PIC 9(02).
           02 FIL-SITUACAO     PIC X.

       WORKING-STORAGE                         SECTION.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       01  FS-PLANCTA.
       77  WCONTA-OK PIC X VALUE "S".
       77  FS-CTBFECH PIC XX VALUE SPACES.
       77  WPERIODO-FECHADO PIC X VALUE "N".
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.
       77  WCENTRO-OK PIC X VALUE "S".
       01  FS-FILIAL.
           02 FS-FILIAL-1 PIC 9.
           02 FS-FILIAL-2 PIC 9.
           02 FS-FILIAL-R REDEFINES FS-FILIAL-2 PIC 99 COMP-X.
       77  WFILIAL-OK PIC X VALUE "S".

       LINKAGE                                 SECTION.
       01  LK-CONTA  PIC 9(05).
       01  LK-DATA   PIC 9(08).
       01  LK-RESULTADO PIC X.
       01  LK-CONTRA PIC 9(05).
       01  LK-CENTRO PIC 9(03).
       01  LK-FILIAL PIC 9(02).
      *================================================================*
       PROCEDURE DIVISION USING LK-CONTA LK-TIPO LK-VALOR LK-DATA
           LK-RESULTADO LK-CONTRA LK-CENTRO LK-FILIAL.
       0000-MAINLINE.
           MOVE "N" TO LK-RESULTADO
           PERFORM 0500-VALIDA-CONTAS
           IF WCONTA-OK = "T"
               DISPLAY "CONTA SINTETICA NAO RECEBE LANCAMENTO -"
                   " LANCAMENTO REJEITADO"
               GOBACK
           END-IF
           IF WCONTA-OK NOT = "S"
               DISPLAY "CONTA FORA DO PLANO DE CONTAS -"
                   " LANCAMENTO REJEITADO"
               GOBACK
           END-IF
           PERFORM 0550-VALIDA-CENTRO
           IF WCENTRO-OK NOT = "S"
               DISPLAY "CENTRO DE CUSTO " LK-CENTRO " NAO CADASTRADO"
                   " OU INATIVO - LANCAMENTO REJEITADO"
               GOBACK
           END-IF
           PERFORM 0570-VALIDA-FILIAL
           IF WFILIAL-OK NOT = "S"
               DISPLAY "FILIAL " LK-FILIAL " NAO CADASTRADA -"
                   " LANCAMENTO REJEITADO"
               GOBACK
           END-IF
           PERFORM 0600-VALIDA-PERIODO
           IF WPERIODO-FECHADO = "S"
               DISPLAY "COMPETENCIA " LK-DATA (1:6) " FECHADA -"
           MOVE LK-VALOR  TO TR-VALOR
           MOVE LK-DATA   TO TR-DATA
           MOVE LK-CONTRA TO TR-CONTRA
           MOVE LK-CENTRO TO TR-CENTRO
           IF LK-FILIAL = ZERO
               MOVE 01 TO TR-FILIAL
           ELSE
               MOVE LK-FILIAL TO TR-FILIAL
           END-IF
           WRITE REGISTRO-LANCAMENTO
           CLOSE LANCAMENTOS
           MOVE "S" TO LK-RESULTADO
      *    SEM PLANO DE CONTAS PUBLICADO (ARQUIVO AUSENTE) A
      *    VALIDACAO E DISPENSADA, PARA NAO PARAR OS POSTADORES
      *    LEGADOS. A CONTRAPARTIDA E VALIDADA NA MESMA REGRA.
      *    CONTA SINTETICA (SO TOTALIZA) VOLTA WCONTA-OK "T".
       0500-VALIDA-CONTAS.
           MOVE "S" TO WCONTA-OK
           OPEN INPUT PLANCTA
               READ PLANCTA
                   INVALID KEY
                       MOVE "N" TO WCONTA-OK
                   NOT INVALID KEY
                       IF CTA-SINTETICA
                           MOVE "T" TO WCONTA-OK
                       END-IF
               END-READ
               IF LK-CONTRA NOT = ZERO AND WCONTA-OK = "S"
                   MOVE LK-CONTRA TO CTA-CODIGO
                   READ PLANCTA
                       INVALID KEY
                           MOVE "N" TO WCONTA-OK
                       NOT INVALID KEY
                           IF CTA-SINTETICA
                               MOVE "T" TO WCONTA-OK
                           END-IF
                   END-READ
               END-IF
               CLOSE PLANCTA
           END-IF
           .
      *    MESMA REGRA PARA O CENTRO DE CUSTO: SEM CENTRO.DAT NAO HA
      *    VALIDACAO
       0550-VALIDA-CENTRO.
           MOVE "S" TO WCENTRO-OK
           IF LK-CENTRO NOT = ZERO
               OPEN INPUT CENTRO
               IF FS-CENTRO = "00"
                   MOVE LK-CENTRO TO CC-CODIGO
                   READ CENTRO
                       INVALID KEY
                           MOVE "N" TO WCENTRO-OK
                       NOT INVALID KEY
                           IF NOT CC-ATIVO
                               MOVE "N" TO WCENTRO-OK
                           END-IF
                   END-READ
                   CLOSE CENTRO
               END-IF
           END-IF
           .
      *    E PARA A FILIAL: SEM FILIAL.DAT (LOJA UNICA) NAO HA
      *    VALIDACAO; FILIAL ZERO E A MATRIZ
       0570-VALIDA-FILIAL.
           MOVE "S" TO WFILIAL-OK
           OPEN INPUT FILIAL
           IF FS-FILIAL = "00"
               IF LK-FILIAL = ZERO
                   MOVE 01 TO FIL-CODIGO
               ELSE
                   MOVE LK-FILIAL TO FIL-CODIGO
               END-IF
               READ FILIAL
                   INVALID KEY
                       MOVE "N" TO WFILIAL-OK
               END-READ
               CLOSE FILIAL
           END-IF
           .
       0600-VALIDA-PERIODO.
           MOVE "N" TO WPERIODO-FECHADO
           OPEN INPUT CTBFECH
