      ******************************************************************
      *
      *     DRE POR CENTRO DE CUSTO (DADOS001.DAT X PLANCTA X CENTRO)
      *     O MESMO DRE DO DRE001 - RECEITA BRUTA, (-) DEDUCOES,
      *     = RECEITA LIQUIDA, (-) CUSTOS, = LUCRO BRUTO,
      *     (-) DESPESAS, = RESULTADO - ABERTO POR CENTRO DE CUSTO
      *     (TR-CENTRO DO LANCAMENTO, AS DUAS PERNAS NO CENTRO DO
      *     LANCAMENTO), COM AS COLUNAS DO MES E DO ACUMULADO DO ANO.
      *     LANCAMENTO SEM CENTRO (000, OU GRAVADO ANTES DO CAMPO
      *     EXISTIR) SAI EM "SEM CENTRO". AO FINAL O CONSOLIDADO, QUE
      *     BATE COM O DRE001. OS RATEIOS DO RATEIO01 JA APARECEM NOS
      *     CENTROS DE DESTINO.
      *
      ******************************************************************
       IDENTIFICATION                                      DIVISION.
       PROGRAM-ID. RELCCU01.
      *================================================================*
       ENVIRONMENT                                         DIVISION.
       CONFIGURATION                           SECTION.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO "DADOS001.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LANCAMENTOS.

           SELECT PLANCTA ASSIGN TO "PLANCTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-CODIGO
           FILE STATUS IS FS-PLANCTA.

           SELECT CENTRO ASSIGN TO "CENTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-CODIGO
           FILE STATUS IS FS-CENTRO.
      *================================================================*
       DATA                                                DIVISION.
       FILE                                    SECTION.
       FD  LANCAMENTOS.
       01  REGISTRO-LANCAMENTO.
           02 TR-CONTA   PIC 9(05).
           02 FILLER     PIC X.
           02 TR-TIPO    PIC X.
               88 TR-CREDITO VALUE "C" "c".
           02 FILLER     PIC X.
           02 TR-VALOR   PIC 9(8)V99.
           02 FILLER     PIC X.
           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

       FD  PLANCTA.
       01  REGISTRO-CONTA.
           02 CTA-CODIGO    PIC 9(05).
           02 CTA-DESCRICAO PIC X(30).
           02 CTA-NATUREZA  PIC X.
           02 CTA-GRUPO-RES PIC 9(01).
      *        S-SINTETICA (SO TOTALIZA AS FILHAS) A-ANALITICA
           02 CTA-TIPO      PIC X.
               88 CTA-SINTETICA VALUE "S" "s".
           02 CTA-PAI       PIC 9(05).

      *    MESMO LAYOUT DO CADCCU01
       FD  CENTRO.
       01  REGISTRO-CENTRO.
           02 CC-CODIGO        PIC 9(03).
           02 CC-DESCRICAO     PIC X(30).
           02 CC-SITUACAO      PIC X.

      *================================================================*
       WORKING-STORAGE                         SECTION.
       77  FS-LANCAMENTOS PIC XX VALUE SPACES.
       01  FS-PLANCTA.
           02 FS-PLANCTA-1 PIC 9.
           02 FS-PLANCTA-2 PIC 9.
           02 FS-PLANCTA-R REDEFINES FS-PLANCTA-2 PIC 99 COMP-X.
       01  FS-CENTRO.
           02 FS-CENTRO-1 PIC 9.
           02 FS-CENTRO-2 PIC 9.
           02 FS-CENTRO-R REDEFINES FS-CENTRO-2 PIC 99 COMP-X.

       77  WCOMPETENCIA PIC 9(06) VALUE ZERO.
       77  WANO-REF     PIC 9(04) VALUE ZERO.

      *    ACUMULADORES POR CENTRO E GRUPO - A POSICAO DO CENTRO NA
      *    TABELA E O CODIGO MAIS 1 (CENTRO 000 = SEM CENTRO)
       01  TAB-CENTROS.
           02 TC-ITEM OCCURS 1000 TIMES.
               03 TC-USADO  PIC X.
               03 TC-GRUPO OCCURS 4 TIMES.
                   04 TC-MES PIC S9(11)V99.
                   04 TC-ANO PIC S9(11)V99.
      *    CONSOLIDADO DE TODOS OS CENTROS
       01  TAB-GRUPOS.
           02 TG-ITEM OCCURS 4 TIMES.
               03 TG-MES PIC S9(11)V99.
               03 TG-ANO PIC S9(11)V99.
       77  IND-CTR      PIC 9(04) VALUE ZERO.
       77  IND-GRP      PIC 9(01) VALUE ZERO.
       77  WGRUPO       PIC 9(01) VALUE ZERO.
       77  WSINAL       PIC S9(01) VALUE ZERO.
       77  WVALOR-LEG   PIC S9(11)V99 VALUE ZERO.
       77  QT-CENTROS   PIC 9(04) VALUE ZEROS.
       77  WCENTRO-IMP  PIC 9(03) VALUE ZERO.
       77  WDESC-CENTRO PIC X(30) VALUE SPACES.

      *    LINHAS DO DRE EM IMPRESSAO (CENTRO OU CONSOLIDADO)
       01  TAB-LINHA.
           02 TL-ITEM OCCURS 4 TIMES.
               03 TL-MES PIC S9(11)V99.
               03 TL-ANO PIC S9(11)V99.
       77  WRES-MES PIC S9(11)V99 VALUE ZERO.
       77  WRES-ANO PIC S9(11)V99 VALUE ZERO.
       77  WED-MES  PIC -(10)9.99.
       77  WED-ANO  PIC -(10)9.99.

      *================================================================*
       PROCEDURE                                           DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-ACUMULA-LANCAMENTOS THRU 2000-EXIT
           PERFORM 3000-IMPRIME-CENTROS
           PERFORM 9999-ENCERRA
           .
       1000-INICIALIZA.
           INITIALIZE TAB-CENTROS TAB-GRUPOS
           DISPLAY SPACE ERASE EOS
           DISPLAY "DRE POR CENTRO DE CUSTO"
           DISPLAY "COMPETENCIA (AAAAMM):"
           ACCEPT WCOMPETENCIA
           MOVE WCOMPETENCIA (1:4) TO WANO-REF
           OPEN INPUT LANCAMENTOS
           OPEN INPUT PLANCTA
           OPEN INPUT CENTRO
           .
       2000-ACUMULA-LANCAMENTOS.
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "ARQUIVO DADOS001.DAT NAO ENCONTRADO"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LE-PROXIMO
           PERFORM 2150-FILTRA-LANCAMENTO
               UNTIL FS-LANCAMENTOS NOT = "00"
           .
       2000-EXIT.
           EXIT.
       2100-LE-PROXIMO.
           READ LANCAMENTOS
               AT END
                   MOVE "10" TO FS-LANCAMENTOS
           END-READ
           .
       2150-FILTRA-LANCAMENTO.
           IF TR-DATA (1:4) = WANO-REF AND
              TR-DATA (1:6) NOT > WCOMPETENCIA
               PERFORM 2200-ACUMULA-PERNAS
           END-IF
           PERFORM 2100-LE-PROXIMO
           .
      *    PERNA DO LANCAMENTO: SINAL +1 PARA CREDITO, -1 PARA
      *    DEBITO; A CONTRAPARTIDA ENTRA COM O SINAL INVERTIDO, NO
      *    MESMO CENTRO
       2200-ACUMULA-PERNAS.
           IF TR-CENTRO NUMERIC
               COMPUTE IND-CTR = TR-CENTRO + 1
           ELSE
               MOVE 1 TO IND-CTR
           END-IF
           IF TR-CREDITO
               MOVE +1 TO WSINAL
           ELSE
               MOVE -1 TO WSINAL
           END-IF
           MOVE TR-CONTA TO CTA-CODIGO
           PERFORM 2300-ACUMULA-NO-GRUPO
           IF TR-CONTRA NOT = ZERO
               COMPUTE WSINAL = ZERO - WSINAL
               MOVE TR-CONTRA TO CTA-CODIGO
               PERFORM 2300-ACUMULA-NO-GRUPO
           END-IF
           .
       2300-ACUMULA-NO-GRUPO.
           READ PLANCTA
               INVALID KEY
                   MOVE ZERO TO CTA-GRUPO-RES
           END-READ
           MOVE CTA-GRUPO-RES TO WGRUPO
           IF WGRUPO NOT = ZERO
      *        RECEITA (1) SOMA CREDITOS MENOS DEBITOS; DEDUCOES,
      *        CUSTOS E DESPESAS SOMAM DEBITOS MENOS CREDITOS
               IF WGRUPO = 1
                   COMPUTE WVALOR-LEG = TR-VALOR * WSINAL
               ELSE
                   COMPUTE WVALOR-LEG = TR-VALOR * WSINAL * -1
               END-IF
               MOVE "S" TO TC-USADO (IND-CTR)
               ADD WVALOR-LEG TO TC-ANO (IND-CTR WGRUPO)
               ADD WVALOR-LEG TO TG-ANO (WGRUPO)
               IF TR-DATA (1:6) = WCOMPETENCIA
                   ADD WVALOR-LEG TO TC-MES (IND-CTR WGRUPO)
                   ADD WVALOR-LEG TO TG-MES (WGRUPO)
               END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    UM BLOCO DO DRE POR CENTRO COM MOVIMENTO NO ANO E O
      *    CONSOLIDADO
      *----------------------------------------------------------------*
       3000-IMPRIME-CENTROS.
           DISPLAY " "
           DISPLAY "DRE POR CENTRO DE CUSTO - COMPETENCIA " WCOMPETENCIA
           PERFORM 3100-IMPRIME-CENTRO
               VARYING IND-CTR FROM 1 BY 1
               UNTIL IND-CTR > 1000
           IF QT-CENTROS = ZERO
               DISPLAY " "
               DISPLAY "NENHUM LANCAMENTO DE RESULTADO NO PERIODO"
           ELSE
               MOVE TAB-GRUPOS TO TAB-LINHA
               DISPLAY " "
               DISPLAY "CONSOLIDADO                       NO MES"
                   "         NO ANO"
               PERFORM 3300-IMPRIME-DRE
           END-IF
           .
       3100-IMPRIME-CENTRO.
           IF TC-USADO (IND-CTR) = "S"
               ADD 1 TO QT-CENTROS
               COMPUTE WCENTRO-IMP = IND-CTR - 1
               PERFORM 3200-DESCRICAO-CENTRO
               PERFORM 3150-COPIA-GRUPO
                   VARYING IND-GRP FROM 1 BY 1
                   UNTIL IND-GRP > 4
               DISPLAY " "
               DISPLAY "CENTRO " WCENTRO-IMP " " WDESC-CENTRO
               DISPLAY "                                  NO MES"
                   "         NO ANO"
               PERFORM 3300-IMPRIME-DRE
           END-IF
           .
       3150-COPIA-GRUPO.
           MOVE TC-MES (IND-CTR IND-GRP) TO TL-MES (IND-GRP)
           MOVE TC-ANO (IND-CTR IND-GRP) TO TL-ANO (IND-GRP)
           .
       3200-DESCRICAO-CENTRO.
           IF WCENTRO-IMP = ZERO
               MOVE "SEM CENTRO" TO WDESC-CENTRO
           ELSE
               MOVE "NAO CADASTRADO" TO WDESC-CENTRO
               IF FS-CENTRO = "00"
                   MOVE WCENTRO-IMP TO CC-CODIGO
                   READ CENTRO
                       NOT INVALID KEY
                           MOVE CC-DESCRICAO TO WDESC-CENTRO
                   END-READ
               END-IF
           END-IF
           .
       3300-IMPRIME-DRE.
           MOVE 1 TO IND-GRP
           PERFORM 3400-LINHA-GRUPO
           MOVE 2 TO IND-GRP
           PERFORM 3400-LINHA-GRUPO
           COMPUTE WRES-MES = TL-MES (1) - TL-MES (2)
           COMPUTE WRES-ANO = TL-ANO (1) - TL-ANO (2)
           PERFORM 3500-LINHA-SUBTOTAL
           MOVE 3 TO IND-GRP
           PERFORM 3400-LINHA-GRUPO
           COMPUTE WRES-MES = WRES-MES - TL-MES (3)
           COMPUTE WRES-ANO = WRES-ANO - TL-ANO (3)
           PERFORM 3500-LINHA-SUBTOTAL
           MOVE 4 TO IND-GRP
           PERFORM 3400-LINHA-GRUPO
           COMPUTE WRES-MES = WRES-MES - TL-MES (4)
           COMPUTE WRES-ANO = WRES-ANO - TL-ANO (4)
           MOVE WRES-MES TO WED-MES
           MOVE WRES-ANO TO WED-ANO
           DISPLAY "= RESULTADO             " WED-MES " " WED-ANO
           .
       3400-LINHA-GRUPO.
           MOVE TL-MES (IND-GRP) TO WED-MES
           MOVE TL-ANO (IND-GRP) TO WED-ANO
           EVALUATE IND-GRP
               WHEN 1
                   DISPLAY "RECEITA BRUTA           " WED-MES
                       " " WED-ANO
               WHEN 2
                   DISPLAY "(-) DEDUCOES            " WED-MES
                       " " WED-ANO
               WHEN 3
                   DISPLAY "(-) CUSTOS              " WED-MES
                       " " WED-ANO
               WHEN 4
                   DISPLAY "(-) DESPESAS            " WED-MES
                       " " WED-ANO
           END-EVALUATE
           .
       3500-LINHA-SUBTOTAL.
           MOVE WRES-MES TO WED-MES
           MOVE WRES-ANO TO WED-ANO
           EVALUATE IND-GRP
               WHEN 2
                   DISPLAY "= RECEITA LIQUIDA       " WED-MES
                       " " WED-ANO
               WHEN 3
                   DISPLAY "= LUCRO BRUTO           " WED-MES
                       " " WED-ANO
           END-EVALUATE
           .
       9999-ENCERRA.
           CLOSE LANCAMENTOS PLANCTA CENTRO
           GOBACK
           .
       END PROGRAM RELCCU01.
