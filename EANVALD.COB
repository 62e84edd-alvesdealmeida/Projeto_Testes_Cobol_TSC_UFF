      ******************************************************************
      *
      *     EANVALID - ROTINA UTILITARIA DE VALIDACAO DE CODIGO DE
      *     BARRAS GTIN (EAN-13 DA UNIDADE E DUN-14 DA EMBALAGEM)
      *     CONFERE O DIGITO VERIFICADOR PELO MODULO 10 COM PESOS
      *     3 E 1 ALTERNADOS A PARTIR DA DIREITA, PARA SER REUSADA
      *     PELO CADASTRO DE CODIGOS DE BARRAS (CADBAR01). O CODIGO
      *     VEM ALINHADO A ESQUERDA; DEVOLVE O TIPO "E" (13 DIGITOS)
      *     OU "D" (14 DIGITOS). CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "EANVALID" USING LK-CODIGO LK-TIPO
      *                               LK-EAN-VALIDO
      *
      ******************************************************************
       IDENTIFICATION                                  DIVISION.
       PROGRAM-ID. EANVALID.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
       CONFIGURATION                       SECTION.
      *================================================================*
       DATA                                            DIVISION.
       WORKING-STORAGE                     SECTION.
       77  IND       PIC     99.
       77  TAMANHO   PIC     99.
       77  SOMA      PIC     9(004).
       77  QUOCIENTE PIC     9(004).
       77  DIGITO    PIC     9.
       77  PESO      PIC     9.

       LINKAGE                                         SECTION.
       01  LK-CODIGO-DADOS.
           03 LK-CODIGO  PIC X(14).
           03 LK-CODIGO-RED REDEFINES LK-CODIGO.
               05 LK-TAB-CODIGO PIC 9 OCCURS 14 TIMES.
       01  LK-TIPO         PIC X.
       01  LK-EAN-VALIDO   PIC X.
           88  LK-VALIDO    VALUE "S".
           88  LK-INVALIDO  VALUE "N".
      *================================================================*
       PROCEDURE                                       DIVISION
           USING LK-CODIGO-DADOS LK-TIPO LK-EAN-VALIDO.
       0000-MAINLINE.
           SET LK-INVALIDO TO TRUE
           MOVE SPACE TO LK-TIPO
           MOVE ZERO TO TAMANHO
           INSPECT LK-CODIGO TALLYING TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TAMANHO
               WHEN 13
                   MOVE "E" TO LK-TIPO
               WHEN 14
                   MOVE "D" TO LK-TIPO
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           IF LK-CODIGO (1:TAMANHO) NOT NUMERIC
               MOVE SPACE TO LK-TIPO
               GOBACK
           END-IF

      *    SOMA OS DIGITOS DE DADOS DA DIREITA PARA A ESQUERDA,
      *    PESO 3 NO PRIMEIRO, 1 NO SEGUINTE E ASSIM POR DIANTE
           MOVE ZERO TO SOMA
           MOVE 3 TO PESO
           PERFORM 0100-SOMA-DIGITO
               VARYING IND FROM TAMANHO BY -1 UNTIL IND < 2
           DIVIDE SOMA BY 10 GIVING QUOCIENTE REMAINDER DIGITO
           IF DIGITO NOT = ZERO
               COMPUTE DIGITO = 10 - DIGITO
           END-IF

      *    CODIGO ZERADO PASSARIA NO CALCULO - RECUSADO EXPLICITAMENTE
           IF LK-CODIGO (1:TAMANHO) NOT = ALL "0" AND
              DIGITO = LK-TAB-CODIGO (TAMANHO)
               SET LK-VALIDO   TO TRUE
           END-IF
           GOBACK
           .
       0100-SOMA-DIGITO.
           COMPUTE SOMA = SOMA + LK-TAB-CODIGO (IND - 1) * PESO
           IF PESO = 3
               MOVE 1 TO PESO
           ELSE
               MOVE 3 TO PESO
           END-IF
           .
       END PROGRAM EANVALID.
