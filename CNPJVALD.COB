      ******************************************************************
      *
      *     CNPJVALID - ROTINA UTILITARIA DE VALIDACAO DE CNPJ
      *     CENTRALIZA O CALCULO DOS DIGITOS VERIFICADORES DO CNPJ
      *     (PESOS OFICIAIS, MESMO ALGORITMO DA VALIDACAO EM LOTE
      *     CPF00001), PARA SER REUSADA PELO CADASTRO DE CLIENTES
      *     PESSOA JURIDICA. CHAMADA COMO SUBPROGRAMA:
      *
      *         CALL "CNPJVALID" USING LK-CNPJ LK-D1 LK-D2
      *                                LK-CNPJ-VALIDO
      *
      ******************************************************************
       IDENTIFICATION                                  DIVISION.
       PROGRAM-ID. CNPJVALID.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
       CONFIGURATION                       SECTION.
      *================================================================*
       DATA                                            DIVISION.
       WORKING-STORAGE                     SECTION.
       77  IND     PIC     99.
       77  SOMA    PIC     9(004).
       77  QUOCIENTE   PIC     99.

       01  PESOS-CNPJ-D1-LIT    PIC X(12) VALUE "543298765432".
       01  PESOS-CNPJ-D1        REDEFINES PESOS-CNPJ-D1-LIT.
           02 PESO-D1           PIC 9 OCCURS 12 TIMES.

       01  PESOS-CNPJ-D2-LIT    PIC X(13) VALUE "6543298765432".
       01  PESOS-CNPJ-D2        REDEFINES PESOS-CNPJ-D2-LIT.
           02 PESO-D2           PIC 9 OCCURS 13 TIMES.

       LINKAGE                                         SECTION.
       01  LK-CNPJ-DADOS.
           03 LK-CNPJ    PIC 9(14).
           03 LK-CNPJ-RED REDEFINES LK-CNPJ.
               05 LK-TAB-CNPJ PIC 9 OCCURS 14 TIMES.
       01  LK-D1           PIC 9.
       01  LK-D2           PIC 9.
       01  LK-CNPJ-VALIDO  PIC X.
           88  LK-VALIDO    VALUE "S".
           88  LK-INVALIDO  VALUE "N".
      *================================================================*
       PROCEDURE                                       DIVISION
           USING LK-CNPJ-DADOS LK-D1 LK-D2 LK-CNPJ-VALIDO.
       0000-MAINLINE.
           MOVE ZERO TO SOMA
           PERFORM 0100-SOMA-CNPJ-D1
               VARYING IND FROM 1 BY 1 UNTIL IND > 12
           DIVIDE SOMA BY 11 GIVING QUOCIENTE REMAINDER LK-D1
           IF LK-D1 < 2
               MOVE 0 TO LK-D1
           ELSE
               COMPUTE LK-D1 = 11 - LK-D1
           END-IF

           MOVE ZERO TO SOMA
           PERFORM 0200-SOMA-CNPJ-D2
               VARYING IND FROM 1 BY 1 UNTIL IND > 12
           COMPUTE SOMA = SOMA + LK-D1 * PESO-D2(13)
           DIVIDE SOMA BY 11 GIVING QUOCIENTE REMAINDER LK-D2
           IF LK-D2 < 2
               MOVE 0 TO LK-D2
           ELSE
               COMPUTE LK-D2 = 11 - LK-D2
           END-IF

      *    CNPJ ZERADO PASSARIA NO CALCULO - RECUSADO EXPLICITAMENTE
           IF LK-CNPJ NOT = ZERO AND
              LK-D1 = LK-TAB-CNPJ(13) AND LK-D2 = LK-TAB-CNPJ(14)
               SET LK-VALIDO   TO TRUE
           ELSE
               SET LK-INVALIDO TO TRUE
           END-IF
           GOBACK
           .
       0100-SOMA-CNPJ-D1.
           COMPUTE SOMA = SOMA + LK-TAB-CNPJ(IND) * PESO-D1(IND)
           .
       0200-SOMA-CNPJ-D2.
           COMPUTE SOMA = SOMA + LK-TAB-CNPJ(IND) * PESO-D2(IND)
           .
       END PROGRAM CNPJVALID.
