       77  WDATA-HORA  PIC X(14) VALUE SPACES.
       77  WENTIDADE   PIC X(10) VALUE "SPOOL".
       77  WJOB        PIC 9(04) VALUE ZERO.
       77  WNUM-GERADO PIC 9(06) VALUE ZERO.

       LINKAGE                                 SECTION.
       01  LK-RELATORIO PIC X(10).
      *================================================================*
       PROCEDURE DIVISION USING LK-RELATORIO LK-OPERADOR LK-ARQUIVO.
       0000-MAINLINE.
           CALL "PROXIMO-NUMERO" USING WENTIDADE, WNUM-GERADO
           MOVE WNUM-GERADO TO WJOB
           MOVE SPACES TO LK-ARQUIVO
           STRING "SP" WJOB ".REL" DELIMITED BY SIZE
               INTO LK-ARQUIVO
