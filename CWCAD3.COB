       FD  FileName
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FileName
           RECORD IS VARYING IN SIZE FROM 251 TO 313 CHARACTERS
           DEPENDING ON LK-REG-LEN.

       01  FileName-REG.
           05 FileName-CHAVE .
               10 FileName-CODIGO  PIC 9(006).
           05 FileName-DESCRICAO   PIC X(050).
           05 FILLER               PIC X(165).
           05 FileName-TERCEIRA-CHAVE PIC X(030).
           88 ORDER-BY-RIGHT    VALUE 2.
           88 ORDER-BY-TERCEIRA VALUE 3.
       01  LEFT-ITEM.
           05 LIST-CODIGO PIC 9(006).
           05 FILLER      PIC X(074).
       01  RIGHT-ITEM.
           05 LIST-DESCRICAO    PIC X(050).
           05 FILLER            PIC X(055).
