       01  LINHA-PRECOHIST.
           02 PH-DATA             PIC 9(8).
           02 FILLER              PIC X     VALUE SPACE.
           02 PH-CODIGO           PIC 9(06).
           02 FILLER              PIC X     VALUE SPACE.
           02 PH-PRECO-ANTERIOR   PIC 9(6)V99.
           02 FILLER              PIC X     VALUE SPACE.
       77  WDATA-HORA   PIC X(14) VALUE SPACES.

       LINKAGE                                 SECTION.
       01  LK-CODIGO          PIC 9(06).
       01  LK-PRECO-ANTERIOR  PIC 9(6)V99.
       01  LK-PRECO-NOVO      PIC 9(6)V99.
      *================================================================*
