           02 TR-DATA    PIC 9(08).
           02 FILLER     PIC X.
           02 TR-CONTRA  PIC 9(05).
           02 FILLER     PIC X.
           02 TR-CENTRO  PIC 9(03).
           02 FILLER     PIC X.
           02 TR-FILIAL  PIC 9(02).

      *================================================================*
       WORKING-STORAGE                     SECTION.
       77  WOPERADOR  PIC X(10) VALUE SPACES.
       77  WCHAVE-AUD PIC X(20) VALUE SPACES.
       77  WENTIDADE  PIC X(10) VALUE "CONCIL".
       77  WNOVO-ID   PIC 9(06) VALUE ZERO.
       77  WITEM-ID   PIC 9(05) VALUE ZERO.
       77  QT-IMPORTADOS  PIC 9(05) VALUE ZEROS.
       77  QT-CASADOS     PIC 9(05) VALUE ZEROS.
