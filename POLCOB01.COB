           02 PL-JUROS-DIA-PCT PIC 9V9999.
           02 PL-DESC-PCT      PIC 99V99.
           02 PL-DESC-DIAS     PIC 9(03).
      *    TARIFA COBRADA DO CLIENTE POR CHEQUE DEVOLVIDO (CHQCUS01)
           02 PL-TARIFA-CHEQUE PIC 9(6)V99.
      *    NEGATIVACAO NO BUREAU DE CREDITO (NEGATI01)
           02 PL-NEGAT-DIAS    PIC 9(03).
           02 PL-NEGAT-AVISO   PIC 9(03).

       WORKING-STORAGE                         SECTION.
       01  FS-POLCOB.
