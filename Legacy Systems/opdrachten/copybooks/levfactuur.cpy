           02 LFA-NR PIC 9(7).
           02 LFA-LEVCODE PIC X(6).
           02 LFA-LEVFACTUURNR PIC X(12).
           02 LFA-BSTNR PIC 9(7).
           02 LFA-PRODNR PIC X(6).
           02 LFA-AANTAL PIC 9(4).
           02 LFA-EENHEIDSPRIJS PIC 9(5)V99.
           02 LFA-BEDRAG PIC 9(7)V99.
           02 LFA-FACTUURDATUM PIC 9(8).
           02 LFA-VERVALDATUM PIC 9(8).
           02 LFA-AFWIJKING PIC X(30).
           02 LFA-VERREKEND PIC 9(7)V99.
           02 LFA-BETAALD PIC 9(7)V99.
           02 LFA-BETAALDATUM PIC 9(8).
           02 LFA-BETAALREF PIC X(16).
           02 LFA-STATUS PIC X(1).
               88 LEVFACTUUR-GOEDGEKEURD VALUE "G".
               88 LEVFACTUUR-DISPUUT VALUE "D".
               88 LEVFACTUUR-BETAALD VALUE "B".
