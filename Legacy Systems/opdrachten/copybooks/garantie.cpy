           02 GAR-TYPE PIC X(2).
               88 GAR-IS-DETAIL VALUE "20".
           02 GAR-KLANTNR PIC 9(7).
           02 GAR-NAAM PIC X(20).
           02 GAR-STRAAT PIC X(30).
           02 GAR-POSTCODE PIC X(8).
           02 GAR-GEMEENTE PIC X(20).
           02 GAR-AANTAL-REKENINGEN PIC 9(3).
           02 GAR-TOTAAL PIC 9(11)V99.
           02 GAR-GEDEKT PIC 9(9)V99.
           02 GAR-NIET-GEDEKT PIC 9(11)V99.
           02 GAR-NAZICHT PIC X(1).
               88 GAR-MANUEEL-NAZICHT VALUE "J".
           02 GAR-DATUM PIC 9(8).
