           02 STR-SLEUTEL.
               03 STR-REKNR PIC 9(12).
               03 STR-VOLGNR PIC 9(5).
           02 STR-STORTDATUM PIC 9(8).
           02 STR-OORSPRONKELIJK PIC 9(7)V99.
           02 STR-BEDRAG PIC 9(7)V99.
           02 STR-GETROUWSTART PIC 9(8).
           02 STR-BASIS-OPGEBOUWD PIC 9(7)V99.
           02 STR-PREMIE-OPGEBOUWD PIC 9(7)V99.
           02 STR-PREMIE-BETAALD PIC 9(7)V99.
