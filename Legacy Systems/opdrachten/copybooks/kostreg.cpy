           02 KRG-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 KRG-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 KRG-REKNR PIC 9(12).
           02 FILLER PIC X VALUE SPACE.
           02 KRG-CATEGORIE PIC X(1).
               88 KOST-VERRICHTINGEN VALUE "V".
               88 KOST-MINSALDO VALUE "M".
               88 KOST-DEBETRENTE VALUE "D".
               88 KOST-CREDITRENTE VALUE "C".
               88 KOST-STRAFINTREST VALUE "S".
           02 FILLER PIC X VALUE SPACE.
           02 KRG-BEDRAG PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 KRG-VOORHEFFING PIC 9(7)V99.
           02 FILLER PIC X VALUE SPACE.
           02 KRG-REFERENTIE PIC X(16).
