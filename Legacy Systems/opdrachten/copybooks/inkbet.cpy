           02 INB-TYPE PIC X(2).
               88 INB-IS-DETAIL VALUE "20".
           02 INB-IBAN PIC X(16).
           02 INB-BEDRAG PIC 9(9)V99.
           02 INB-MUNT PIC X(3).
           02 INB-NAAM PIC X(30).
           02 INB-BANKREF PIC X(16).
           02 INB-REFERENTIE PIC X(16).
           02 INB-DATUM PIC 9(8).
