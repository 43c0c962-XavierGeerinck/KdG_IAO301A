           02 TST-TYPE PIC X(2).
               88 TST-IS-DETAIL VALUE "20".
           02 TST-IBAN PIC X(16).
           02 TST-BEDRAG PIC 9(9)V99.
           02 TST-MUNT PIC X(3).
           02 TST-NAAM PIC X(30).
           02 TST-BANKREF PIC X(16).
           02 TST-REFERENTIE PIC X(16).
           02 TST-DATUM PIC 9(8).
           02 TST-REDEN PIC X(2).
               88 TST-IBAN-ONBEKEND VALUE "01".
               88 TST-REKENING-GESLOTEN VALUE "02".
               88 TST-REKENING-GEBLOKKEERD VALUE "03".
               88 TST-MUNT-VERSCHILT VALUE "04".
               88 TST-BEDRAG-TE-GROOT VALUE "05".
