           02 KBT-TYPE PIC X(2).
               88 KBT-IS-DETAIL VALUE "20".
           02 KBT-KAARTNR PIC 9(16).
           02 KBT-DATUM PIC 9(8).
           02 KBT-BEDRAG PIC 9(7)V99.
           02 KBT-MUNT PIC X(3).
           02 KBT-HANDELAAR PIC X(30).
           02 KBT-REFERENTIE PIC X(16).
