           02 ABC-PRODNR PIC X(6).
           02 ABC-KLASSE PIC X(1).
               88 KLASSE-A VALUE "A".
               88 KLASSE-B VALUE "B".
               88 KLASSE-C VALUE "C".
           02 ABC-JAARWAARDE PIC 9(9)V99.
           02 ABC-DATUM PIC 9(8).
