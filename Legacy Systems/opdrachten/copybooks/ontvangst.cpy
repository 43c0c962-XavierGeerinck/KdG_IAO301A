           02 ONT-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-BSTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-LEVCODE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-PRODNR PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-BESTELDATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-VERWACHT PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-AANTAL PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ONT-SOORT PIC X(1).
               88 ONTVANGST-VOLLEDIG VALUE "V".
               88 ONTVANGST-DEELS VALUE "D".
