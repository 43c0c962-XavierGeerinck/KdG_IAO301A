           02 GLW-AANTAL PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 GLW-BEDRAG PIC S9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 GLW-KANTOOR PIC X(3).
