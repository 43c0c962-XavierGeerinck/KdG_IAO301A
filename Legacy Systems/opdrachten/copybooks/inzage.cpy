           02 INZ-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 INZ-TIJD PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 INZ-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 INZ-PROGRAMMA PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 INZ-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 INZ-REKNR PIC 9(12).
