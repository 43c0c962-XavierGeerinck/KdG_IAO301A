           02 HDT-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HDT-PROGRAMMA PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 HDT-REKNR PIC 9(12).
           02 FILLER PIC X VALUE SPACE.
           02 HDT-REFERENTIE PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 HDT-OUDE-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HDT-NIEUWE-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HDT-OPERATOR PIC X(8).
