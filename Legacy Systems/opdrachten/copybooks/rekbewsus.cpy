           02 SUS-EXT-NAAM PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 SUS-EXT-BANKREF PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 SUS-SCREENING PIC X(1).
