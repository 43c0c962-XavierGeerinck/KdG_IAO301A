           02 SWD-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SWD-BEGIN PIC 9(11)V99.
           02 FILLER PIC X VALUE SPACE.
           02 SWD-EIND PIC 9(11)V99.
           02 FILLER PIC X VALUE SPACE.
           02 SWD-AANTAL PIC 9(7).
