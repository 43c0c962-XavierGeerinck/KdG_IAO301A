           02 SHS-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-PRODNR PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-SERIENR PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-TRANSTYPE PIC X(1).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-LOCATIE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-NAAR-LOCATIE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-STATUS PIC X(1).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-BESTELNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-ORDERNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 SHS-OPERATOR PIC X(8).
