           02 SPR-PRODNR PIC X(6).
           02 SPR-DATUM PIC 9(8).
           02 SPR-OPERATOR PIC X(8).
