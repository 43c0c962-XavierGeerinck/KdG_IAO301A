           02 BLOKKEER-DATUM PIC 9(8).
           02 MUNT PIC X(3).
           02 REKENINGTYPE PIC X(4).
           02 KANTOOR PIC X(3).
