           02 KAS-AANTAL PIC 9(5).
           02 KAS-AFGESLOTEN PIC X(1).
               88 KASLADE-AFGESLOTEN VALUE "J".
           02 KAS-KANTOOR PIC X(3).
