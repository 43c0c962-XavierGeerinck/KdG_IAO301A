           02 PER-PERIODE PIC 9(6).
           02 PER-STATUS PIC X(1).
               88 PERIODE-AFGESLOTEN VALUE "A".
               88 PERIODE-HEROPEND VALUE "H".
           02 PER-AFGESLOTEN-DATUM PIC 9(8).
           02 PER-AFGESLOTEN-DOOR PIC X(8).
           02 PER-HEROPEND-DATUM PIC 9(8).
           02 PER-HEROPEND-AANVRAGER PIC X(8).
           02 PER-HEROPEND-DOOR PIC X(8).
