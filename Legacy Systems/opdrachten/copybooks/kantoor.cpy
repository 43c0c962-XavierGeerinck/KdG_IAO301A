           02 KNT-CODE PIC X(3).
           02 KNT-NAAM PIC X(30).
           02 KNT-STRAAT PIC X(30).
           02 KNT-POSTCODE PIC X(8).
           02 KNT-GEMEENTE PIC X(20).
           02 KNT-TEL PIC X(13).
           02 KNT-GESLOTEN PIC X(1).
               88 KANTOOR-GESLOTEN VALUE "J".
