           02 INR-SLEUTEL.
               03 INR-BLAD PIC 9(5).
               03 INR-REGEL PIC 9(3).
           02 INR-LOCATIE PIC X(4).
           02 INR-PRODNR PIC X(6).
           02 INR-BOEK PIC 9(4).
           02 INR-UNIT-COST PIC 9(5)V99.
           02 INR-GETELD PIC 9(4).
           02 INR-TELSTATUS PIC X(1).
               88 REGEL-GETELD VALUE "J".
               88 REGEL-NIET-GETELD VALUE "N".
           02 INR-SOORT PIC X(1).
               88 REGEL-VAN-SNAPSHOT VALUE "S".
               88 REGEL-EXTRA VALUE "E".
           02 INR-GETELD-DOOR PIC X(8).
