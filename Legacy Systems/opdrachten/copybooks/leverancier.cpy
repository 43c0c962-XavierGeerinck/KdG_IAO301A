           02 LEV-LEVERTIJD PIC 9(3).
           02 LEV-ACTIEF PIC X(1).
               88 LEVERANCIER-ACTIEF VALUE "J".
           02 LEV-BANKREF PIC X(16).
