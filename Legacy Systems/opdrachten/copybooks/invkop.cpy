           02 INK-JAAR PIC 9(4).
           02 INK-ZONE PIC X(2).
           02 INK-STATUS PIC X(1).
               88 INVENTARIS-OPEN VALUE "O".
               88 INVENTARIS-GESLOTEN VALUE "G".
               88 INVENTARIS-GEBOEKT VALUE "B".
           02 INK-STARTDATUM PIC 9(8).
           02 INK-GESTART-DOOR PIC X(8).
           02 INK-SLUITDATUM PIC 9(8).
           02 INK-GESLOTEN-DOOR PIC X(8).
           02 INK-BOEKDATUM PIC 9(8).
           02 INK-GEBOEKT-DOOR PIC X(8).
           02 INK-AANTAL-BLADEN PIC 9(5).
           02 INK-AANTAL-REGELS PIC 9(7).
