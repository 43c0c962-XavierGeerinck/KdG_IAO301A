           02 SIG-NR PIC 9(7).
           02 SIG-HERKENNING.
               03 SIG-KLANTNR PIC 9(7).
               03 SIG-PATROON PIC X(1).
                   88 SIG-STRUCTURERING VALUE "S".
                   88 SIG-SNELHEID VALUE "V".
                   88 SIG-DOORSTROOM VALUE "D".
               03 SIG-EERSTE-DATUM PIC 9(8).
               03 SIG-EERSTE-REKNR PIC 9(12).
               03 SIG-EERSTE-VOLGNR PIC 9(7).
           02 SIG-PERIODE PIC 9(6).
           02 SIG-DATUM PIC 9(8).
           02 SIG-AANTAL-REGELS PIC 9(4).
           02 SIG-BEDRAG PIC 9(9)V99.
           02 SIG-OMSCHRIJVING PIC X(40).
           02 SIG-STATUS PIC X(1).
               88 SIGNAAL-OPEN VALUE "O".
               88 SIGNAAL-GESLOTEN VALUE "G".
           02 SIG-OPMERKING PIC X(60).
           02 SIG-GESLOTEN-DOOR PIC X(8).
           02 SIG-GESLOTEN-OP PIC 9(8).
