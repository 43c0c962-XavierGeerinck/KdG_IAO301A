               88 TARIEF-OVERSCHRIJVING VALUE "T".
               88 TARIEF-DOMICILIERING VALUE "D".
               88 TARIEF-OPDRACHT VALUE "O".
               88 TARIEF-KAART VALUE "C".
           02 TAR-BEDRAG PIC 9(5)V99.
           02 TAR-GEWIJZIGD PIC 9(8).
