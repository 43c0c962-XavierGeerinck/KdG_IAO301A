           02 LTM-REFERENTIE PIC X(16).
           02 LTM-LENING.
               03 LTM-REKNR PIC 9(12).
               03 LTM-VOLGNR PIC 9(3).
           02 LTM-TERMIJN PIC 9(3).
           02 LTM-VERVALDATUM PIC 9(8).
           02 LTM-BEDRAG PIC 9(7)V99.
           02 LTM-KAPITAAL PIC 9(7)V99.
           02 LTM-RENTE PIC 9(7)V99.
           02 LTM-STATUS PIC X(1).
               88 TERMIJN-OPEN VALUE "O".
               88 TERMIJN-BETAALD VALUE "B".
               88 TERMIJN-ACHTERSTALLIG VALUE "A".
