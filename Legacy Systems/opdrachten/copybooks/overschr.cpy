           02 OVS-REKNR PIC 9(12).
           02 OVS-KLANTNR PIC 9(7).
           02 OVS-BEGINDATUM PIC 9(8).
           02 OVS-BEDRAG PIC 9(7)V99.
           02 OVS-TRAP PIC 9(1).
               88 OVS-GEEN-BRIEF VALUE 0.
               88 OVS-EERSTE-BRIEF VALUE 1.
               88 OVS-TWEEDE-BRIEF VALUE 2.
               88 OVS-LAATSTE-BRIEF VALUE 3.
           02 OVS-BRIEFDATUM PIC 9(8).
           02 OVS-INTREST-TOT PIC 9(8).
           02 OVS-INTREST-TOTAAL PIC 9(7)V99.
           02 OVS-GKR-NR PIC 9(7).
