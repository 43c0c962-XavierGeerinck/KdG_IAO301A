           02 KRT-NR PIC 9(16).
           02 KRT-REKNR.
               03 KRT-DEEL1 PIC 999.
               03 KRT-DEEL2 PIC 9(7).
               03 KRT-DEEL3 PIC 99.
           02 KRT-KLANTNR PIC 9(7).
           02 KRT-STATUS PIC X(1).
               88 KAART-ACTIEF VALUE "A".
               88 KAART-GEBLOKKEERD VALUE "G".
           02 KRT-BLOKKEER-REDEN PIC X(20).
           02 KRT-BLOKKEER-DATUM PIC 9(8).
           02 KRT-VERVALDATUM PIC 9(6).
           02 KRT-DAGLIMIET PIC 9(5)V99.
           02 KRT-WEEKLIMIET PIC 9(5)V99.
           02 KRT-DAG-DATUM PIC 9(8).
           02 KRT-DAG-GEBRUIKT PIC 9(7)V99.
           02 KRT-WEEK-NR PIC 9(6).
           02 KRT-WEEK-GEBRUIKT PIC 9(7)V99.
