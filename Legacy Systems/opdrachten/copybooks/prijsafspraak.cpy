           02 PAF-SLEUTEL.
               03 PAF-KLANTNR PIC 9(7).
               03 PAF-PRODNR PIC X(6).
               03 PAF-VANDATUM PIC 9(8).
           02 PAF-TOTDATUM PIC 9(8).
           02 PAF-SOORT PIC X(1).
               88 PAF-VASTE-PRIJS VALUE "P".
               88 PAF-KORTING VALUE "K".
           02 PAF-PRIJS PIC 9(5)V99.
           02 PAF-KORTING-PCT PIC 9(2)V99.
