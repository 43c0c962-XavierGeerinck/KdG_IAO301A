           02 STF-SLEUTEL.
               03 STF-PRODNR PIC X(6).
               03 STF-VANAF-AANTAL PIC 9(4).
           02 STF-KORTING-PCT PIC 9(2)V99.
