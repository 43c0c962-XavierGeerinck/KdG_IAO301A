           02 BTR-FACTUURDATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 BTR-ORDERNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 BTR-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 BTR-CODE PIC X(1).
           02 FILLER PIC X VALUE SPACE.
           02 BTR-MAATSTAF PIC 9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 BTR-BTW PIC 9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 BTR-SOORT PIC X(1).
               88 BTR-FACTUUR VALUE "F".
               88 BTR-CREDITNOTA VALUE "C".
