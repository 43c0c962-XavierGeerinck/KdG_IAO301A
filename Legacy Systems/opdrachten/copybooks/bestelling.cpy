           02 BST-STATUS PIC X(1).
               88 BESTELLING-OPEN VALUE "O".
               88 BESTELLING-GESLOTEN VALUE "G".
           02 BST-BESTELD PIC 9(4).
           02 BST-ONTVANGEN PIC 9(4).
           02 BST-EENHEIDSPRIJS PIC 9(5)V99.
