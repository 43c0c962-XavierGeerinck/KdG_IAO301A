           02 VKP-PRODNR PIC X(6).
           02 VKP-PRIJS PIC 9(5)V99.
           02 VKP-GEWIJZIGD PIC 9(8).
           02 VKP-BTW-CODE PIC X(1).
               88 VKP-BTW-VRIJGESTELD VALUE "0".
               88 VKP-BTW-6 VALUE "1".
               88 VKP-BTW-12 VALUE "2".
               88 VKP-BTW-21 VALUE "3".
               88 VKP-BTW-GELDIG VALUE "0" THRU "3".
