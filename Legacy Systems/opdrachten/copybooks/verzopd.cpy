           02 VZO-TYPE PIC X(2).
               88 VZO-IS-DETAIL VALUE "20".
           02 VZO-REKNR.
               03 VZO-DEEL1 PIC 999.
               03 VZO-DEEL2 PIC 9(7).
               03 VZO-DEEL3 PIC 99.
           02 VZO-IBAN PIC X(16).
           02 VZO-NAAM PIC X(30).
           02 VZO-BEDRAG PIC 9(7)V99.
           02 VZO-MEDEDELING PIC X(30).
