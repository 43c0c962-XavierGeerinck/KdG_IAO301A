       01  VZK-KOP.
           02 VZK-TYPE PIC X(2).
               88 VZK-IS-KOP VALUE "HD".
           02 VZK-REKNR.
               03 VZK-DEEL1 PIC 999.
               03 VZK-DEEL2 PIC 9(7).
               03 VZK-DEEL3 PIC 99.
           02 VZK-NAAM PIC X(30).
           02 VZK-DATUM PIC 9(8).
           02 VZK-KLANTREF PIC X(16).
       01  VZK-STAART.
           02 VZS-TYPE PIC X(2).
               88 VZS-IS-STAART VALUE "TR".
           02 VZS-AANTAL PIC 9(7).
           02 VZS-TOTAAL PIC 9(11)V99.
