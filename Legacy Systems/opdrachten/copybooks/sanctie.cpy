           02 SNC-NR PIC 9(7).
           02 SNC-SLEUTEL-WOORDEN PIC X(40).
           02 SNC-SLEUTEL-AANEEN PIC X(40).
           02 SNC-NAAM PIC X(40).
           02 SNC-LIJST PIC X(10).
           02 SNC-LIJSTREF PIC X(16).
           02 SNC-GELADEN PIC 9(8).
