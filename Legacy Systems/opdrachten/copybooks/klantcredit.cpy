           02 KCN-NR PIC 9(7).
           02 KCN-ORDERSLEUTEL.
               03 KCN-ORDERNR PIC 9(7).
               03 KCN-ORDERREGEL PIC 9(2).
           02 KCN-KLANTNR PIC 9(7).
           02 KCN-PRODNR PIC X(6).
           02 KCN-AANTAL PIC 9(4).
           02 KCN-PRIJS PIC 9(5)V99.
           02 KCN-NETTO PIC 9(7)V99.
           02 KCN-BTW-CODE PIC X(1).
           02 KCN-BTW PIC 9(7)V99.
           02 KCN-BEDRAG PIC 9(7)V99.
           02 KCN-DATUM PIC 9(8).
           02 KCN-REDEN PIC X(20).
           02 KCN-LOCATIE PIC X(4).
           02 KCN-ONVERKOOPBAAR PIC X(1).
               88 KCN-SCHADE VALUE "J".
           02 KCN-VERREKENING PIC X(1).
               88 KCN-OP-REKENING VALUE "R".
               88 KCN-OP-POST VALUE "P".
           02 KCN-REFERENTIE PIC X(16).
           02 KCN-TERUG-TE-BETALEN PIC 9(7)V99.
