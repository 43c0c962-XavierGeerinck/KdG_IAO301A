               88 ORDERREGEL-OPEN VALUE "O".
               88 ORDERREGEL-GELEVERD VALUE "L".
               88 ORDERREGEL-GEFACTUREERD VALUE "F".
           02 ORD-BTW-CODE PIC X(1).
           02 ORD-RETOUR PIC 9(4).
           02 ORD-LIJSTPRIJS PIC 9(5)V99.
           02 ORD-PRIJSREGEL PIC X(1).
               88 ORD-PRIJS-LIJST VALUE "L".
               88 ORD-PRIJS-AFSPRAAK VALUE "A".
               88 ORD-PRIJS-KLANTKORTING VALUE "K".
               88 ORD-PRIJS-STAFFEL VALUE "S".
           02 ORD-PRIJSREF PIC X(16).
           02 ORD-ZENDINGNR PIC 9(7).
