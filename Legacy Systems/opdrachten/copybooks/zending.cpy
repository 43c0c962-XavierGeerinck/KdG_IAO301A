           02 ZND-NR PIC 9(7).
           02 ZND-ORDERNR PIC 9(7).
           02 ZND-KLANTNR PIC 9(7).
           02 ZND-DATUM PIC 9(8).
           02 ZND-PICKLOCATIE PIC X(4).
           02 ZND-VERVOERDER PIC X(15).
           02 ZND-TRACKINGNR PIC X(20).
           02 ZND-COLLI PIC 9(3).
           02 ZND-GEWICHT PIC 9(5)V99.
           02 ZND-AANTAL-REGELS PIC 9(3).
           02 ZND-AANTAL-NALEVERING PIC 9(3).
           02 ZND-STATUS PIC X(1).
               88 ZENDING-TE-FACTUREREN VALUE "L".
               88 ZENDING-GEFACTUREERD VALUE "F".
           02 ZND-FACTUURDATUM PIC 9(8).
           02 ZND-OPERATOR PIC X(8).
