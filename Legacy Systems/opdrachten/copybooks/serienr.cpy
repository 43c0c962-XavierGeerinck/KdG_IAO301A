           02 SRN-SLEUTEL.
               03 SRN-PRODNR PIC X(6).
               03 SRN-SERIENR PIC X(20).
           02 SRN-STATUS PIC X(1).
               88 SERIE-IN-STOCK VALUE "S".
               88 SERIE-VERKOCHT VALUE "V".
               88 SERIE-TERUG-LEVERANCIER VALUE "L".
               88 SERIE-AFGEBOEKT VALUE "A".
           02 SRN-LOCATIE PIC X(4).
           02 SRN-ONTVANGSTDATUM PIC 9(8).
           02 SRN-BESTELNR PIC 9(7).
           02 SRN-KLANTNR PIC 9(7).
           02 SRN-ORDERNR PIC 9(7).
           02 SRN-VERKOOPDATUM PIC 9(8).
           02 SRN-MUTATIEDATUM PIC 9(8).
