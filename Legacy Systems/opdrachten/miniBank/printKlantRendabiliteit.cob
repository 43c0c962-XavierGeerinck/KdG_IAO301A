       77  TARIEF-OVERSCHR-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  TARIEF-DOMICIL-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  TARIEF-OPDRACHT-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  TARIEF-KAART-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  KOSTEN-BEDRAG PIC 9(7)V99.
       77  JAARVOLUME PIC 9(9)V99.
       77  HUIDIG-KLANTNR PIC 9(7).
           MOVE "O" TO TAR-SOORT
           PERFORM LEES-TARIEF
           MOVE TAR-BEDRAG TO TARIEF-OPDRACHT-BEDRAG
           MOVE "C" TO TAR-SOORT
           PERFORM LEES-TARIEF
           MOVE TAR-BEDRAG TO TARIEF-KAART-BEDRAG
           CLOSE TARIEVEN.

       LEES-TARIEF.
           IF NOT STOPLEZEN
               IF VRT-PERIODE (1:4) = GEVRAAGD-JAAR
                   AND VERRICHTINGEN-AANGEREKEND
                   IF VRT-AANTAL-KAART NOT NUMERIC
                       MOVE ZERO TO VRT-AANTAL-KAART
                   END-IF
                   COMPUTE KOSTEN-BEDRAG =
                       VRT-AANTAL-MANUEEL * TARIEF-MANUEEL-BEDRAG
                       + VRT-AANTAL-OVERSCHR * TARIEF-OVERSCHR-BEDRAG
                       + VRT-AANTAL-DOMICIL * TARIEF-DOMICIL-BEDRAG
                       + VRT-AANTAL-OPDRACHT * TARIEF-OPDRACHT-BEDRAG
                       + VRT-AANTAL-KAART * TARIEF-KAART-BEDRAG
                   MOVE VRT-REKNR TO ZOEK-REKNR
                   PERFORM ZOEK-KLANT-VAN-REKENING
                   IF REKENING-BESTAAT
