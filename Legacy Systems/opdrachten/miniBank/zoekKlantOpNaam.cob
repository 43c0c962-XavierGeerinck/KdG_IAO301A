      * DUPLICATEN) IN KLANTEN EN TOONT ELKE KLANT WAARVAN DE NAAM
      * MET DE OPGEGEVEN NAAM BEGINT, MET KLANTNUMMER EN
      * CONTACTGEGEVENS, ZODAT DE BALIE HET JUISTE KLANTNUMMER KAN
      * OVERNEMEN. ELKE GETOONDE KLANT WORDT MET DE AANGEMELDE
      * OPERATOR IN HET INZAGELOGBOEK GESCHREVEN (ZIE LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  GEZOCHTE-NAAM PIC X(20).
       77  NAAM-LENGTE PIC 99 COMP.
       77  AANTAL-GEVONDEN PIC 9(7) VALUE ZERO.
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "ZOEK-KLANT-OP-NAAM".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).

       PROCEDURE DIVISION.

                   DISPLAY "  " STRAAT ", " POSTCODE " " GEMEENTE
                       "  TEL: " TEL
                   ADD 1 TO AANTAL-GEVONDEN
                   MOVE NR TO INZAGE-KLANTNR
                   MOVE ZERO TO INZAGE-REKNR
                   PERFORM SCHRIJF-INZAGE
               ELSE
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF.

       SCHRIJF-INZAGE.
           CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA INZAGE-KLANTNR
               INZAGE-REKNR.

       SLUIT-BESTAND.
           CLOSE KLANTEN.

