      * TELEFONISCHE VRAAG BEANTWOORD KAN WORDEN ZONDER DRIE
      * RAPPORTEN AF TE DRUKKEN. MEERDERE OPZOEKINGEN PER SESSIE
      * ZIJN MOGELIJK.
      * ELKE GETOONDE REKENING WORDT MET DE AANGEMELDE OPERATOR IN
      * HET INZAGELOGBOEK GESCHREVEN (ZIE LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "TOON-REKENING".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).

       PROCEDURE DIVISION.

           ELSE
               DISPLAY "  KLANT " KLANTNR " NIET GEVONDEN IN KLANTEN"
           END-IF
           PERFORM TOON-MEDEHOUDERS
           MOVE KLANTNR TO INZAGE-KLANTNR
           MOVE REKNR TO INZAGE-REKNR
           PERFORM SCHRIJF-INZAGE.

       SCHRIJF-INZAGE.
           CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA INZAGE-KLANTNR
               INZAGE-REKNR.

       TOON-MEDEHOUDERS.
           MOVE "N" TO GEDAAN-MEDEHOUDERS
