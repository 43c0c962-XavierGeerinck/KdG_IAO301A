      * WORDEN GETOOND IN DE STIJL VAN TOON-REKENING, ZODAT DE
      * POSITIE VAN EEN INTUSSEN GESLOTEN REKENING BEANTWOORD KAN
      * WORDEN ZONDER EEN BACKUP TERUG TE ZETTEN. MEERDERE
      * OPZOEKINGEN PER SESSIE ZIJN MOGELIJK. ELKE GETOONDE
      * GEARCHIVEERDE KLANT EN REKENING WORDT MET DE AANGEMELDE
      * OPERATOR IN HET INZAGELOGBOEK GESCHREVEN (ZIE LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  GEVRAAGD-JAAR PIC 9(4).
       77  GEVR-KLANTNR PIC 9(7).
       77  AANTAL-GETOOND PIC 9(5) VALUE ZERO.
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "ZOEK-JAARARCHIEF".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           ELSE
               DISPLAY "  STATUS         : OPEN"
           END-IF
           DISPLAY "  KLANT          : " EXP-KLANTNR
           MOVE EXP-KLANTNR TO INZAGE-KLANTNR
           MOVE EXP-REKNR TO INZAGE-REKNR
           PERFORM SCHRIJF-INZAGE.

       TOON-ARCHIEFKLANT.
           MOVE "N" TO GEDAAN
                   DISPLAY "    " EXP-STRAAT
                   DISPLAY "    " EXP-POSTCODE " " EXP-GEMEENTE
                   DISPLAY "    TEL: " EXP-TEL
                   MOVE EXP-NR TO INZAGE-KLANTNR
                   MOVE ZERO TO INZAGE-REKNR
                   PERFORM SCHRIJF-INZAGE
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF.

       SCHRIJF-INZAGE.
           CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA INZAGE-KLANTNR
               INZAGE-REKNR.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ZOEK-JAARARCHIEF" TO ERRLOG-PROGRAMMA
