      * LAAT TOE OM EEN KLANT TOE TE VOEGEN AAN HET KLANTENBESTAND
      * VIA DE STANDARD INPUT
      *
      * DE NAAM WORDT VOOR HET BEWAREN MET SCREEN-NAAM AFGETOETST
      * TEGEN DE SANCTIELIJST; BIJ EEN TREFFER WORDT DE KLANT NIET
      * AANGEMAAKT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOEGKLANTTOE.
       77  TEL-INDEX PIC 9(2) COMP.
       77  NA-SPATIE PIC X(1).
           88 REEDS-SPATIE VALUE "J".
       77  SCREEN-NAAM-WERK PIC X(40).
       77  SCREEN-RESULTAAT PIC X(1).
           88 NAAM-GETROFFEN VALUE "J".
           88 NAAM-VRIJ VALUE "N".
           88 LIJST-ONTBREEKT VALUE "?".
       77  TREFFER-NAAM PIC X(40).
       77  TREFFER-LIJST PIC X(10).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-KLANT-IN
           PERFORM SCREEN-KLANT
           IF NAAM-GETROFFEN
               DISPLAY "KLANT NIET AANGEMAAKT - NAAM STAAT OP DE "
                   "SANCTIELIJST " TREFFER-LIJST
               DISPLAY "TREFFER: " TREFFER-NAAM
           ELSE
               PERFORM BEWAAR-KLANT
           END-IF
           PERFORM SLUIT-BESTAND
           MOVE 0 TO RETURN-CODE
           GOBACK.
               END-IF
           END-IF.

       SCREEN-KLANT.
           MOVE NAAM TO SCREEN-NAAM-WERK
           CALL "SCREEN-NAAM" USING SCREEN-NAAM-WERK SCREEN-RESULTAAT
               TREFFER-NAAM TREFFER-LIJST
           IF LIJST-ONTBREEKT
               DISPLAY "OPGELET: GEEN SANCTIELIJST GELADEN, KLANT NIET "
                   "GESCREEND"
           END-IF.

       BEWAAR-KLANT.
           WRITE KLANT
               INVALID KEY
