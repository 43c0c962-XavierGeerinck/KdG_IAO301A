      * (ROL V). PRINT-KLANTOVERZICHT, TOON-REKENING EN DE
      * VERWIJDER- EN SAMENVOEGPROGRAMMA'S RAADPLEGEN DIT BESTAND,
      * ZODAT DE TWEEDE HOUDER NIET LANGER ONZICHTBAAR IS.
      * EEN KANTOOROPERATOR KAN ENKEL DE HOUDERS VAN DE REKENINGEN
      * VAN HET EIGEN KANTOOR WIJZIGEN (ZIE KANTOOR-TOEGANG).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  REKENINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
           88 KANTOOR-TOEGESTAAN VALUE "J".
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
               DISPLAY "GEEN REKENING MET DIT NUMMER, "
                   "MEDEHOUDER WORDT NIET TOEGEVOEGD"
           ELSE
               PERFORM CONTROLEER-KANTOOR
           END-IF
           IF REKENING-BESTAAT AND KANTOOR-TOEGESTAAN
               PERFORM ZOEK-KLANT
               IF KLANT-ONBEKEND
                   DISPLAY "GEEN KLANT MET KLANTNUMMER " GEVR-KLANTNR
           IF MEDEHOUDER-ONBEKEND
               DISPLAY "GEEN MEDEHOUDER GEVONDEN MET DEZE SLEUTEL"
           ELSE
               PERFORM ZOEK-REKENING
               SET KANTOOR-TOEGESTAAN TO TRUE
               IF REKENING-BESTAAT
                   PERFORM CONTROLEER-KANTOOR
               END-IF
           END-IF
           IF MEDEHOUDER-BESTAAT AND KANTOOR-TOEGESTAAN
               DELETE MEDEHOUDERS RECORD
                   INVALID KEY
                       DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
               PERFORM FOUT
           END-IF.

       CONTROLEER-KANTOOR.
           CALL "KANTOOR-TOEGANG" USING KANTOOR OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           IF NOT KANTOOR-TOEGESTAAN
               DISPLAY "REKENING HOORT BIJ KANTOOR " KANTOOR
                   ", GEEN TOEGANG VOOR DEZE OPERATOR"
           END-IF.

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           MOVE GEVR-KLANTNR TO NR
