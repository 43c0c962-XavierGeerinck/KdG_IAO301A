      * VERWERK-GOEDKEURINGEN VRIJGEEFT (VIER OGEN) WORDT DE
      * REKENING WERKELIJK GEBLOKKEERD OF VRIJGEGEVEN, MET BEIDE
      * OPERATOR-ID'S IN HET MUTATIELOGBOEK.
      * EEN KANTOOROPERATOR KAN ENKEL VOOR DE REKENINGEN VAN HET
      * EIGEN KANTOOR EEN AANVRAAG INDIENEN (ZIE KANTOOR-TOEGANG).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  GOEDKEURINGEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
           88 KANTOOR-TOEGESTAAN VALUE "J".
       77  GEVR-REDEN PIC X(20).
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           IF ACTIE-BLOKKEREN OR ACTIE-VRIJGEVEN
               PERFORM ZOEK-REKENING
               IF REKENING-GEVONDEN
                   PERFORM CONTROLEER-KANTOOR
                   IF KANTOOR-TOEGESTAAN
                       PERFORM CONTROLEER-AANVRAAG
                   END-IF
               ELSE
                   DISPLAY "GEEN REKENING GEVONDEN MET DIT NUMMER"
               END-IF
               PERFORM FOUT
           END-IF.

       CONTROLEER-KANTOOR.
           CALL "KANTOOR-TOEGANG" USING KANTOOR OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           IF NOT KANTOOR-TOEGESTAAN
               DISPLAY "REKENING HOORT BIJ KANTOOR " KANTOOR
                   ", GEEN TOEGANG VOOR DEZE OPERATOR"
           END-IF.

       LEES-REKENINGNUMMER.
           DISPLAY "GEEF HET REKENINGNUMMER OP (DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
