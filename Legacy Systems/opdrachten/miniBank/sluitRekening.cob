      * LAAT TOE OM EEN REKENING TE SLUITEN. EEN REKENING WAARVAN
      * SALDO NIET PRECIES NUL IS WORDT NIET GESLOTEN. BIJ SUCCES
      * WORDT GESLOTEN OP "J" GEZET EN GEWIJZIGD BIJGEWERKT.
      * EEN KANTOOROPERATOR KAN ENKEL DE REKENINGEN VAN HET EIGEN
      * KANTOOR SLUITEN (ZIE KANTOOR-TOEGANG).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  RUNDATUM PIC 9(8).
       77  REKENINGEN-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
           88 KANTOOR-TOEGESTAAN VALUE "J".

       PROCEDURE DIVISION.

           PERFORM INITIALISEER
           PERFORM ZOEK-REKENING
           IF REKENING-GEVONDEN
               PERFORM CONTROLEER-KANTOOR
               IF NOT KANTOOR-TOEGESTAAN
                   DISPLAY "REKENING " REKNR " WORDT NIET GESLOTEN"
               ELSE
                   IF SALDO NOT = ZERO
                       DISPLAY "REKENING " REKNR
                           " HEEFT GEEN NULSALDO, SLUITEN GEWEIGERD"
                   ELSE
                       IF REKENING-GESLOTEN
                           DISPLAY "REKENING " REKNR
                               " IS REEDS GESLOTEN"
                       ELSE
                           PERFORM SLUIT
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM FOUT
           END-IF.

       CONTROLEER-KANTOOR.
           CALL "KANTOOR-TOEGANG" USING KANTOOR OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           IF NOT KANTOOR-TOEGESTAAN
               DISPLAY "REKENING HOORT BIJ KANTOOR " KANTOOR
                   ", GEEN TOEGANG VOOR DEZE OPERATOR"
           END-IF.

       SLUIT.
           SET REKENING-GESLOTEN TO TRUE
           MOVE RUNDATUM TO GEWIJZIGD
