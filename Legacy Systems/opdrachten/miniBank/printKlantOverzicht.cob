      * RAPPORTSPOOL GEZET, ZODAT SPOOL-BEHEER HEM LATER KAN
      * HERDRUKKEN.
      *
      * ELKE AFGEDRUKTE KLANT EN ELKE AFGEDRUKTE REKENING WORDT MET
      * DE AANGEMELDE OPERATOR IN HET INZAGELOGBOEK GESCHREVEN (ZIE
      * LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-KLANTOVERZICHT.
       77  MEDE-GEVONDEN PIC X(1).
           88 MEDE-REKENING-BESTAAT VALUE "J".
           88 MEDE-REKENING-ONBEKEND VALUE "N".
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "PRINT-KLANTOVERZICHT".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).

       PROCEDURE DIVISION.

               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE NR IN KLANT TO INZAGE-KLANTNR
           MOVE ZERO TO INZAGE-REKNR
           PERFORM SCHRIJF-INZAGE
           MOVE ZERO TO KLANT-TOTAAL-SALDO
           MOVE "N" TO GEDAAN-REKENINGEN
           MOVE NR IN KLANT TO KLANTNR
               PERFORM FOUT
           END-IF
           IF MEDE-REKENING-BESTAAT
               MOVE NR IN KLANT TO INZAGE-KLANTNR
               MOVE REKNR TO INZAGE-REKNR
               PERFORM SCHRIJF-INZAGE
               IF MEDEHOUDER-VOLMACHT
                   STRING "  VOLMACHT OP REKENING "
                       DELIMITED BY SIZE
                   END-STRING
                   PERFORM SCHRIJF-LIJSTREGEL
                   ADD SALDO TO KLANT-TOTAAL-SALDO
                   MOVE NR IN KLANT TO INZAGE-KLANTNR
                   MOVE REKNR TO INZAGE-REKNR
                   PERFORM SCHRIJF-INZAGE
               ELSE
                   MOVE "J" TO GEDAAN-REKENINGEN
               END-IF
           END-IF.

       SCHRIJF-INZAGE.
           CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA INZAGE-KLANTNR
               INZAGE-REKNR.

       SLUIT-BESTAND.
           CLOSE KLANTEN
           CLOSE REKENINGEN
