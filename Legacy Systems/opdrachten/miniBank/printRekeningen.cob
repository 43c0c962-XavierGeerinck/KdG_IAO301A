      * NAAR REKENINGENLIJST.LST EN WORDT VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL GEZET, ZODAT SPOOL-BEHEER HEM LATER KAN
      * HERDRUKKEN.
      * DE LIJST KAN BEPERKT WORDEN TOT DE REKENINGEN VAN EEN
      * THUISKANTOOR; ZONDER KANTOORCODE KOMEN ALLE KANTOREN MEE.
      *
      *************************************************
       IDENTIFICATION DIVISION.
           02 SORT-BLOKKEER-REDEN PIC X(20).
           02 SORT-BLOKKEER-DATUM PIC 9(8).
           02 SORT-MUNT PIC X(3).
           02 SORT-REKENINGTYPE PIC X(4).
           02 SORT-KANTOOR PIC X(3).

       FD  REKENINGEN-CSV.
       01  REKENINGEN-CSV-REGEL PIC X(90).
       77  EUR-SOM PIC S9(11)V99.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  KANTOOR-FILTER PIC X(3).
       77  KANTOOR-WERK PIC X(3).
       77  KANTOOR-KEUZE PIC X(1).
           88 KANTOOR-GEKOZEN VALUE "J".
       01  MUNT-TABEL.
           02 MUNT-ITEM OCCURS 10.
               03 MT-MUNT PIC X(3).
           ACCEPT SORTEREN-OP-SALDO
           DISPLAY "UITVOER NAAR SCHERM(S) OF CSV-BESTAND(C)?"
           ACCEPT UITVOERWIJZE
           DISPLAY "KANTOORCODE (LEEG = ALLE KANTOREN):"
           ACCEPT KANTOOR-FILTER
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
               GOBACK
           END-IF
           IF NOG-NIET-EINDE
               MOVE KANTOOR TO KANTOOR-WERK
               PERFORM CONTROLEER-KANTOOR
           END-IF
           IF NOG-NIET-EINDE AND KANTOOR-GEKOZEN
               IF UITVOER-CSV
                   STRING DEEL1 DELIMITED BY SIZE
                       "-" DEEL2 DELIMITED BY SIZE
                       "," GESLOTEN DELIMITED BY SIZE
                       "," DOMICILIERING DELIMITED BY SIZE
                       "," DOM-BEDRAG DELIMITED BY SIZE
                       "," KANTOOR DELIMITED BY SIZE
                       INTO REKENINGEN-CSV-REGEL
                   END-STRING
                   WRITE REKENINGEN-CSV-REGEL
               ELSE
                   DISPLAY DEEL1 "-" DEEL2 "-" DEEL3
                   DISPLAY "  SALDO: " SALDO "  KANTOOR: " KANTOOR
                   MOVE SPACES TO LIJST-REGEL
                   STRING DEEL1 DELIMITED BY SIZE
                       "-" DEEL2 DELIMITED BY SIZE
                       "-" DEEL3 DELIMITED BY SIZE
                       "  SALDO: " SALDO DELIMITED BY SIZE
                       "  KANTOOR: " KANTOOR DELIMITED BY SIZE
                       INTO LIJST-REGEL
                   END-STRING
                   WRITE LIJST-REGEL
           RETURN SORT-WERKBESTAND AT END SET EINDE TO TRUE
           END-RETURN
           IF NOG-NIET-EINDE
               MOVE SORT-KANTOOR TO KANTOOR-WERK
               PERFORM CONTROLEER-KANTOOR
           END-IF
           IF NOG-NIET-EINDE AND KANTOOR-GEKOZEN
               IF UITVOER-CSV
                   STRING SORT-DEEL1 DELIMITED BY SIZE
                       "-" SORT-DEEL2 DELIMITED BY SIZE
                       "," SORT-GESLOTEN DELIMITED BY SIZE
                       "," SORT-DOMICILIERING DELIMITED BY SIZE
                       "," SORT-DOM-BEDRAG DELIMITED BY SIZE
                       "," SORT-KANTOOR DELIMITED BY SIZE
                       INTO REKENINGEN-CSV-REGEL
                   END-STRING
                   WRITE REKENINGEN-CSV-REGEL
               ELSE
                   DISPLAY SORT-DEEL1 "-" SORT-DEEL2 "-" SORT-DEEL3
                   DISPLAY "  SALDO: " SORT-SALDO
                       "  KANTOOR: " SORT-KANTOOR
                   MOVE SPACES TO LIJST-REGEL
                   STRING SORT-DEEL1 DELIMITED BY SIZE
                       "-" SORT-DEEL2 DELIMITED BY SIZE
                       "-" SORT-DEEL3 DELIMITED BY SIZE
                       "  SALDO: " SORT-SALDO DELIMITED BY SIZE
                       "  KANTOOR: " SORT-KANTOOR DELIMITED BY SIZE
                       INTO LIJST-REGEL
                   END-STRING
                   WRITE LIJST-REGEL
               PERFORM TEL-BIJ-MUNT-TOTAAL
           END-IF.

       CONTROLEER-KANTOOR.
           IF KANTOOR-FILTER = SPACES
               OR KANTOOR-WERK = KANTOOR-FILTER
               SET KANTOOR-GEKOZEN TO TRUE
           ELSE
               MOVE "N" TO KANTOOR-KEUZE
           END-IF.

       SLUIT-BESTAND.
           CLOSE REKENINGEN
           IF UITVOER-CSV
