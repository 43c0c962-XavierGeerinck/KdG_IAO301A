      *
      * LAAT TOE OM EEN UITGELOPEN PRODUCT UIT STOCK.DAT TE
      * VERWIJDEREN. EEN PRODUCT WAARVOOR NOG WACHTENDE BEWEGINGEN
      * IN BEWEGINGEN.DAT OF IN BEWEGINGEN.WACHT (VASTGEHOUDEN
      * TIJDENS EEN INVENTARISBEVRIEZING) STAAN, WAARVOOR EEN LOCATIE IN
      * LOCATIESTOCK.DAT NOG EEN AANTAL VERSCHILT VAN NUL TOONT OF
      * WAARVOOR EEN OPEN BESTELLING IN BESTELLINGEN.DAT STAAT,
      * WORDT NIET VERWIJDERD. BIJ SUCCES VERDWIJNEN OOK DE (LEGE)
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

           SELECT OPTIONAL BEWEGINGEN-WACHT
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.WACHT"
                  FILE STATUS IS WACHT-STATUS.

           SELECT LOCATIE-STOCK ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
       01  BEWEGING.
           COPY "beweging.cpy".

       FD  BEWEGINGEN-WACHT BLOCK CONTAINS 10 RECORDS.
       01  WACHT-REGEL PIC X(78).

       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
           02 LOC-SLEUTEL.
           88 STOPLEZEN VALUE "J".
       77  STOCK-STATUS PIC X(2).
       77  BEWEGINGEN-STATUS PIC X(2).
       77  WACHT-STATUS PIC X(2).
       77  LOCATIE-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 PRODUCT-GEVONDEN VALUE "J".
       CONTROLEER-BEWEGINGEN.
           SET GEEN-BEWEGINGEN TO TRUE
           PERFORM ZOEK-VOLGENDE-BEWEGING UNTIL STOPLEZEN
               OR HEEFT-BEWEGINGEN
           IF GEEN-BEWEGINGEN
               PERFORM CONTROLEER-WACHTENDE-BEWEGINGEN
           END-IF.

      * BEWEGINGEN VOOR EEN BEVROREN LOCATIE WACHTEN IN
      * BEWEGINGEN.WACHT TOT SLUIT-INVENTARIS ZE TERUGZET; ZE TELLEN
      * EVENGOED ALS OPENSTAANDE BEWEGINGEN.
       CONTROLEER-WACHTENDE-BEWEGINGEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT BEWEGINGEN-WACHT
           IF WACHT-STATUS = "00"
               PERFORM ZOEK-VOLGENDE-WACHTENDE UNTIL STOPLEZEN
                   OR HEEFT-BEWEGINGEN
           END-IF
           CLOSE BEWEGINGEN-WACHT.

       ZOEK-VOLGENDE-WACHTENDE.
           READ BEWEGINGEN-WACHT INTO BEWEGING
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND WACHT-STATUS NOT = "00"
               DISPLAY "WACHTBESTAND BEWEGINGEN IS DEFECT, STATUS: "
                   WACHT-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF PRODNR = TE-VERWIJDEREN-NR
                   SET HEEFT-BEWEGINGEN TO TRUE
               END-IF
           END-IF.

       ZOEK-VOLGENDE-BEWEGING.
           READ Bewegingen
