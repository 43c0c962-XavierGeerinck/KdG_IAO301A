      * KOMEN MET STATUS OPEN IN VERKOOPORDERS.DAT;
      * LEVER-VERKOOPORDER ZET ZE LATER OM IN SALE-BEWEGINGEN EN
      * FACTUREER-VERKOOPORDER DRUKT DE FACTUUR EN INT HET GELD.
      * EEN KLANT MET EEN ONBETAALDE POST DIE VERWERK-AANMANINGEN IN
      * GEBREKE STELDE (DERDE AANMANING) KRIJGT GEEN NIEUW ORDER
      * TOT DIE POST BETAALD IS.
      *
      * NA HET AANTAL ZOEKT HET PROGRAMMA DE BESTE PRIJS VOOR DE
      * REGEL: DE LIJSTPRIJS, EEN OP DE ORDERDATUM GELDIGE
      * PRIJSAFSPRAAK VAN DE KLANT OP HET PRODUCT OF OP ALLE
      * PRODUCTEN (PRIJSAFSPRAKEN.DAT) EN DE HOOGSTE BEREIKTE
      * STAFFELKORTING VAN HET PRODUCT (STAFFELKORTINGEN.DAT), BEIDE
      * ONDERHOUDEN MET ONDERHOUD-PRIJSAFSPRAKEN. DE LAAGSTE PRIJS
      * WINT; DE LIJSTPRIJS, DE GEBRUIKTE REGEL EN ZIJN REFERENTIE
      * KOMEN OP DE ORDERREGEL EN DAARNA OP DE FACTUUR.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS VKP-PRODNR
                  FILE STATUS IS PRIJZEN-STATUS.

           SELECT OPTIONAL PRIJSAFSPRAKEN
                  ASSIGN TO "BESTANDEN/PRIJSAFSPRAKEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PAF-SLEUTEL
                  FILE STATUS IS AFSPRAKEN-STATUS.

           SELECT OPTIONAL STAFFELKORTINGEN
                  ASSIGN TO "BESTANDEN/STAFFELKORTINGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS STF-SLEUTEL
                  FILE STATUS IS STAFFELS-STATUS.

           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  VERKOOPPRIJS-REC.
           COPY "verkoopprijs.cpy".

       FD  PRIJSAFSPRAKEN BLOCK CONTAINS 10 RECORDS.
       01  PRIJSAFSPRAAK-REC.
           COPY "prijsafspraak.cpy".

       FD  STAFFELKORTINGEN BLOCK CONTAINS 10 RECORDS.
       01  STAFFEL-REC.
           COPY "staffel.cpy".

       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENSTAANDE-POST.
           COPY "openpost.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
       77  KLANTEN-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  PRIJZEN-STATUS PIC X(2).
       77  POSTEN-STATUS PIC X(2).
       77  AFSPRAKEN-STATUS PIC X(2).
       77  STAFFELS-STATUS PIC X(2).
       77  AFSPRAKEN-KLAAR PIC X(1).
           88 AFSPRAKEN-GELEZEN VALUE "J".
       77  STAFFELS-KLAAR PIC X(1).
           88 STAFFELS-GELEZEN VALUE "J".
       77  POSTEN-KLAAR PIC X(1).
           88 POSTEN-GELEZEN VALUE "J".
       77  INGEBREKE PIC X(1).
           88 KLANT-IN-GEBREKE VALUE "J".
           88 KLANT-NIET-IN-GEBREKE VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  REGELNUMMER PIC 9(2) VALUE ZERO.
       77  ORDERTOTAAL PIC 9(9)V99 VALUE ZERO.
       77  REGELBEDRAG PIC 9(9)V99.
       77  BESTE-PRIJS PIC 9(5)V99.
       77  KANDIDAAT-PRIJS PIC 9(5)V99.
       77  BESTE-REGEL PIC X(1).
       77  BESTE-REF PIC X(16).
       77  KANDIDAAT-REGEL PIC X(1).
       77  KANDIDAAT-REF PIC X(16).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-KLANT
           IF KLANT-BESTAAT AND KLANT-IN-GEBREKE
               DISPLAY "KLANT " GEVR-KLANTNR " IS IN GEBREKE GESTELD"
                   " VOOR EEN ONBETAALDE FACTUUR"
               DISPLAY "GEEN NIEUWE ORDERS TOT DE FACTUUR BETAALD IS"
           END-IF
           IF KLANT-BESTAAT AND KLANT-NIET-IN-GEBREKE
               PERFORM BEPAAL-ORDERNUMMER
               PERFORM VERWERK-ORDERREGEL UNTIL GESTOPT
               IF REGELNUMMER = ZERO
                   DISPLAY "ORDER " ORDERNUMMER " AANGEMAAKT MET "
                       REGELNUMMER " REGEL(S), TOTAAL " ORDERTOTAAL
               END-IF
           END-IF
           IF KLANT-ONBEKEND
               DISPLAY "GEEN KLANT MET KLANTNUMMER " GEVR-KLANTNR
           END-IF
           PERFORM SLUIT-BESTANDEN
               DISPLAY "KAN PRIJZENBESTAND NIET OPENEN, STATUS: "
                   PRIJZEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN POSTENBESTAND NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT PRIJSAFSPRAKEN
           IF AFSPRAKEN-STATUS NOT = "00"
               AND AFSPRAKEN-STATUS NOT = "05"
               DISPLAY "KAN AFSPRAKENBESTAND NIET OPENEN, STATUS: "
                   AFSPRAKEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT STAFFELKORTINGEN
           IF STAFFELS-STATUS NOT = "00" AND STAFFELS-STATUS NOT = "05"
               DISPLAY "KAN STAFFELBESTAND NIET OPENEN, STATUS: "
                   STAFFELS-STATUS
               PERFORM FOUT
           END-IF.

       LEES-KLANT.
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           SET KLANT-NIET-IN-GEBREKE TO TRUE
           IF KLANT-BESTAAT
               DISPLAY "ORDER VOOR KLANT " GEVR-KLANTNR ": "
                   NAAM IN KLANT
               PERFORM CONTROLEER-INGEBREKESTELLING
           END-IF.

       CONTROLEER-INGEBREKESTELLING.
           MOVE "N" TO POSTEN-KLAAR
           MOVE GEVR-KLANTNR TO OPP-KLANTNR
           START OPENSTAANDE-POSTEN KEY IS NOT < OPP-KLANTNR
               INVALID KEY MOVE "J" TO POSTEN-KLAAR
           END-START
           PERFORM LEES-KLANTPOST UNTIL POSTEN-GELEZEN.

       LEES-KLANTPOST.
           READ OPENSTAANDE-POSTEN NEXT
               AT END MOVE "J" TO POSTEN-KLAAR
           END-READ
           IF NOT POSTEN-GELEZEN
               AND POSTEN-STATUS NOT = "00"
               AND POSTEN-STATUS NOT = "02"
               DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT POSTEN-GELEZEN
               IF OPP-KLANTNR NOT = GEVR-KLANTNR
                   MOVE "J" TO POSTEN-KLAAR
               ELSE
                   IF POST-OPEN AND INGEBREKESTELLING
                       SET KLANT-IN-GEBREKE TO TRUE
                       MOVE "J" TO POSTEN-KLAAR
                   END-IF
               END-IF
           END-IF.

       BEPAAL-ORDERNUMMER.
                   IF GEVR-AANTAL = ZERO
                       DISPLAY "AANTAL NUL, REGEL OVERGESLAGEN"
                   ELSE
                       PERFORM BEPAAL-BESTE-PRIJS
                       PERFORM SCHRIJF-ORDERREGEL
                   END-IF
               END-IF
               PERFORM FOUT
           END-IF.

       BEPAAL-BESTE-PRIJS.
           MOVE VKP-PRIJS TO BESTE-PRIJS
           MOVE "L" TO BESTE-REGEL
           MOVE "LIJSTPRIJS" TO BESTE-REF
           MOVE "N" TO AFSPRAKEN-KLAAR
           MOVE GEVR-KLANTNR TO PAF-KLANTNR
           MOVE SPACES TO PAF-PRODNR
           MOVE ZERO TO PAF-VANDATUM
           START PRIJSAFSPRAKEN KEY IS NOT < PAF-SLEUTEL
               INVALID KEY MOVE "J" TO AFSPRAKEN-KLAAR
           END-START
           PERFORM LEES-AFSPRAAK UNTIL AFSPRAKEN-GELEZEN
           MOVE "N" TO STAFFELS-KLAAR
           MOVE GEVR-PRODNR TO STF-PRODNR
           MOVE ZERO TO STF-VANAF-AANTAL
           START STAFFELKORTINGEN KEY IS NOT < STF-SLEUTEL
               INVALID KEY MOVE "J" TO STAFFELS-KLAAR
           END-START
           PERFORM LEES-STAFFEL UNTIL STAFFELS-GELEZEN
           IF BESTE-REGEL NOT = "L"
               DISPLAY "LIJSTPRIJS " VKP-PRIJS ", TOEGEPAST "
                   BESTE-REF ": " BESTE-PRIJS
           END-IF.

       LEES-AFSPRAAK.
           READ PRIJSAFSPRAKEN NEXT
               AT END MOVE "J" TO AFSPRAKEN-KLAAR
           END-READ
           IF NOT AFSPRAKEN-GELEZEN
               AND AFSPRAKEN-STATUS NOT = "00"
               AND AFSPRAKEN-STATUS NOT = "02"
               DISPLAY "AFSPRAKENBESTAND IS DEFECT, STATUS: "
                   AFSPRAKEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT AFSPRAKEN-GELEZEN
               IF PAF-KLANTNR NOT = GEVR-KLANTNR
                   MOVE "J" TO AFSPRAKEN-KLAAR
               ELSE
                   IF PAF-VANDATUM NOT > RUNDATUM
                       AND PAF-TOTDATUM NOT < RUNDATUM
                       AND (PAF-PRODNR = GEVR-PRODNR
                            OR PAF-PRODNR = SPACES)
                       PERFORM WEEG-AFSPRAAK
                   END-IF
               END-IF
           END-IF.

       WEEG-AFSPRAAK.
           IF PAF-VASTE-PRIJS
               MOVE PAF-PRIJS TO KANDIDAAT-PRIJS
           ELSE
               COMPUTE KANDIDAAT-PRIJS ROUNDED =
                   VKP-PRIJS * (100 - PAF-KORTING-PCT) / 100
           END-IF
           MOVE SPACES TO KANDIDAAT-REF
           IF PAF-PRODNR = SPACES
               MOVE "K" TO KANDIDAAT-REGEL
               STRING "KORTING " DELIMITED BY SIZE
                   PAF-VANDATUM DELIMITED BY SIZE
                   INTO KANDIDAAT-REF
               END-STRING
           ELSE
               MOVE "A" TO KANDIDAAT-REGEL
               STRING "AFSPRAAK" DELIMITED BY SIZE
                   PAF-VANDATUM DELIMITED BY SIZE
                   INTO KANDIDAAT-REF
               END-STRING
           END-IF
           PERFORM NEEM-KANDIDAAT.

       LEES-STAFFEL.
           READ STAFFELKORTINGEN NEXT
               AT END MOVE "J" TO STAFFELS-KLAAR
           END-READ
           IF NOT STAFFELS-GELEZEN
               AND STAFFELS-STATUS NOT = "00"
               AND STAFFELS-STATUS NOT = "02"
               DISPLAY "STAFFELBESTAND IS DEFECT, STATUS: "
                   STAFFELS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STAFFELS-GELEZEN
               IF STF-PRODNR NOT = GEVR-PRODNR
                   OR STF-VANAF-AANTAL > GEVR-AANTAL
                   MOVE "J" TO STAFFELS-KLAAR
               ELSE
                   COMPUTE KANDIDAAT-PRIJS ROUNDED =
                       VKP-PRIJS * (100 - STF-KORTING-PCT) / 100
                   MOVE "S" TO KANDIDAAT-REGEL
                   MOVE SPACES TO KANDIDAAT-REF
                   STRING "STAFFEL " DELIMITED BY SIZE
                       STF-VANAF-AANTAL DELIMITED BY SIZE
                       INTO KANDIDAAT-REF
                   END-STRING
                   PERFORM NEEM-KANDIDAAT
               END-IF
           END-IF.

       NEEM-KANDIDAAT.
           IF KANDIDAAT-PRIJS < BESTE-PRIJS
               MOVE KANDIDAAT-PRIJS TO BESTE-PRIJS
               MOVE KANDIDAAT-REGEL TO BESTE-REGEL
               MOVE KANDIDAAT-REF TO BESTE-REF
           END-IF.

       SCHRIJF-ORDERREGEL.
           ADD 1 TO REGELNUMMER
           MOVE SPACES TO ORDERREGEL
           MOVE GEVR-KLANTNR TO ORD-KLANTNR
           MOVE GEVR-PRODNR TO ORD-PRODNR
           MOVE GEVR-AANTAL TO ORD-AANTAL
           MOVE BESTE-PRIJS TO ORD-PRIJS
           MOVE VKP-PRIJS TO ORD-LIJSTPRIJS
           MOVE BESTE-REGEL TO ORD-PRIJSREGEL
           MOVE BESTE-REF TO ORD-PRIJSREF
           MOVE RUNDATUM TO ORD-DATUM
           MOVE ZERO TO ORD-RETOUR
           MOVE ZERO TO ORD-ZENDINGNR
           SET ORDERREGEL-OPEN TO TRUE
           WRITE ORDERREGEL
               INVALID KEY
                       ORDERS-STATUS
                   PERFORM FOUT
           END-WRITE
           COMPUTE REGELBEDRAG = GEVR-AANTAL * BESTE-PRIJS
           ADD REGELBEDRAG TO ORDERTOTAAL
           DISPLAY "REGEL " REGELNUMMER ": " GEVR-AANTAL " X "
               GEVR-PRODNR " AAN " BESTE-PRIJS " = " REGELBEDRAG
               " (" BESTE-REF ")".

       SLUIT-BESTANDEN.
           CLOSE VERKOOPORDERS
           CLOSE KLANTEN
           CLOSE Stock
           CLOSE VERKOOPPRIJZEN
           CLOSE OPENSTAANDE-POSTEN
           CLOSE PRIJSAFSPRAKEN
           CLOSE STAFFELKORTINGEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
