      *************************************************************
      * ONDERHOUD PRIJSAFSPRAKEN
      *
      * ONDERHOUD VAN DE KLANTSPECIFIEKE PRIJSAFSPRAKEN EN DE
      * STAFFELKORTINGEN WAARMEE MAAK-VERKOOPORDER DE BESTE PRIJS
      * VOOR EEN ORDERREGEL BEPAALT.
      *
      * ACTIE A: EEN PRIJSAFSPRAAK IN PRIJSAFSPRAKEN.DAT VOOR EEN
      * KLANT (KLANTNR UIT HET KLANTENBESTAND VAN DE MINIBANK) MET
      * EEN GELDIGHEID VAN-TOT. EEN AFSPRAAK OP EEN PRODUCT IS EEN
      * VASTE PRIJS (P) OF EEN KORTINGSPERCENTAGE (K) OP DE
      * LIJSTPRIJS; EEN AFSPRAAK ZONDER PRODUCT IS ALTIJD EEN
      * KORTINGSPERCENTAGE OP ALLE PRODUCTEN VAN DE KLANT. EEN
      * AFSPRAAK STOPPEN GEBEURT DOOR DE TOTDATUM TE VERVROEGEN.
      *
      * ACTIE S: EEN STAFFELKORTING IN STAFFELKORTINGEN.DAT PER
      * PRODUCT: VANAF EEN AANTAL STUKS OP DE ORDERREGEL GELDT EEN
      * KORTINGSPERCENTAGE OP DE LIJSTPRIJS. EEN PERCENTAGE NUL
      * SCHRAPT DE STAFFEL.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-PRIJSAFSPRAKEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRIJSAFSPRAKEN
                  ASSIGN TO "BESTANDEN/PRIJSAFSPRAKEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PAF-SLEUTEL
                  FILE STATUS IS AFSPRAKEN-STATUS.

           SELECT OPTIONAL STAFFELKORTINGEN
                  ASSIGN TO "BESTANDEN/STAFFELKORTINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS STF-SLEUTEL
                  FILE STATUS IS STAFFELS-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR IN KLANT
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR IN PRODUCT
                  FILE STATUS IS STOCK-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIJSAFSPRAKEN BLOCK CONTAINS 10 RECORDS.
       01  PRIJSAFSPRAAK-REC.
           COPY "prijsafspraak.cpy".

       FD  STAFFELKORTINGEN BLOCK CONTAINS 10 RECORDS.
       01  STAFFEL-REC.
           COPY "staffel.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           02 NAAM          PIC X(40).
           02 INSTOCK       PIC 9(4).
           02 REORDER-LEVEL PIC 9(4).
           02 UNIT-COST     PIC 9(5)V99.

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  NOG-EEN PIC X(1).
           88 GESTOPT VALUE "N".
       77  ACTIE PIC X(1).
           88 ACTIE-AFSPRAAK VALUE "A".
           88 ACTIE-STAFFEL VALUE "S".
       77  AFSPRAKEN-STATUS PIC X(2).
       77  STAFFELS-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 RECORD-BESTAAT VALUE "J".
           88 RECORD-NIEUW VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  PRODUCT-RESULTAAT PIC X(1).
           88 PRODUCT-GEVONDEN VALUE "J".
           88 PRODUCT-ONBEKEND VALUE "N".
       77  AFSPRAAK-GELDIG PIC X(1).
           88 AFSPRAAK-IN-ORDE VALUE "J".
           88 AFSPRAAK-FOUT VALUE "N".
       77  FOUTSLEUTEL PIC X(20).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-ACTIE UNTIL GESTOPT
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO PRIJSAFSPRAAK-REC STAFFEL-REC KLANT PRODUCT
           MOVE SPACES TO FOUTSLEUTEL
           MOVE "J" TO NOG-EEN
           OPEN I-O PRIJSAFSPRAKEN
           IF AFSPRAKEN-STATUS NOT = "00"
               AND AFSPRAKEN-STATUS NOT = "05"
               DISPLAY "KAN AFSPRAKENBESTAND NIET OPENEN, STATUS: "
                   AFSPRAKEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O STAFFELKORTINGEN
           IF STAFFELS-STATUS NOT = "00" AND STAFFELS-STATUS NOT = "05"
               DISPLAY "KAN STAFFELBESTAND NIET OPENEN, STATUS: "
                   STAFFELS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF.

       VERWERK-ACTIE.
           DISPLAY " "
           DISPLAY "ACTIE: A = PRIJSAFSPRAAK KLANT, S = STAFFELKORTING:"
           ACCEPT ACTIE
           IF ACTIE-AFSPRAAK
               PERFORM VERWERK-AFSPRAAK
           END-IF
           IF ACTIE-STAFFEL
               PERFORM VERWERK-STAFFEL
           END-IF
           IF NOT ACTIE-AFSPRAAK AND NOT ACTIE-STAFFEL
               DISPLAY "ONGELDIGE ACTIE"
           END-IF
           DISPLAY "NOG EEN AFSPRAAK OF STAFFEL? (J/N):"
           ACCEPT NOG-EEN.

       VERWERK-AFSPRAAK.
           MOVE SPACES TO PRIJSAFSPRAAK-REC
           DISPLAY "GEEF HET KLANTNUMMER OP:"
           ACCEPT PAF-KLANTNR
           PERFORM ZOEK-KLANT
           IF KLANT-ONBEKEND
               DISPLAY "GEEN KLANT MET KLANTNUMMER " PAF-KLANTNR
           ELSE
               DISPLAY "AFSPRAAK VOOR KLANT " PAF-KLANTNR ": "
                   NAAM IN KLANT
               DISPLAY "GEEF HET PRODUCTNUMMER OP (LEEG = ALLE "
                   "PRODUCTEN):"
               ACCEPT PAF-PRODNR
               SET PRODUCT-GEVONDEN TO TRUE
               IF PAF-PRODNR NOT = SPACES
                   MOVE PAF-PRODNR TO NR IN PRODUCT
                   PERFORM ZOEK-PRODUCT
               END-IF
               IF PRODUCT-ONBEKEND
                   DISPLAY "GEEN PRODUCT MET NUMMER " PAF-PRODNR
               ELSE
                   DISPLAY "GEEF DE BEGINDATUM OP (JJJJMMDD):"
                   ACCEPT PAF-VANDATUM
                   PERFORM ZOEK-AFSPRAAK
                   IF RECORD-BESTAAT
                       DISPLAY "HUIDIGE AFSPRAAK: SOORT " PAF-SOORT
                           " PRIJS " PAF-PRIJS " KORTING "
                           PAF-KORTING-PCT " % TOT " PAF-TOTDATUM
                   END-IF
                   PERFORM VRAAG-AFSPRAAK
                   IF AFSPRAAK-IN-ORDE
                       PERFORM BEWAAR-AFSPRAAK
                   END-IF
               END-IF
           END-IF.

       VRAAG-AFSPRAAK.
           SET AFSPRAAK-IN-ORDE TO TRUE
           DISPLAY "GEEF DE EINDDATUM OP (JJJJMMDD):"
           ACCEPT PAF-TOTDATUM
           IF PAF-TOTDATUM < PAF-VANDATUM
               DISPLAY "EINDDATUM LIGT VOOR DE BEGINDATUM"
               SET AFSPRAAK-FOUT TO TRUE
           END-IF
           IF AFSPRAAK-IN-ORDE
               IF PAF-PRODNR = SPACES
                   SET PAF-KORTING TO TRUE
               ELSE
                   DISPLAY "SOORT: P = VASTE PRIJS, K = KORTING %:"
                   ACCEPT PAF-SOORT
               END-IF
               MOVE ZERO TO PAF-PRIJS PAF-KORTING-PCT
               IF PAF-VASTE-PRIJS
                   DISPLAY "GEEF DE AFGESPROKEN PRIJS OP:"
                   ACCEPT PAF-PRIJS
                   IF PAF-PRIJS = ZERO
                       DISPLAY "AFGESPROKEN PRIJS MAG NIET NUL ZIJN"
                       SET AFSPRAAK-FOUT TO TRUE
                   END-IF
               END-IF
               IF PAF-KORTING
                   DISPLAY "GEEF HET KORTINGSPERCENTAGE OP:"
                   ACCEPT PAF-KORTING-PCT
                   IF PAF-KORTING-PCT = ZERO
                       DISPLAY "KORTINGSPERCENTAGE MAG NIET NUL ZIJN"
                       SET AFSPRAAK-FOUT TO TRUE
                   END-IF
               END-IF
               IF NOT PAF-VASTE-PRIJS AND NOT PAF-KORTING
                   DISPLAY "ONGELDIGE SOORT AFSPRAAK"
                   SET AFSPRAAK-FOUT TO TRUE
               END-IF
           END-IF
           IF AFSPRAAK-FOUT
               DISPLAY "AFSPRAAK NIET BEWAARD"
           END-IF.

       ZOEK-AFSPRAAK.
           MOVE PAF-SLEUTEL TO FOUTSLEUTEL
           SET RECORD-NIEUW TO TRUE
           READ PRIJSAFSPRAKEN
               INVALID KEY SET RECORD-NIEUW TO TRUE
               NOT INVALID KEY SET RECORD-BESTAAT TO TRUE
           END-READ
           IF RECORD-NIEUW AND AFSPRAKEN-STATUS NOT = "23"
               DISPLAY "AFSPRAKENBESTAND IS DEFECT, STATUS: "
                   AFSPRAKEN-STATUS
               PERFORM FOUT
           END-IF.

       BEWAAR-AFSPRAAK.
           IF RECORD-BESTAAT
               REWRITE PRIJSAFSPRAAK-REC
                   INVALID KEY
                       DISPLAY "AFSPRAKENBESTAND IS DEFECT, STATUS: "
                           AFSPRAKEN-STATUS
                       PERFORM FOUT
               END-REWRITE
           ELSE
               WRITE PRIJSAFSPRAAK-REC
                   INVALID KEY
                       DISPLAY "AFSPRAKENBESTAND IS DEFECT, STATUS: "
                           AFSPRAKEN-STATUS
                       PERFORM FOUT
               END-WRITE
           END-IF
           DISPLAY "AFSPRAAK BEWAARD".

       VERWERK-STAFFEL.
           MOVE SPACES TO STAFFEL-REC
           DISPLAY "GEEF HET PRODUCTNUMMER OP:"
           ACCEPT STF-PRODNR
           MOVE STF-PRODNR TO NR IN PRODUCT
           PERFORM ZOEK-PRODUCT
           IF PRODUCT-ONBEKEND
               DISPLAY "GEEN PRODUCT MET NUMMER " STF-PRODNR
           ELSE
               DISPLAY "STAFFEL VOOR " NAAM IN PRODUCT
               DISPLAY "GEEF HET AANTAL STUKS VANAF WAAR DE KORTING "
                   "GELDT:"
               ACCEPT STF-VANAF-AANTAL
               IF STF-VANAF-AANTAL = ZERO
                   DISPLAY "AANTAL MAG NIET NUL ZIJN"
               ELSE
                   PERFORM ZOEK-STAFFEL
                   IF RECORD-BESTAAT
                       DISPLAY "HUIDIGE KORTING: " STF-KORTING-PCT " %"
                   END-IF
                   DISPLAY "GEEF HET KORTINGSPERCENTAGE OP (0 = "
                       "SCHRAPPEN):"
                   ACCEPT STF-KORTING-PCT
                   PERFORM BEWAAR-STAFFEL
               END-IF
           END-IF.

       ZOEK-STAFFEL.
           MOVE STF-SLEUTEL TO FOUTSLEUTEL
           SET RECORD-NIEUW TO TRUE
           READ STAFFELKORTINGEN
               INVALID KEY SET RECORD-NIEUW TO TRUE
               NOT INVALID KEY SET RECORD-BESTAAT TO TRUE
           END-READ
           IF RECORD-NIEUW AND STAFFELS-STATUS NOT = "23"
               DISPLAY "STAFFELBESTAND IS DEFECT, STATUS: "
                   STAFFELS-STATUS
               PERFORM FOUT
           END-IF.

       BEWAAR-STAFFEL.
           IF STF-KORTING-PCT = ZERO
               IF RECORD-BESTAAT
                   DELETE STAFFELKORTINGEN
                       INVALID KEY
                           DISPLAY "STAFFELBESTAND IS DEFECT, STATUS: "
                               STAFFELS-STATUS
                           PERFORM FOUT
                   END-DELETE
                   DISPLAY "STAFFEL GESCHRAPT"
               ELSE
                   DISPLAY "GEEN STAFFEL OM TE SCHRAPPEN"
               END-IF
           ELSE
               IF RECORD-BESTAAT
                   REWRITE STAFFEL-REC
                       INVALID KEY
                           DISPLAY "STAFFELBESTAND IS DEFECT, STATUS: "
                               STAFFELS-STATUS
                           PERFORM FOUT
                   END-REWRITE
               ELSE
                   WRITE STAFFEL-REC
                       INVALID KEY
                           DISPLAY "STAFFELBESTAND IS DEFECT, STATUS: "
                               STAFFELS-STATUS
                           PERFORM FOUT
                   END-WRITE
               END-IF
               DISPLAY "STAFFEL BEWAARD"
           END-IF.

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           MOVE PAF-KLANTNR TO NR IN KLANT
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-PRODUCT.
           SET PRODUCT-ONBEKEND TO TRUE
           READ Stock
               INVALID KEY SET PRODUCT-ONBEKEND TO TRUE
               NOT INVALID KEY SET PRODUCT-GEVONDEN TO TRUE
           END-READ
           IF PRODUCT-ONBEKEND AND STOCK-STATUS NOT = "23"
               DISPLAY "STOCKBESTAND IS DEFECT, STATUS: " STOCK-STATUS
               PERFORM FOUT
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE PRIJSAFSPRAKEN
           CLOSE STAFFELKORTINGEN
           CLOSE KLANTEN
           CLOSE Stock.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ONDERHOUD-PRIJSAFSPR" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE FOUTSLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
