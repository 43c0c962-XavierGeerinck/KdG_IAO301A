      * KRIJGEN STATUS GELEVERD; FACTUREER-VERKOOPORDER DRUKT
      * DAARNA DE FACTUUR EN INT HET GELD.
      *
      * ELKE LEVERING IS EEN ZENDING MET EEN EIGEN NUMMER IN
      * ZENDINGEN.DAT (VERVOERDER, TRACKINGNUMMER, AANTAL COLLI EN
      * GEWICHT). PER REGEL WORDT EERST BEPAALD HOEVEEL ER LEVERBAAR
      * IS: DE VOORRAAD OP DE PICKLOCATIE (EN IN STOCK.DAT), MIN WAT
      * EERDERE REGELS VAN DEZE ZENDING AL VAN HETZELFDE PRODUCT
      * NEMEN. EEN REGEL DIE NIET VOLLEDIG LEVERBAAR IS, WORDT
      * GESPLITST: HET GELEVERDE DEEL GAAT MET DE ZENDING MEE EN HET
      * RESTANT BLIJFT ALS NIEUWE OPEN ORDERREGEL IN NALEVERING
      * STAAN VOOR EEN VOLGENDE LEVERING. IS ER NIETS LEVERBAAR, DAN
      * BLIJFT DE REGEL OPEN. DE GELEVERDE REGELS DRAGEN HET
      * ZENDINGNUMMER, ZODAT PER ZENDING GEFACTUREERD WORDT.
      * DE PAKBON (PAKBON.LST, GENUMMERD MET HET ZENDINGNUMMER)
      * GAAT MET DE GOEDEREN MEE: KLANTADRES, VERVOERGEGEVENS, PER
      * REGEL HET BESTELDE EN GELEVERDE AANTAL MET DE LOTS DIE
      * VERWERK-BEWEGING ERVOOR ZAL AANSPREKEN (OUDSTE EERST), EN DE
      * REGELS IN NALEVERING. EEN PICKLOCATIE DIE DOOR EEN LOPENDE
      * INVENTARIS BEVROREN IS, KAN NIET LEVEREN.
      *
      * DE S-BEWEGINGEN DRAGEN HET ORDERNUMMER EN DE KLANT. VOOR
      * EEN SERIEPRODUCT (CONTROLEER-SERIEPRODUCT) SCANT DE
      * MAGAZIJNIER PER GELEVERD STUK HET SERIENUMMER; HET MOET IN
      * STOCK STAAN OP DE PICKLOCATIE. ELK STUK WORDT EEN EIGEN
      * BEWEGING MET ZIJN SERIENUMMER EN DE SERIENUMMERS STAAN OP DE
      * PAKBON. EEN LEEG SERIENUMMER STOPT DE INVOER VOOR DIE REGEL:
      * WAT NOG GEEN SERIENUMMER HEEFT, GAAT IN NALEVERING.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVER-VERKOOPORDER.
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

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

           SELECT LOCATIE-STOCK ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOC-SLEUTEL
                  FILE STATUS IS LOCATIE-STATUS.

           SELECT OPTIONAL LOTS
                  ASSIGN TO "BESTANDEN/LOTS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOT-SLEUTEL
                  FILE STATUS IS LOTS-STATUS.

           SELECT OPTIONAL ZENDINGEN
                  ASSIGN TO "BESTANDEN/ZENDINGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ZND-NR
                  FILE STATUS IS ZENDINGEN-STATUS.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT PAKBON
                  ASSIGN TO "BESTANDEN/PAKBON.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  BEWEGING.
           COPY "beweging.cpy".

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

       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
           02 LOC-SLEUTEL.
               03 LOC-NR       PIC X(6).
               03 LOC-LOCATIE  PIC X(4).
           02 LOC-INSTOCK  PIC 9(4).
           02 LOC-MINIMUM  PIC 9(4).
           02 LOC-AANVUL   PIC 9(4).

       FD  LOTS BLOCK CONTAINS 10 RECORDS.
       01  LOT-REC.
           COPY "lot.cpy".

       FD  ZENDINGEN BLOCK CONTAINS 10 RECORDS.
       01  ZENDING-REC.
           COPY "zending.cpy".

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  PAKBON.
       01  PAKBON-REGEL PIC X(80).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
       WORKING-STORAGE SECTION.
       77  ORDERS-KLAAR PIC X(1).
           88 ORDERS-GELEZEN VALUE "J".
       77  ZENDINGEN-KLAAR PIC X(1).
           88 ZENDINGEN-GELEZEN VALUE "J".
       77  LOTS-KLAAR PIC X(1).
           88 LOTS-GELEZEN VALUE "J".
       77  ORDERS-STATUS PIC X(2).
       77  BEWEGINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  LOCATIE-STATUS PIC X(2).
       77  LOTS-STATUS PIC X(2).
       77  ZENDINGEN-STATUS PIC X(2).
       77  SERIENUMMERS-STATUS PIC X(2).
       77  SERIEPRODUCT-RESULTAAT PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
       77  SERIE-INVOER PIC X(1).
           88 SERIE-INVOER-OPEN VALUE "J".
           88 SERIE-INVOER-GESTOPT VALUE "N".
       77  SERIE-TOESTAND PIC X(1).
           88 SERIE-BEKEND VALUE "J".
           88 SERIE-NIEUW VALUE "N".
       77  DUBBEL-GEVONDEN PIC X(1).
           88 SERIE-DUBBEL VALUE "J".
       77  GEVR-SERIENR PIC X(20).
       77  SERIES-GENOMEN PIC 9(4).
       77  STUK-VOLGNR PIC 9(4).
       77  SERIE-IDX PIC 9(3) COMP.
       77  SERIE-LAATSTE PIC 9(3) COMP.
       01  SERIE-TABEL.
           02 SERIE-BEZET PIC 9(3) VALUE ZERO.
           02 SERIE-ITEM OCCURS 500.
               03 STB-PRODNR PIC X(6).
               03 STB-SERIENR PIC X(20).
       77  GEVR-ORDERNR PIC 9(7).
       77  PICK-LOCATIE PIC X(4).
       77  AANTAL-VRIJGEGEVEN PIC 9(3) VALUE ZERO.
       77  AANTAL-NALEVERING PIC 9(3) VALUE ZERO.
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  BEVRIEZING-RESULTAAT PIC X(1).
           88 LOCATIE-BEVROREN VALUE "J".
       77  ORDER-KLANTNR PIC 9(7) VALUE ZERO.
       77  HOOGSTE-REGEL PIC 9(2) VALUE ZERO.
       77  ZENDINGNUMMER PIC 9(7) VALUE ZERO.
       77  GEVR-VERVOERDER PIC X(15).
       77  GEVR-TRACKINGNR PIC X(20).
       77  GEVR-COLLI PIC 9(3).
       77  GEVR-GEWICHT PIC 9(5)V99.
       77  BESCHIKBAAR-AANTAL PIC S9(5).
       77  TOTAAL-LEVERBAAR PIC 9(7) VALUE ZERO.
       77  TOTAAL-GELEVERD PIC 9(7) VALUE ZERO.
       77  REST-AANTAL PIC 9(4).
       77  NOG-OVER-TE-SLAAN PIC 9(5).
       77  NOG-TE-NEMEN PIC 9(5).
       77  LOT-BESCHIKBAAR PIC 9(5).
       77  LOT-NEMEN PIC 9(5).
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  ORDER-TABEL.
           02 ORT-BEZET PIC 9(3) VALUE ZERO.
           02 ORT-REGELS OCCURS 99.
               03 ORT-REGEL PIC 9(2).
               03 ORT-PRODNR PIC X(6).
               03 ORT-NAAM PIC X(40).
               03 ORT-BESTELD PIC 9(4).
               03 ORT-LEVERBAAR PIC 9(4).
               03 ORT-NIEUWE-REGEL PIC 9(2).
               03 ORT-MET-SERIE PIC X(1).
                   88 ORT-SERIEPRODUCT VALUE "J".
               03 ORT-EERSTE-SERIE PIC 9(3).
       77  ORT-IDX PIC 9(3) COMP.
       01  GENOMEN-TABEL.
           02 GNM-BEZET PIC 9(3) VALUE ZERO.
           02 GNM-PRODUCTEN OCCURS 99.
               03 GNM-PRODNR PIC X(6).
               03 GNM-AANTAL PIC 9(5).
       77  GNM-IDX PIC 9(3) COMP.
       77  GNM-RESULTAAT PIC X(1).
           88 GNM-IN-TABEL VALUE "J".
           88 GNM-NIEUW VALUE "N".
       01  PAKBONREGEL-VELDEN.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PBV-REGEL PIC Z9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PBV-PRODNR PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PBV-NAAM PIC X(40).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PBV-BESTELD PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PBV-GELEVERD PIC ZZZ9.
       01  LOTREGEL-VELDEN.
           02 FILLER PIC X(13) VALUE SPACE.
           02 LRV-TEKST PIC X(4) VALUE "LOT ".
           02 LRV-LOTNR PIC 9(5).
           02 FILLER PIC X(10) VALUE "  VERVALT ".
           02 LRV-VERVALDATUM PIC 9(8).
           02 FILLER PIC X(10) VALUE "  AANTAL: ".
           02 LRV-AANTAL PIC ZZZZ9.
       01  SERIEREGEL-VELDEN.
           02 FILLER PIC X(13) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "SERIENR ".
           02 SRV-SERIENR PIC X(20).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-ORDERREGELS UNTIL ORDERS-GELEZEN
           IF ORT-BEZET = ZERO
               PERFORM SLUIT-BESTANDEN
               DISPLAY "GEEN OPEN REGELS GEVONDEN VOOR ORDER "
                   GEVR-ORDERNR
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONTROLEER-SPLITSING
               VARYING ORT-IDX FROM 1 BY 1 UNTIL ORT-IDX > ORT-BEZET
           IF TOTAAL-LEVERBAAR = ZERO
               PERFORM SLUIT-BESTANDEN
               DISPLAY "NIETS LEVERBAAR VANAF " PICK-LOCATIE
                   " - ORDER " GEVR-ORDERNR " BLIJFT OPEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VRAAG-ZENDINGGEGEVENS
           PERFORM BEPAAL-ZENDINGNUMMER
           OPEN OUTPUT PAKBON
           PERFORM DRUK-PAKBONKOP
           MOVE ZERO TO GNM-BEZET
           PERFORM LEVER-REGEL
               VARYING ORT-IDX FROM 1 BY 1 UNTIL ORT-IDX > ORT-BEZET
           PERFORM DRUK-PAKBONVOET
           CLOSE PAKBON
           PERFORM SCHRIJF-ZENDING
           PERFORM SLUIT-BESTANDEN
           MOVE "PAKBON" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/PAKBON.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM
           DISPLAY "ORDER " GEVR-ORDERNR " VRIJGEGEVEN, "
               AANTAL-VRIJGEGEVEN " REGEL(S) NAAR HET MAGAZIJN"
           DISPLAY "ZENDING " ZENDINGNUMMER ", " AANTAL-NALEVERING
               " REGEL(S) IN NALEVERING"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO ORDERREGEL BEWEGING
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           DISPLAY "GEEF HET ORDERNUMMER OP:"
           ACCEPT GEVR-ORDERNR
           DISPLAY "GEEF DE PICKLOCATIE OP:"
           ACCEPT PICK-LOCATIE
           CALL "CONTROLEER-BEVRIEZING" USING PICK-LOCATIE
               BEVRIEZING-RESULTAAT
           IF LOCATIE-BEVROREN
               DISPLAY "PICKLOCATIE " PICK-LOCATIE
                   " IS BEVROREN VOOR DE INVENTARIS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O VERKOOPORDERS
           IF ORDERS-STATUS NOT = "00" AND ORDERS-STATUS NOT = "05"
               DISPLAY "KAN ORDERBESTAND NIET OPENEN, STATUS: "
                   BEWEGINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00" AND KLANTEN-STATUS NOT = "05"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIE-STOCK
           IF LOCATIE-STATUS NOT = "00"
               DISPLAY "KAN LOCATIESTOCKBESTAND NIET OPENEN, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOTS
           IF LOTS-STATUS NOT = "00" AND LOTS-STATUS NOT = "05"
               DISPLAY "KAN LOTSBESTAND NIET OPENEN, STATUS: "
                   LOTS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O ZENDINGEN
           IF ZENDINGEN-STATUS NOT = "00"
               AND ZENDINGEN-STATUS NOT = "05"
               DISPLAY "KAN ZENDINGENBESTAND NIET OPENEN, STATUS: "
                   ZENDINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO ORDERS-KLAAR
           MOVE GEVR-ORDERNR TO ORD-NR
           MOVE ZERO TO ORD-REGEL
               INVALID KEY MOVE "J" TO ORDERS-KLAAR
           END-START.

      * EERSTE DOORLOOP: DE OPEN REGELS GAAN MET HUN LEVERBAAR
      * AANTAL IN DE ORDERTABEL; HET HOOGSTE REGELNUMMER VAN HET
      * ORDER GEEFT DE NUMMERS VOOR DE RESTREGELS.
       VERWERK-ORDERREGELS.
           READ VERKOOPORDERS NEXT
               AT END MOVE "J" TO ORDERS-KLAAR
                   IF ORD-NR NOT = GEVR-ORDERNR
                       MOVE "J" TO ORDERS-KLAAR
                   ELSE
                       MOVE ORD-REGEL TO HOOGSTE-REGEL
                       MOVE ORD-KLANTNR TO ORDER-KLANTNR
                       IF ORDERREGEL-OPEN
                           PERFORM NOTEER-ORDERREGEL
                       END-IF
                   END-IF
               ELSE
               END-IF
           END-IF.

       NOTEER-ORDERREGEL.
           ADD 1 TO ORT-BEZET
           MOVE ORD-REGEL TO ORT-REGEL (ORT-BEZET)
           MOVE ORD-PRODNR TO ORT-PRODNR (ORT-BEZET)
           MOVE ORD-AANTAL TO ORT-BESTELD (ORT-BEZET)
           MOVE ZERO TO ORT-NIEUWE-REGEL (ORT-BEZET)
           PERFORM BEPAAL-BESCHIKBAAR
           IF BESCHIKBAAR-AANTAL < ZERO
               MOVE ZERO TO BESCHIKBAAR-AANTAL
           END-IF
           IF BESCHIKBAAR-AANTAL < ORD-AANTAL
               MOVE BESCHIKBAAR-AANTAL TO ORT-LEVERBAAR (ORT-BEZET)
           ELSE
               MOVE ORD-AANTAL TO ORT-LEVERBAAR (ORT-BEZET)
           END-IF
           MOVE "N" TO ORT-MET-SERIE (ORT-BEZET)
           COMPUTE ORT-EERSTE-SERIE (ORT-BEZET) = SERIE-BEZET + 1
           CALL "CONTROLEER-SERIEPRODUCT" USING ORD-PRODNR
               SERIEPRODUCT-RESULTAAT
           IF PRODUCT-MET-SERIE
               MOVE "J" TO ORT-MET-SERIE (ORT-BEZET)
               IF ORT-LEVERBAAR (ORT-BEZET) > ZERO
                   PERFORM VRAAG-SERIENUMMERS
               END-IF
           END-IF
           IF GNM-IN-TABEL
               ADD ORT-LEVERBAAR (ORT-BEZET) TO GNM-AANTAL (GNM-IDX)
           ELSE
               ADD 1 TO GNM-BEZET
               MOVE ORD-PRODNR TO GNM-PRODNR (GNM-BEZET)
               MOVE ORT-LEVERBAAR (ORT-BEZET) TO GNM-AANTAL (GNM-BEZET)
           END-IF.

       BEPAAL-BESCHIKBAAR.
           MOVE ZERO TO BESCHIKBAAR-AANTAL
           MOVE SPACES TO ORT-NAAM (ORT-BEZET)
           MOVE ORD-PRODNR TO NR IN PRODUCT
           READ Stock
               INVALID KEY
                   MOVE "PRODUCT ONBEKEND" TO ORT-NAAM (ORT-BEZET)
               NOT INVALID KEY
                   MOVE NAAM IN PRODUCT TO ORT-NAAM (ORT-BEZET)
                   MOVE INSTOCK TO BESCHIKBAAR-AANTAL
           END-READ
           IF STOCK-STATUS NOT = "00" AND STOCK-STATUS NOT = "23"
               DISPLAY "STOCKBESTAND IS DEFECT, STATUS: " STOCK-STATUS
               PERFORM FOUT
           END-IF
           MOVE ORD-PRODNR TO LOC-NR
           MOVE PICK-LOCATIE TO LOC-LOCATIE
           READ LOCATIE-STOCK
               INVALID KEY MOVE ZERO TO BESCHIKBAAR-AANTAL
               NOT INVALID KEY
                   IF LOC-INSTOCK < BESCHIKBAAR-AANTAL
                       MOVE LOC-INSTOCK TO BESCHIKBAAR-AANTAL
                   END-IF
           END-READ
           IF LOCATIE-STATUS NOT = "00" AND LOCATIE-STATUS NOT = "23"
               DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           PERFORM ZOEK-GENOMEN
           IF GNM-IN-TABEL
               SUBTRACT GNM-AANTAL (GNM-IDX) FROM BESCHIKBAAR-AANTAL
           END-IF.

       ZOEK-GENOMEN.
           SET GNM-NIEUW TO TRUE
           MOVE 1 TO GNM-IDX
           PERFORM VERGELIJK-GENOMEN
               UNTIL GNM-IN-TABEL OR GNM-IDX > GNM-BEZET.

       VERGELIJK-GENOMEN.
           IF GNM-PRODNR (GNM-IDX) = ORD-PRODNR
               SET GNM-IN-TABEL TO TRUE
           ELSE
               ADD 1 TO GNM-IDX
           END-IF.

      * VOOR EEN SERIEPRODUCT WORDT ALLEEN GELEVERD WAT EEN GELDIG
      * SERIENUMMER HEEFT: IN STOCK OP DE PICKLOCATIE EN NOG NIET
      * EERDER IN DEZE ZENDING GESCAND.
       VRAAG-SERIENUMMERS.
           MOVE ZERO TO SERIES-GENOMEN
           SET SERIE-INVOER-OPEN TO TRUE
           PERFORM VRAAG-SERIENUMMER
               UNTIL SERIES-GENOMEN = ORT-LEVERBAAR (ORT-BEZET)
               OR SERIE-INVOER-GESTOPT
           MOVE SERIES-GENOMEN TO ORT-LEVERBAAR (ORT-BEZET).

       VRAAG-SERIENUMMER.
           IF SERIE-BEZET = 500
               DISPLAY "SERIENUMMERTABEL VOL, REST GAAT IN NALEVERING"
               SET SERIE-INVOER-GESTOPT TO TRUE
           ELSE
               COMPUTE STUK-VOLGNR = SERIES-GENOMEN + 1
               DISPLAY "REGEL " ORD-REGEL " PRODUCT " ORD-PRODNR
                   ": SERIENUMMER " STUK-VOLGNR " VAN "
                   ORT-LEVERBAAR (ORT-BEZET)
               DISPLAY "(LEEG = REST IN NALEVERING):"
               MOVE SPACES TO GEVR-SERIENR
               ACCEPT GEVR-SERIENR
               IF GEVR-SERIENR = SPACES
                   SET SERIE-INVOER-GESTOPT TO TRUE
               ELSE
                   PERFORM TOETS-SERIENUMMER
               END-IF
           END-IF.

       TOETS-SERIENUMMER.
           SET SERIE-NIEUW TO TRUE
           MOVE ORD-PRODNR TO SRN-PRODNR
           MOVE GEVR-SERIENR TO SRN-SERIENR
           READ SERIENUMMERS
               INVALID KEY SET SERIE-NIEUW TO TRUE
               NOT INVALID KEY SET SERIE-BEKEND TO TRUE
           END-READ
           IF SERIE-NIEUW AND SERIENUMMERS-STATUS NOT = "23"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO DUBBEL-GEVONDEN
           PERFORM ZOEK-DUBBEL-SERIENUMMER
               VARYING SERIE-IDX FROM 1 BY 1
               UNTIL SERIE-IDX > SERIE-BEZET
           IF SERIE-NIEUW
               DISPLAY "SERIENUMMER " GEVR-SERIENR " ONBEKEND"
           ELSE
               IF NOT SERIE-IN-STOCK OR SRN-LOCATIE NOT = PICK-LOCATIE
                   DISPLAY "SERIENUMMER " GEVR-SERIENR
                       " LIGT NIET IN STOCK OP " PICK-LOCATIE
               ELSE
                   IF SERIE-DUBBEL
                       DISPLAY "SERIENUMMER " GEVR-SERIENR
                           " IS AL GESCAND"
                   ELSE
                       ADD 1 TO SERIE-BEZET
                       MOVE ORD-PRODNR TO STB-PRODNR (SERIE-BEZET)
                       MOVE GEVR-SERIENR TO STB-SERIENR (SERIE-BEZET)
                       ADD 1 TO SERIES-GENOMEN
                   END-IF
               END-IF
           END-IF.

       ZOEK-DUBBEL-SERIENUMMER.
           IF STB-PRODNR (SERIE-IDX) = ORD-PRODNR
               AND STB-SERIENR (SERIE-IDX) = GEVR-SERIENR
               SET SERIE-DUBBEL TO TRUE
           END-IF.

      * EEN GEDEELTELIJK LEVERBARE REGEL KRIJGT EEN NIEUW
      * REGELNUMMER VOOR HET RESTANT; ZIJN ER GEEN NUMMERS MEER
      * VRIJ, DAN GAAT DE HELE REGEL LATER IN EEN KEER.
       CONTROLEER-SPLITSING.
           IF ORT-LEVERBAAR (ORT-IDX) > ZERO
               AND ORT-LEVERBAAR (ORT-IDX) < ORT-BESTELD (ORT-IDX)
               IF HOOGSTE-REGEL < 99
                   ADD 1 TO HOOGSTE-REGEL
                   MOVE HOOGSTE-REGEL TO ORT-NIEUWE-REGEL (ORT-IDX)
               ELSE
                   MOVE ZERO TO ORT-LEVERBAAR (ORT-IDX)
               END-IF
           END-IF
           ADD ORT-LEVERBAAR (ORT-IDX) TO TOTAAL-LEVERBAAR.

       VRAAG-ZENDINGGEGEVENS.
           DISPLAY "VERVOERDER:"
           ACCEPT GEVR-VERVOERDER
           DISPLAY "TRACKINGNUMMER:"
           ACCEPT GEVR-TRACKINGNR
           DISPLAY "AANTAL COLLI:"
           ACCEPT GEVR-COLLI
           DISPLAY "GEWICHT (KG):"
           ACCEPT GEVR-GEWICHT.

       BEPAAL-ZENDINGNUMMER.
           MOVE ZERO TO ZENDINGNUMMER
           MOVE "N" TO ZENDINGEN-KLAAR
           MOVE ZERO TO ZND-NR
           START ZENDINGEN KEY IS NOT < ZND-NR
               INVALID KEY MOVE "J" TO ZENDINGEN-KLAAR
           END-START
           PERFORM LEES-HOOGSTE-ZENDING UNTIL ZENDINGEN-GELEZEN
           ADD 1 TO ZENDINGNUMMER.

       LEES-HOOGSTE-ZENDING.
           READ ZENDINGEN NEXT
               AT END MOVE "J" TO ZENDINGEN-KLAAR
           END-READ
           IF NOT ZENDINGEN-GELEZEN
               IF ZENDINGEN-STATUS = "00" OR ZENDINGEN-STATUS = "02"
                   MOVE ZND-NR TO ZENDINGNUMMER
               ELSE
                   DISPLAY "ZENDINGENBESTAND IS DEFECT, STATUS: "
                       ZENDINGEN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       DRUK-PAKBONKOP.
           MOVE SPACES TO PAKBON-REGEL
           STRING "PAKBON " DELIMITED BY SIZE
               ZENDINGNUMMER DELIMITED BY SIZE
               "   ORDER " DELIMITED BY SIZE
               GEVR-ORDERNR DELIMITED BY SIZE
               "   DATUM " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO PAKBON-REGEL
           END-STRING
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE ALL "=" TO PAKBON-REGEL (1:72)
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE ORDER-KLANTNR TO NR IN KLANT
           READ KLANTEN
               INVALID KEY MOVE SPACES TO NAAM IN KLANT STRAAT
                   POSTCODE GEMEENTE
           END-READ
           STRING "KLANT " DELIMITED BY SIZE
               ORDER-KLANTNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAAM IN KLANT DELIMITED BY SIZE
               INTO PAKBON-REGEL
           END-STRING
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE STRAAT TO PAKBON-REGEL (7:30)
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE POSTCODE TO PAKBON-REGEL (7:8)
           MOVE GEMEENTE TO PAKBON-REGEL (16:20)
           PERFORM SCHRIJF-PAKBONREGEL
           PERFORM SCHRIJF-PAKBONREGEL
           STRING "VERVOERDER " DELIMITED BY SIZE
               GEVR-VERVOERDER DELIMITED BY SIZE
               "  TRACKING " DELIMITED BY SIZE
               GEVR-TRACKINGNR DELIMITED BY SIZE
               INTO PAKBON-REGEL
           END-STRING
           PERFORM SCHRIJF-PAKBONREGEL
           STRING "COLLI " DELIMITED BY SIZE
               GEVR-COLLI DELIMITED BY SIZE
               "  GEWICHT " DELIMITED BY SIZE
               GEVR-GEWICHT DELIMITED BY SIZE
               " KG  PICKLOCATIE " DELIMITED BY SIZE
               PICK-LOCATIE DELIMITED BY SIZE
               INTO PAKBON-REGEL
           END-STRING
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE ALL "-" TO PAKBON-REGEL (1:72)
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE "RG" TO PAKBON-REGEL (2:2)
           MOVE "PROD" TO PAKBON-REGEL (6:4)
           MOVE "OMSCHRIJVING" TO PAKBON-REGEL (14:12)
           MOVE "BESTELD" TO PAKBON-REGEL (54:7)
           MOVE "GELEVERD" TO PAKBON-REGEL (62:8)
           PERFORM SCHRIJF-PAKBONREGEL.

      * TWEEDE DOORLOOP: PER REGEL DE PAKBONREGEL, DE BEWEGING EN
      * DE AANGEPASTE ORDERREGEL. DE GENOMEN-TABEL TELT NU OPNIEUW
      * OP WAT DE ZENDING PER PRODUCT AL UIT DE LOTS HEEFT.
       LEVER-REGEL.
           MOVE ORT-REGEL (ORT-IDX) TO PBV-REGEL
           MOVE ORT-PRODNR (ORT-IDX) TO PBV-PRODNR
           MOVE ORT-NAAM (ORT-IDX) TO PBV-NAAM
           MOVE ORT-BESTELD (ORT-IDX) TO PBV-BESTELD
           MOVE ORT-LEVERBAAR (ORT-IDX) TO PBV-GELEVERD
           MOVE PAKBONREGEL-VELDEN TO PAKBON-REGEL
           PERFORM SCHRIJF-PAKBONREGEL
           IF ORT-LEVERBAAR (ORT-IDX) > ZERO
               PERFORM BOEK-LEVERING
               PERFORM DRUK-LOTS
               IF ORT-SERIEPRODUCT (ORT-IDX)
                   PERFORM DRUK-SERIENUMMER
                       VARYING SERIE-IDX FROM ORT-EERSTE-SERIE (ORT-IDX)
                       BY 1 UNTIL SERIE-IDX > SERIE-LAATSTE
               END-IF
           END-IF
           IF ORT-LEVERBAAR (ORT-IDX) < ORT-BESTELD (ORT-IDX)
               COMPUTE REST-AANTAL = ORT-BESTELD (ORT-IDX)
                   - ORT-LEVERBAAR (ORT-IDX)
               ADD 1 TO AANTAL-NALEVERING
               IF ORT-LEVERBAAR (ORT-IDX) > ZERO
                   PERFORM MAAK-RESTREGEL
               END-IF
               STRING "             NALEVERING: " DELIMITED BY SIZE
                   REST-AANTAL DELIMITED BY SIZE
                   " (TE WEINIG VOORRAAD OP " DELIMITED BY SIZE
                   PICK-LOCATIE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PAKBON-REGEL
               END-STRING
               PERFORM SCHRIJF-PAKBONREGEL
           END-IF.

       BOEK-LEVERING.
           MOVE GEVR-ORDERNR TO ORD-NR
           MOVE ORT-REGEL (ORT-IDX) TO ORD-REGEL
           READ VERKOOPORDERS
               INVALID KEY
                   DISPLAY "ORDERBESTAND IS DEFECT, STATUS: "
                       ORDERS-STATUS
                   PERFORM FOUT
           END-READ
           MOVE SPACES TO BEWEGING
           MOVE ORD-PRODNR TO PRODNR
           COMPUTE CHANGE = 0 - ORT-LEVERBAAR (ORT-IDX)
           MOVE "S" TO TRANSTYPE
           MOVE PICK-LOCATIE TO LOCATIE
           MOVE ZERO TO EENHEIDSKOST
           MOVE ZERO TO VERVALDATUM
           MOVE ZERO TO EANNR
           MOVE GEVR-ORDERNR TO ORDERNUMMER
           MOVE ORDER-KLANTNR TO KLANTNUMMER
           IF ORT-SERIEPRODUCT (ORT-IDX)
               COMPUTE SERIE-LAATSTE = ORT-EERSTE-SERIE (ORT-IDX)
                   + ORT-LEVERBAAR (ORT-IDX) - 1
               MOVE -1 TO CHANGE
               PERFORM SCHRIJF-SERIEBEWEGING
                   VARYING SERIE-IDX FROM ORT-EERSTE-SERIE (ORT-IDX)
                   BY 1 UNTIL SERIE-IDX > SERIE-LAATSTE
           ELSE
               WRITE BEWEGING
           END-IF
           MOVE ORT-LEVERBAAR (ORT-IDX) TO ORD-AANTAL
           MOVE ZENDINGNUMMER TO ORD-ZENDINGNR
           SET ORDERREGEL-GELEVERD TO TRUE
           REWRITE ORDERREGEL
               INVALID KEY
                   PERFORM FOUT
           END-REWRITE
           ADD 1 TO AANTAL-VRIJGEGEVEN
           ADD ORD-AANTAL TO TOTAAL-GELEVERD
           DISPLAY "VRIJGEGEVEN: REGEL " ORD-REGEL " PRODUCT "
               ORD-PRODNR " AANTAL " ORD-AANTAL.

       SCHRIJF-SERIEBEWEGING.
           MOVE STB-SERIENR (SERIE-IDX) TO SERIENUMMER
           WRITE BEWEGING.

       MAAK-RESTREGEL.
           MOVE ORT-NIEUWE-REGEL (ORT-IDX) TO ORD-REGEL
           MOVE REST-AANTAL TO ORD-AANTAL
           MOVE ZERO TO ORD-RETOUR
           MOVE ZERO TO ORD-ZENDINGNR
           SET ORDERREGEL-OPEN TO TRUE
           WRITE ORDERREGEL
               INVALID KEY
                   DISPLAY "ORDERBESTAND IS DEFECT, STATUS: "
                       ORDERS-STATUS
                   PERFORM FOUT
           END-WRITE
           DISPLAY "RESTANT " REST-AANTAL " VAN REGEL "
               ORT-REGEL (ORT-IDX) " OPEN OP NIEUWE REGEL " ORD-REGEL.

      * VERWERK-BEWEGING VERBRUIKT DE LOTS OUDSTE EERST; DE PAKBON
      * TOONT DEZELFDE VERDELING, NA WAT EERDERE REGELS VAN DEZE
      * ZENDING AL VAN HETZELFDE PRODUCT NEMEN.
       DRUK-LOTS.
           PERFORM ZOEK-GENOMEN
           IF GNM-IN-TABEL
               MOVE GNM-AANTAL (GNM-IDX) TO NOG-OVER-TE-SLAAN
               ADD ORT-LEVERBAAR (ORT-IDX) TO GNM-AANTAL (GNM-IDX)
           ELSE
               MOVE ZERO TO NOG-OVER-TE-SLAAN
               ADD 1 TO GNM-BEZET
               MOVE ORD-PRODNR TO GNM-PRODNR (GNM-BEZET)
               MOVE ORT-LEVERBAAR (ORT-IDX) TO GNM-AANTAL (GNM-BEZET)
           END-IF
           MOVE ORT-LEVERBAAR (ORT-IDX) TO NOG-TE-NEMEN
           MOVE "N" TO LOTS-KLAAR
           MOVE ORD-PRODNR TO LOT-PRODNR
           MOVE ZERO TO LOT-NR
           START LOTS KEY IS NOT < LOT-SLEUTEL
               INVALID KEY MOVE "J" TO LOTS-KLAAR
           END-START
           PERFORM NEEM-VOLGEND-LOT
               UNTIL LOTS-GELEZEN OR NOG-TE-NEMEN = ZERO
           IF NOG-TE-NEMEN > ZERO
               STRING "             ZONDER LOT: " DELIMITED BY SIZE
                   NOG-TE-NEMEN DELIMITED BY SIZE
                   INTO PAKBON-REGEL
               END-STRING
               PERFORM SCHRIJF-PAKBONREGEL
           END-IF.

       NEEM-VOLGEND-LOT.
           READ LOTS NEXT
               AT END MOVE "J" TO LOTS-KLAAR
           END-READ
           IF NOT LOTS-GELEZEN
               IF LOTS-STATUS = "00" OR LOTS-STATUS = "02"
                   IF LOT-PRODNR NOT = ORD-PRODNR
                       MOVE "J" TO LOTS-KLAAR
                   ELSE
                       PERFORM NEEM-UIT-LOT
                   END-IF
               ELSE
                   DISPLAY "LOTSBESTAND IS DEFECT, STATUS: "
                       LOTS-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       NEEM-UIT-LOT.
           MOVE LOT-RESTAANTAL TO LOT-BESCHIKBAAR
           IF NOG-OVER-TE-SLAAN NOT < LOT-BESCHIKBAAR
               SUBTRACT LOT-BESCHIKBAAR FROM NOG-OVER-TE-SLAAN
           ELSE
               SUBTRACT NOG-OVER-TE-SLAAN FROM LOT-BESCHIKBAAR
               MOVE ZERO TO NOG-OVER-TE-SLAAN
               IF LOT-BESCHIKBAAR < NOG-TE-NEMEN
                   MOVE LOT-BESCHIKBAAR TO LOT-NEMEN
               ELSE
                   MOVE NOG-TE-NEMEN TO LOT-NEMEN
               END-IF
               SUBTRACT LOT-NEMEN FROM NOG-TE-NEMEN
               MOVE LOT-NR TO LRV-LOTNR
               MOVE LOT-VERVALDATUM TO LRV-VERVALDATUM
               MOVE LOT-NEMEN TO LRV-AANTAL
               MOVE LOTREGEL-VELDEN TO PAKBON-REGEL
               PERFORM SCHRIJF-PAKBONREGEL
           END-IF.

       DRUK-SERIENUMMER.
           MOVE STB-SERIENR (SERIE-IDX) TO SRV-SERIENR
           MOVE SERIEREGEL-VELDEN TO PAKBON-REGEL
           PERFORM SCHRIJF-PAKBONREGEL.

       DRUK-PAKBONVOET.
           MOVE ALL "-" TO PAKBON-REGEL (1:72)
           PERFORM SCHRIJF-PAKBONREGEL
           STRING "GELEVERDE REGELS: " DELIMITED BY SIZE
               AANTAL-VRIJGEGEVEN DELIMITED BY SIZE
               "   STUKS: " DELIMITED BY SIZE
               TOTAAL-GELEVERD DELIMITED BY SIZE
               "   IN NALEVERING: " DELIMITED BY SIZE
               AANTAL-NALEVERING DELIMITED BY SIZE
               INTO PAKBON-REGEL
           END-STRING
           PERFORM SCHRIJF-PAKBONREGEL
           PERFORM SCHRIJF-PAKBONREGEL
           MOVE "ONTVANGEN DOOR: ________________   DATUM: __________"
               TO PAKBON-REGEL
           PERFORM SCHRIJF-PAKBONREGEL.

       SCHRIJF-PAKBONREGEL.
           WRITE PAKBON-REGEL
           DISPLAY PAKBON-REGEL
           MOVE SPACES TO PAKBON-REGEL.

       SCHRIJF-ZENDING.
           MOVE SPACES TO ZENDING-REC
           MOVE ZENDINGNUMMER TO ZND-NR
           MOVE GEVR-ORDERNR TO ZND-ORDERNR
           MOVE ORDER-KLANTNR TO ZND-KLANTNR
           MOVE RUNDATUM TO ZND-DATUM
           MOVE PICK-LOCATIE TO ZND-PICKLOCATIE
           MOVE GEVR-VERVOERDER TO ZND-VERVOERDER
           MOVE GEVR-TRACKINGNR TO ZND-TRACKINGNR
           MOVE GEVR-COLLI TO ZND-COLLI
           MOVE GEVR-GEWICHT TO ZND-GEWICHT
           MOVE AANTAL-VRIJGEGEVEN TO ZND-AANTAL-REGELS
           MOVE AANTAL-NALEVERING TO ZND-AANTAL-NALEVERING
           SET ZENDING-TE-FACTUREREN TO TRUE
           MOVE ZERO TO ZND-FACTUURDATUM
           MOVE OPERATOR-ID TO ZND-OPERATOR
           WRITE ZENDING-REC
               INVALID KEY
                   DISPLAY "ZENDINGENBESTAND IS DEFECT, STATUS: "
                       ZENDINGEN-STATUS
                   PERFORM FOUT
           END-WRITE.

       SLUIT-BESTANDEN.
           CLOSE VERKOOPORDERS
           CLOSE Bewegingen
           CLOSE KLANTEN
           CLOSE Stock
           CLOSE LOCATIE-STOCK
           CLOSE LOTS
           CLOSE ZENDINGEN
           CLOSE SERIENUMMERS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
