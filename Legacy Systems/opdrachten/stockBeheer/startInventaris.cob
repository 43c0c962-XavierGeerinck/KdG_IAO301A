      *************************************************************
      * START INVENTARIS
      *
      * OPENT DE JAARLIJKSE VOLLEDIGE INVENTARIS. EEN OPERATOR VAN
      * NIVEAU 3 GEEFT HET BOEKJAAR EN DE ZONE OP (LEEG = HET HELE
      * MAGAZIJN). HET PROGRAMMA NEEMT DAN EEN MOMENTOPNAME:
      *  - ELKE REGEL VAN LOCATIESTOCK.DAT OP EEN LOCATIE VAN DE
      *    INVENTARIS WORDT EEN TELREGEL IN INVREGELS.DAT, MET DE
      *    BOEKVOORRAAD EN DE UNIT-COST VAN DAT OGENBLIK;
      *  - LOTS.DAT WORDT VOLLEDIG GEKOPIEERD NAAR INVLOTS.DAT.
      * DE TELREGELS WORDEN PER LOCATIE OP GENUMMERDE TELBLADEN
      * VERDEELD (HOOGSTENS INV-REGELS-PER-BLAD REGELS PER BLAD,
      * ZONDER PARAMETER 20) EN DE TELBLADEN GAAN ZONDER
      * BOEKVOORRAAD NAAR TELBLADEN.LST, MET RUIMTE VOOR ARTIKELEN
      * DIE WEL OP DE LOCATIE LIGGEN MAAR NIET OP HET BLAD STAAN.
      * VANAF NU IS DE INVENTARIS OPEN IN INVENTARIS.DAT EN ZIJN DE
      * LOCATIES BEVROREN (CONTROLEER-BEVRIEZING): VERWERK-BEWEGING
      * HOUDT HUN BEWEGINGEN VAST TOT SLUIT-INVENTARIS, EN
      * VERPLAATS-STOCK EN VUL-PICKLOCATIES-AAN RAKEN ZE NIET AAN.
      * DE TELLINGEN WORDEN PER BLAD INGEBRACHT MET
      * REGISTREER-INVENTARIS. ER KAN MAAR EEN INVENTARIS TEGELIJK
      * LOPEN: EEN VORIGE MOET EERST MET BOEK-INVENTARIS GEBOEKT
      * ZIJN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. START-INVENTARIS.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVENTARIS
                  ASSIGN TO "BESTANDEN/INVENTARIS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INK-JAAR
                  FILE STATUS IS INVENTARIS-STATUS.

           SELECT INVREGELS
                  ASSIGN TO "BESTANDEN/INVREGELS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INR-SLEUTEL
                  FILE STATUS IS INVREGELS-STATUS.

           SELECT LOCATIE-STOCK ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOC-SLEUTEL
                  FILE STATUS IS LOCATIE-STATUS.

           SELECT OPTIONAL LOCATIES
                  ASSIGN TO "BESTANDEN/LOCATIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOCM-CODE
                  FILE STATUS IS LOCATIES-STATUS.

           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  FILE STATUS IS STOCK-STATUS.

           SELECT OPTIONAL LOTS
                  ASSIGN TO "BESTANDEN/LOTS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOT-SLEUTEL
                  FILE STATUS IS LOTS-STATUS.

           SELECT INVLOTS
                  ASSIGN TO "BESTANDEN/INVLOTS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ILT-SLEUTEL
                  FILE STATUS IS INVLOTS-STATUS.

           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS OPERATORS-STATUS.

           SELECT SORT-WERKBESTAND ASSIGN TO "BESTANDEN/SORTINV.TMP".

           SELECT TELBLADEN
                  ASSIGN TO "BESTANDEN/TELBLADEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIS BLOCK CONTAINS 10 RECORDS.
       01  INVENTARIS-REC.
           COPY "invkop.cpy".

       FD  INVREGELS BLOCK CONTAINS 10 RECORDS.
       01  INVREGEL-REC.
           COPY "invregel.cpy".

       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
           02 LOC-SLEUTEL.
               03 LOC-NR       PIC X(6).
               03 LOC-LOCATIE  PIC X(4).
           02 LOC-INSTOCK  PIC 9(4).
           02 LOC-MINIMUM  PIC 9(4).
           02 LOC-AANVUL   PIC 9(4).

       FD  LOCATIES BLOCK CONTAINS 10 RECORDS.
       01  LOCATIE-MASTER.
           COPY "locatie.cpy".

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           02 NAAM          PIC X(40).
           02 INSTOCK       PIC 9(4).
           02 REORDER-LEVEL PIC 9(4).
           02 UNIT-COST     PIC 9(5)V99.

       FD  LOTS BLOCK CONTAINS 10 RECORDS.
       01  LOT-REC.
           COPY "lot.cpy".

       FD  INVLOTS BLOCK CONTAINS 10 RECORDS.
       01  INVLOT-REC.
           02 ILT-SLEUTEL PIC X(11).
           02 FILLER PIC X(20).

       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATOR-REC.
           COPY "operator.cpy".

       SD  SORT-WERKBESTAND.
       01  SORT-INV.
           02 SIV-LOCATIE PIC X(4).
           02 SIV-PRODNR PIC X(6).
           02 SIV-INSTOCK PIC 9(4).

       FD  TELBLADEN.
       01  BLAD-REGEL PIC X(80).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  INVENTARIS-STATUS PIC X(2).
       77  INVREGELS-STATUS PIC X(2).
       77  LOCATIE-STATUS PIC X(2).
       77  LOCATIES-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  LOTS-STATUS PIC X(2).
       77  INVLOTS-STATUS PIC X(2).
       77  OPERATORS-STATUS PIC X(2).
       77  OPERATOR-GEVONDEN PIC X(1).
           88 OPERATOR-BEKEND VALUE "J".
           88 OPERATOR-ONBEKEND VALUE "N".
       77  LOPENDE-INVENTARIS PIC X(1).
           88 NOG-EEN-INVENTARIS-OPEN VALUE "J".
       77  LOPEND-JAAR PIC 9(4).
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  GEVR-JAAR PIC 9(4).
       77  GEVR-ZONE PIC X(2).
       77  LOCATIE-ZONE PIC X(2).
       77  REGELS-PER-BLAD PIC 9(3).
       77  HUIDIGE-LOCATIE PIC X(4).
       77  BLADNUMMER PIC 9(5) VALUE ZERO.
       77  REGELNUMMER PIC 9(3) VALUE ZERO.
       77  AANTAL-REGELS PIC 9(7) VALUE ZERO.
       77  AANTAL-LOTS PIC 9(7) VALUE ZERO.
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  TELREGEL-VELDEN.
           02 TRV-REGEL PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 TRV-PRODNR PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 TRV-NAAM PIC X(40).
           02 FILLER PIC X(12) VALUE "  GETELD: __".
           02 FILLER PIC X(6) VALUE "______".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-LOPENDE-INVENTARIS
           IF NOG-EEN-INVENTARIS-OPEN
               DISPLAY "INVENTARIS " LOPEND-JAAR " IS NOG NIET "
                   "GEBOEKT, GEEN NIEUWE INVENTARIS MOGELIJK"
               CLOSE INVENTARIS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE GEVR-JAAR TO INK-JAAR
           READ INVENTARIS
               INVALID KEY CONTINUE
           END-READ
           IF INVENTARIS-STATUS = "00"
               DISPLAY "VOOR " GEVR-JAAR " BESTAAT AL EEN INVENTARIS"
               CLOSE INVENTARIS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-BESTANDEN
           SORT SORT-WERKBESTAND
               ON ASCENDING KEY SIV-LOCATIE SIV-PRODNR
               INPUT PROCEDURE IS NEEM-LOCATIESTOCK-OP
               OUTPUT PROCEDURE IS MAAK-TELBLADEN
           PERFORM KOPIEER-LOTS
           PERFORM SCHRIJF-INVENTARIS
           PERFORM SLUIT-BESTANDEN
           DISPLAY "---------------------------------------"
           DISPLAY "TELBLADEN          : " BLADNUMMER
           DISPLAY "TELREGELS          : " AANTAL-REGELS
           DISPLAY "LOTS IN MOMENTOPNAME: " AANTAL-LOTS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE 0 TO RETURN-CODE
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           PERFORM CONTROLEER-NIVEAU
           DISPLAY "GEEF HET BOEKJAAR VAN DE INVENTARIS OP (JJJJ):"
           ACCEPT GEVR-JAAR
           IF GEVR-JAAR NOT NUMERIC OR GEVR-JAAR = ZERO
               DISPLAY "ONGELDIG BOEKJAAR " GEVR-JAAR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "GEEF DE ZONE OP (LEEG = HET HELE MAGAZIJN):"
           ACCEPT GEVR-ZONE
           MOVE "INV-REGELS-PER-BLAD" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN AND PARAM-WAARDE > ZERO
               MOVE PARAM-WAARDE TO REGELS-PER-BLAD
           ELSE
               MOVE 20 TO REGELS-PER-BLAD
           END-IF
           OPEN I-O INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "05"
               DISPLAY "KAN INVENTARISBESTAND NIET OPENEN, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF.

       CONTROLEER-NIVEAU.
           SET OPERATOR-ONBEKEND TO TRUE
           OPEN INPUT OPERATORS
           IF OPERATORS-STATUS NOT = "00"
               AND OPERATORS-STATUS NOT = "05"
               DISPLAY "KAN OPERATORBESTAND NIET OPENEN, STATUS: "
                   OPERATORS-STATUS
               PERFORM FOUT
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATORS
               INVALID KEY SET OPERATOR-ONBEKEND TO TRUE
               NOT INVALID KEY SET OPERATOR-BEKEND TO TRUE
           END-READ
           CLOSE OPERATORS
           IF OPERATOR-ONBEKEND OR OPR-NIVEAU < 3
               DISPLAY "ALLEEN EEN AANGEMELDE OPERATOR VAN NIVEAU 3 "
                   "MAG EEN INVENTARIS STARTEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       CONTROLEER-LOPENDE-INVENTARIS.
           MOVE "N" TO LOPENDE-INVENTARIS
           MOVE "N" TO GEDAAN
           MOVE ZERO TO INK-JAAR
           START INVENTARIS KEY IS NOT < INK-JAAR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM BEKIJK-INVENTARIS UNTIL STOPLEZEN.

       BEKIJK-INVENTARIS.
           READ INVENTARIS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "02"
               DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT INVENTARIS-GEBOEKT
               MOVE "J" TO LOPENDE-INVENTARIS
               MOVE INK-JAAR TO LOPEND-JAAR
           END-IF.

       OPEN-BESTANDEN.
           OPEN OUTPUT INVREGELS
           IF INVREGELS-STATUS NOT = "00"
               DISPLAY "KAN TELREGELS NIET AANMAKEN, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIE-STOCK
           IF LOCATIE-STATUS NOT = "00"
               DISPLAY "KAN LOCATIESTOCKBESTAND NIET OPENEN, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIES
           IF LOCATIES-STATUS NOT = "00" AND LOCATIES-STATUS NOT = "05"
               DISPLAY "KAN LOCATIEBESTAND NIET OPENEN, STATUS: "
                   LOCATIES-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT TELBLADEN.

      * ENKEL DE LOCATIES VAN DE INVENTARIS: BIJ EEN ZONE-INVENTARIS
      * DE LOCATIES MET DIE LOCM-ZONE, ANDERS ALLES, OOK EEN
      * LOCATIE DIE NIET (MEER) IN LOCATIES.DAT STAAT.
       NEEM-LOCATIESTOCK-OP.
           MOVE "N" TO GEDAAN
           PERFORM NEEM-LOCATIEREGEL-OP UNTIL STOPLEZEN.

       NEEM-LOCATIEREGEL-OP.
           READ LOCATIE-STOCK NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LOCATIE-STATUS NOT = "00"
               AND LOCATIE-STATUS NOT = "02"
               DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               PERFORM ZOEK-ZONE
               IF GEVR-ZONE = SPACES OR LOCATIE-ZONE = GEVR-ZONE
                   MOVE LOC-LOCATIE TO SIV-LOCATIE
                   MOVE LOC-NR TO SIV-PRODNR
                   MOVE LOC-INSTOCK TO SIV-INSTOCK
                   RELEASE SORT-INV
               END-IF
           END-IF.

       ZOEK-ZONE.
           MOVE "??" TO LOCATIE-ZONE
           IF LOCATIES-STATUS NOT = "05"
               MOVE LOC-LOCATIE TO LOCM-CODE
               READ LOCATIES
                   INVALID KEY CONTINUE
               END-READ
               IF LOCATIES-STATUS = "00"
                   MOVE LOCM-ZONE TO LOCATIE-ZONE
               END-IF
           END-IF.

      * ELKE LOCATIE BEGINT OP EEN NIEUW BLAD; EEN VOL BLAD LOOPT
      * DOOR OP HET VOLGENDE BLAD VAN DEZELFDE LOCATIE.
       MAAK-TELBLADEN.
           MOVE SPACES TO HUIDIGE-LOCATIE
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM MAAK-TELREGEL UNTIL SORT-UITGELEZEN
           IF BLADNUMMER > ZERO
               PERFORM SLUIT-BLAD-AF
           END-IF.

       MAAK-TELREGEL.
           RETURN SORT-WERKBESTAND
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF BLADNUMMER = ZERO
                   PERFORM BEGIN-BLAD
               ELSE
                   IF SIV-LOCATIE NOT = HUIDIGE-LOCATIE
                       OR REGELNUMMER NOT < REGELS-PER-BLAD
                       PERFORM SLUIT-BLAD-AF
                       PERFORM BEGIN-BLAD
                   END-IF
               END-IF
               ADD 1 TO REGELNUMMER
               ADD 1 TO AANTAL-REGELS
               MOVE SIV-PRODNR TO NR
               READ Stock
                   INVALID KEY
                       MOVE "*** ONBEKEND PRODUCT ***" TO NAAM
                       MOVE ZERO TO UNIT-COST
               END-READ
               IF STOCK-STATUS NOT = "00" AND STOCK-STATUS NOT = "23"
                   DISPLAY "STOCKBESTAND IS DEFECT, STATUS: "
                       STOCK-STATUS
                   PERFORM FOUT
               END-IF
               MOVE SPACES TO INVREGEL-REC
               MOVE BLADNUMMER TO INR-BLAD
               MOVE REGELNUMMER TO INR-REGEL
               MOVE SIV-LOCATIE TO INR-LOCATIE
               MOVE SIV-PRODNR TO INR-PRODNR
               MOVE SIV-INSTOCK TO INR-BOEK
               MOVE UNIT-COST TO INR-UNIT-COST
               MOVE ZERO TO INR-GETELD
               SET REGEL-NIET-GETELD TO TRUE
               SET REGEL-VAN-SNAPSHOT TO TRUE
               WRITE INVREGEL-REC
                   INVALID KEY
                       DISPLAY "TELREGELS ZIJN DEFECT, STATUS: "
                           INVREGELS-STATUS
                       PERFORM FOUT
               END-WRITE
               MOVE REGELNUMMER TO TRV-REGEL
               MOVE SIV-PRODNR TO TRV-PRODNR
               MOVE NAAM TO TRV-NAAM
               MOVE TELREGEL-VELDEN TO BLAD-REGEL
               WRITE BLAD-REGEL
           END-IF.

       BEGIN-BLAD.
           ADD 1 TO BLADNUMMER
           MOVE ZERO TO REGELNUMMER
           MOVE SIV-LOCATIE TO HUIDIGE-LOCATIE
           MOVE SPACES TO BLAD-REGEL
           WRITE BLAD-REGEL
           MOVE SPACES TO BLAD-REGEL
           STRING "INVENTARIS " DELIMITED BY SIZE
               GEVR-JAAR DELIMITED BY SIZE
               "   TELBLAD " DELIMITED BY SIZE
               BLADNUMMER DELIMITED BY SIZE
               "   LOCATIE " DELIMITED BY SIZE
               HUIDIGE-LOCATIE DELIMITED BY SIZE
               INTO BLAD-REGEL
           END-STRING
           WRITE BLAD-REGEL
           MOVE ALL "-" TO BLAD-REGEL (1:72)
           WRITE BLAD-REGEL
           MOVE SPACES TO BLAD-REGEL
           MOVE "REG" TO BLAD-REGEL (1:3)
           MOVE "PRODUCT" TO BLAD-REGEL (6:7)
           MOVE "OMSCHRIJVING" TO BLAD-REGEL (14:12)
           WRITE BLAD-REGEL.

       SLUIT-BLAD-AF.
           MOVE SPACES TO BLAD-REGEL
           WRITE BLAD-REGEL
           MOVE "NIET OP HET BLAD, WEL OP DE LOCATIE (PRODUCT/AANTAL):"
               TO BLAD-REGEL
           WRITE BLAD-REGEL
           PERFORM SCHRIJF-LEGE-REGEL 3 TIMES
           MOVE SPACES TO BLAD-REGEL
           WRITE BLAD-REGEL
           MOVE "GETELD DOOR: ____________   DATUM: __________"
               TO BLAD-REGEL
           WRITE BLAD-REGEL
           DISPLAY "TELBLAD " BLADNUMMER " LOCATIE " HUIDIGE-LOCATIE
               " - " REGELNUMMER " REGELS".

       SCHRIJF-LEGE-REGEL.
           MOVE "      ______  __________________________________"
               TO BLAD-REGEL
           WRITE BLAD-REGEL.

      * DE LOTS WORDEN ONGEWIJZIGD GEKOPIEERD; BOEK-INVENTARIS
      * SCHRIJFT EEN TEKORT AF VAN DE LOTS ZOALS ZE HIER STONDEN.
       KOPIEER-LOTS.
           OPEN OUTPUT INVLOTS
           IF INVLOTS-STATUS NOT = "00"
               DISPLAY "KAN LOTMOMENTOPNAME NIET AANMAKEN, STATUS: "
                   INVLOTS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOTS
           IF LOTS-STATUS NOT = "00" AND LOTS-STATUS NOT = "05"
               DISPLAY "KAN LOTSBESTAND NIET OPENEN, STATUS: "
                   LOTS-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO GEDAAN
           IF LOTS-STATUS = "05"
               MOVE "J" TO GEDAAN
           END-IF
           PERFORM KOPIEER-LOT UNTIL STOPLEZEN
           CLOSE LOTS
           CLOSE INVLOTS.

       KOPIEER-LOT.
           READ LOTS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LOTS-STATUS NOT = "00"
               AND LOTS-STATUS NOT = "02"
               DISPLAY "LOTSBESTAND IS DEFECT, STATUS: " LOTS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE LOT-REC TO INVLOT-REC
               WRITE INVLOT-REC
                   INVALID KEY
                       DISPLAY "LOTMOMENTOPNAME IS DEFECT, STATUS: "
                           INVLOTS-STATUS
                       PERFORM FOUT
               END-WRITE
               ADD 1 TO AANTAL-LOTS
           END-IF.

       SCHRIJF-INVENTARIS.
           MOVE SPACES TO INVENTARIS-REC
           MOVE GEVR-JAAR TO INK-JAAR
           MOVE GEVR-ZONE TO INK-ZONE
           SET INVENTARIS-OPEN TO TRUE
           MOVE RUNDATUM TO INK-STARTDATUM
           MOVE OPERATOR-ID TO INK-GESTART-DOOR
           MOVE ZERO TO INK-SLUITDATUM INK-BOEKDATUM
           MOVE BLADNUMMER TO INK-AANTAL-BLADEN
           MOVE AANTAL-REGELS TO INK-AANTAL-REGELS
           WRITE INVENTARIS-REC
               INVALID KEY
                   DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                       INVENTARIS-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE SPACES TO AUDIT-REGEL
           MOVE GEVR-JAAR TO AUD-SLEUTEL
           MOVE "INVENTARIS" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           IF GEVR-ZONE = SPACES
               MOVE "GESTART, HEEL MAGAZIJN" TO AUD-NIEUW
           ELSE
               STRING "GESTART, ZONE " DELIMITED BY SIZE
                   GEVR-ZONE DELIMITED BY SIZE
                   INTO AUD-NIEUW
               END-STRING
           END-IF
           MOVE "START-INVENTARIS" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG
           DISPLAY "INVENTARIS " GEVR-JAAR " GESTART DOOR "
               OPERATOR-ID.

       SLUIT-BESTANDEN.
           CLOSE INVENTARIS
           CLOSE INVREGELS
           CLOSE LOCATIE-STOCK
           CLOSE LOCATIES
           CLOSE Stock
           CLOSE TELBLADEN
           MOVE "TELBLADEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/TELBLADEN.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "START-INVENTARIS" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-JAAR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
