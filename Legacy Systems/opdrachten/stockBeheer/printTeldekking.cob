      *************************************************************
      * PRINT TELDEKKING
      *
      * DEKKINGSRAPPORT VAN DE CYCLUSTELLINGEN. VOOR ELKE REGEL IN
      * TELPLAN.DAT (ELK PRODUCT OP ELKE LOCATIE, BIJGEHOUDEN DOOR
      * PLAN-TELLINGEN EN TEL-STOCK) WORDT MET DE KLASSE UIT
      * ABCKLASSEN.DAT DE VOLGENDE TELDATUM BEPAALD: KLASSE A EEN
      * MAAND, B DRIE MAANDEN EN C TWAALF MAANDEN NA DE LAATSTE
      * TELLING. EEN PRODUCT ZONDER KLASSE GELDT ALS KLASSE C.
      * WAT NOOIT GETELD WERD OF WAARVAN DE VOLGENDE TELDATUM
      * VOORBIJ IS, IS ACHTERSTALLIG. HET RAPPORT TOONT PER KLASSE
      * HOEVEEL REGELS GEDEKT EN ACHTERSTALLIG ZIJN, EN DAARNA DE
      * ACHTERSTALLIGE REGELS PER ZONE UIT LOCATIES.DAT, DE OUDSTE
      * TELLING EERST. DE LIJST GAAT NAAR TELDEKKING.LST EN WORDT
      * VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-TELDEKKING.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TELPLAN
                  ASSIGN TO "BESTANDEN/TELPLAN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TPL-SLEUTEL
                  FILE STATUS IS TELPLAN-STATUS.

           SELECT OPTIONAL ABCKLASSEN
                  ASSIGN TO "BESTANDEN/ABCKLASSEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ABC-PRODNR
                  FILE STATUS IS ABCKLASSEN-STATUS.

           SELECT OPTIONAL LOCATIES
                  ASSIGN TO "BESTANDEN/LOCATIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOCM-CODE
                  FILE STATUS IS LOCATIES-STATUS.

           SELECT SORT-WERKBESTAND ASSIGN TO "BESTANDEN/SORTDEK.TMP".

           SELECT DEKKINGSLIJST
                  ASSIGN TO "BESTANDEN/TELDEKKING.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TELPLAN BLOCK CONTAINS 10 RECORDS.
       01  TELPLAN-REC.
           COPY "telplan.cpy".

       FD  ABCKLASSEN BLOCK CONTAINS 10 RECORDS.
       01  ABCKLASSE-REC.
           COPY "abcklasse.cpy".

       FD  LOCATIES BLOCK CONTAINS 10 RECORDS.
       01  LOCATIE-MASTER.
           COPY "locatie.cpy".

       SD  SORT-WERKBESTAND.
       01  SORT-DEK.
           02 SDK-ZONE PIC X(2).
           02 SDK-LAATSTE PIC 9(8).
           02 SDK-LOCATIE PIC X(4).
           02 SDK-PRODNR PIC X(6).
           02 SDK-KLASSE PIC X(1).
           02 SDK-VOLGENDE PIC 9(8).

       FD  DEKKINGSLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  TELPLAN-STATUS PIC X(2).
       77  ABCKLASSEN-STATUS PIC X(2).
       77  LOCATIES-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  KLASSE-WERK PIC X(1).
       77  KLASSE-IDX PIC 9.
       77  INTERVAL-MAANDEN PIC 99.
       77  VOLGENDE-TELLING PIC 9(8).
       77  HUIDIGE-ZONE PIC X(2).
       77  EERSTE-ZONE PIC X(1).
           88 NOG-GEEN-ZONE VALUE "J".
       77  ZONE-TELLER PIC 9(7).
       77  TOTAAL-REGELS PIC 9(7) VALUE ZERO.
       77  TOTAAL-ACHTERSTALLIG PIC 9(7) VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  KLASSE-NAMEN VALUE "ABC".
           02 KLASSE-NAAM PIC X(1) OCCURS 3.
       01  KLASSE-TOTALEN.
           02 KLASSE-TOTAAL OCCURS 3.
               03 KLT-REGELS PIC 9(7).
               03 KLT-GEDEKT PIC 9(7).
               03 KLT-ACHTERSTALLIG PIC 9(7).
               03 KLT-NOOIT PIC 9(7).
       01  KLASSE-VELDEN.
           02 FILLER PIC X(7) VALUE "KLASSE ".
           02 KLV-KLASSE PIC X(1).
           02 FILLER PIC X(4) VALUE SPACE.
           02 KLV-REGELS PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 KLV-GEDEKT PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 KLV-ACHTERSTALLIG PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 KLV-NOOIT PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 KLV-DEKKING PIC ZZ9.
           02 FILLER PIC X(1) VALUE "%".
       01  ACHTERSTAND-VELDEN.
           02 FILLER PIC X(2) VALUE SPACE.
           02 ACV-LOCATIE PIC X(4).
           02 FILLER PIC X(3) VALUE SPACE.
           02 ACV-PRODNR PIC X(6).
           02 FILLER PIC X(5) VALUE SPACE.
           02 ACV-KLASSE PIC X(1).
           02 FILLER PIC X(5) VALUE SPACE.
           02 ACV-LAATSTE PIC X(8).
           02 FILLER PIC X(3) VALUE SPACE.
           02 ACV-VOLGENDE PIC X(8).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           SORT SORT-WERKBESTAND
               ON ASCENDING KEY SDK-ZONE SDK-LAATSTE SDK-LOCATIE
                   SDK-PRODNR
               INPUT PROCEDURE IS BEKIJK-TELPLAN
               OUTPUT PROCEDURE IS DRUK-ACHTERSTAND
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO KLASSE-TOTALEN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT TELPLAN
           IF TELPLAN-STATUS NOT = "00" AND TELPLAN-STATUS NOT = "05"
               DISPLAY "KAN TELPLAN NIET OPENEN, STATUS: "
                   TELPLAN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT ABCKLASSEN
           IF ABCKLASSEN-STATUS NOT = "00"
               AND ABCKLASSEN-STATUS NOT = "05"
               DISPLAY "KAN ABC-KLASSEN NIET OPENEN, STATUS: "
                   ABCKLASSEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIES
           IF LOCATIES-STATUS NOT = "00" AND LOCATIES-STATUS NOT = "05"
               DISPLAY "KAN LOCATIEBESTAND NIET OPENEN, STATUS: "
                   LOCATIES-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT DEKKINGSLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "DEKKING CYCLUSTELLINGEN OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:64)
           PERFORM SCHRIJF-LIJSTREGEL.

       BEKIJK-TELPLAN.
           MOVE "N" TO GEDAAN
           IF TELPLAN-STATUS = "05"
               MOVE "J" TO GEDAAN
           END-IF
           PERFORM BEKIJK-TELPLANREGEL UNTIL STOPLEZEN.

       BEKIJK-TELPLANREGEL.
           READ TELPLAN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND TELPLAN-STATUS NOT = "00"
               AND TELPLAN-STATUS NOT = "02"
               DISPLAY "TELPLAN IS DEFECT, STATUS: " TELPLAN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               ADD 1 TO TOTAAL-REGELS
               PERFORM ZOEK-KLASSE
               ADD 1 TO KLT-REGELS (KLASSE-IDX)
               PERFORM BEREKEN-VOLGENDE-TELLING
               IF TPL-LAATSTE-TELLING = ZERO
                   OR VOLGENDE-TELLING < RUNDATUM
                   ADD 1 TO KLT-ACHTERSTALLIG (KLASSE-IDX)
                   ADD 1 TO TOTAAL-ACHTERSTALLIG
                   IF TPL-LAATSTE-TELLING = ZERO
                       ADD 1 TO KLT-NOOIT (KLASSE-IDX)
                   END-IF
                   MOVE SPACES TO SORT-DEK
                   PERFORM ZOEK-ZONE
                   MOVE TPL-LAATSTE-TELLING TO SDK-LAATSTE
                   MOVE TPL-LOCATIE TO SDK-LOCATIE
                   MOVE TPL-PRODNR TO SDK-PRODNR
                   MOVE KLASSE-WERK TO SDK-KLASSE
                   MOVE VOLGENDE-TELLING TO SDK-VOLGENDE
                   RELEASE SORT-DEK
               ELSE
                   ADD 1 TO KLT-GEDEKT (KLASSE-IDX)
               END-IF
           END-IF.

       ZOEK-KLASSE.
           MOVE "C" TO KLASSE-WERK
           IF ABCKLASSEN-STATUS NOT = "05"
               MOVE TPL-PRODNR TO ABC-PRODNR
               READ ABCKLASSEN
                   INVALID KEY CONTINUE
               END-READ
               IF ABCKLASSEN-STATUS = "00"
                   MOVE ABC-KLASSE TO KLASSE-WERK
               ELSE
                   IF ABCKLASSEN-STATUS NOT = "23"
                       DISPLAY "ABC-KLASSEN IS DEFECT, STATUS: "
                           ABCKLASSEN-STATUS
                       PERFORM FOUT
                   END-IF
               END-IF
           END-IF
           MOVE 3 TO KLASSE-IDX
           MOVE 12 TO INTERVAL-MAANDEN
           IF KLASSE-WERK = "A"
               MOVE 1 TO KLASSE-IDX
               MOVE 1 TO INTERVAL-MAANDEN
           END-IF
           IF KLASSE-WERK = "B"
               MOVE 2 TO KLASSE-IDX
               MOVE 3 TO INTERVAL-MAANDEN
           END-IF.

       BEREKEN-VOLGENDE-TELLING.
           MOVE TPL-LAATSTE-TELLING TO WERKDATUM
           ADD INTERVAL-MAANDEN TO WRK-MAAND
           IF WRK-MAAND > 12
               SUBTRACT 12 FROM WRK-MAAND
               ADD 1 TO WRK-JAAR
           END-IF
           MOVE WERKDATUM TO VOLGENDE-TELLING.

       ZOEK-ZONE.
           MOVE "??" TO SDK-ZONE
           IF LOCATIES-STATUS NOT = "05"
               MOVE TPL-LOCATIE TO LOCM-CODE
               READ LOCATIES
                   INVALID KEY CONTINUE
               END-READ
               IF LOCATIES-STATUS = "00"
                   MOVE LOCM-ZONE TO SDK-ZONE
               END-IF
           END-IF.

      * EERST DE DEKKING PER KLASSE, DAARNA DE ACHTERSTALLIGE
      * REGELS UIT DE SORT PER ZONE.
       DRUK-ACHTERSTAND.
           MOVE "KLASSE" TO LIJST-REGEL (1:6)
           MOVE "REGELS" TO LIJST-REGEL (14:6)
           MOVE "GEDEKT" TO LIJST-REGEL (24:6)
           MOVE "ACHTER" TO LIJST-REGEL (34:6)
           MOVE "NOOIT" TO LIJST-REGEL (45:5)
           MOVE "DEKKING" TO LIJST-REGEL (53:7)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM DRUK-KLASSE VARYING KLASSE-IDX FROM 1 BY 1
               UNTIL KLASSE-IDX > 3
           MOVE ALL "-" TO LIJST-REGEL (1:64)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "ACHTERSTALLIGE TELLINGEN" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "LOC" TO LIJST-REGEL (3:3)
           MOVE "PRODUCT" TO LIJST-REGEL (9:7)
           MOVE "KL" TO LIJST-REGEL (20:2)
           MOVE "LAATSTE" TO LIJST-REGEL (27:7)
           MOVE "TE TELLEN" TO LIJST-REGEL (38:9)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "J" TO EERSTE-ZONE
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM DRUK-VOLGENDE-ACHTERSTAND UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-ZONE
               PERFORM SLUIT-ZONE-AF
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:64)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SPACES TO LIJST-REGEL
           STRING "REGELS IN TELPLAN: " DELIMITED BY SIZE
               TOTAAL-REGELS DELIMITED BY SIZE
               "  ACHTERSTALLIG: " DELIMITED BY SIZE
               TOTAAL-ACHTERSTALLIG DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-KLASSE.
           MOVE KLASSE-NAAM (KLASSE-IDX) TO KLV-KLASSE
           MOVE KLT-REGELS (KLASSE-IDX) TO KLV-REGELS
           MOVE KLT-GEDEKT (KLASSE-IDX) TO KLV-GEDEKT
           MOVE KLT-ACHTERSTALLIG (KLASSE-IDX) TO KLV-ACHTERSTALLIG
           MOVE KLT-NOOIT (KLASSE-IDX) TO KLV-NOOIT
           IF KLT-REGELS (KLASSE-IDX) = ZERO
               MOVE 100 TO KLV-DEKKING
           ELSE
               COMPUTE KLV-DEKKING ROUNDED =
                   KLT-GEDEKT (KLASSE-IDX) * 100
                   / KLT-REGELS (KLASSE-IDX)
           END-IF
           MOVE KLASSE-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-VOLGENDE-ACHTERSTAND.
           RETURN SORT-WERKBESTAND
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-ZONE
                   MOVE "N" TO EERSTE-ZONE
                   PERFORM BEGIN-ZONE
               ELSE
                   IF SDK-ZONE NOT = HUIDIGE-ZONE
                       PERFORM SLUIT-ZONE-AF
                       PERFORM BEGIN-ZONE
                   END-IF
               END-IF
               MOVE SDK-LOCATIE TO ACV-LOCATIE
               MOVE SDK-PRODNR TO ACV-PRODNR
               MOVE SDK-KLASSE TO ACV-KLASSE
               IF SDK-LAATSTE = ZERO
                   MOVE "NOOIT" TO ACV-LAATSTE
                   MOVE "DIRECT" TO ACV-VOLGENDE
               ELSE
                   MOVE SDK-LAATSTE TO ACV-LAATSTE
                   MOVE SDK-VOLGENDE TO ACV-VOLGENDE
               END-IF
               MOVE ACHTERSTAND-VELDEN TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
               ADD 1 TO ZONE-TELLER
           END-IF.

       BEGIN-ZONE.
           MOVE SDK-ZONE TO HUIDIGE-ZONE
           MOVE ZERO TO ZONE-TELLER
           MOVE SPACES TO LIJST-REGEL
           STRING "ZONE " DELIMITED BY SIZE
               HUIDIGE-ZONE DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       SLUIT-ZONE-AF.
           MOVE SPACES TO LIJST-REGEL
           STRING "  ACHTERSTALLIG IN ZONE " DELIMITED BY SIZE
               HUIDIGE-ZONE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ZONE-TELLER DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE TELPLAN
           CLOSE ABCKLASSEN
           CLOSE LOCATIES
           CLOSE DEKKINGSLIJST
           MOVE "TELDEKKING" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/TELDEKKING.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-TELDEKKING" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE TPL-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
