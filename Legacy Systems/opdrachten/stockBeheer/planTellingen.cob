      *************************************************************
      * PLAN TELLINGEN
      *
      * DAGELIJKSE PLANNING VAN DE CYCLUSTELLINGEN.
      * EERST WORDT ELK PRODUCT IN STOCK.DAT INGEDEELD IN KLASSE A,
      * B OF C VOLGENS ZIJN JAARVERKOOPWAARDE: HET VERKOCHTE AANTAL
      * VAN DE LAATSTE TWAALF MAANDEN UIT MAANDTOTALEN.DAT MAAL
      * UNIT-COST. AFLOPEND GESORTEERD VORMEN DE PRODUCTEN TOT
      * ABC-GRENS-A PROCENT VAN DE TOTALE WAARDE KLASSE A, TOT
      * ABC-GRENS-B PROCENT KLASSE B, DE REST (EN ALLES ZONDER
      * VERKOOP) KLASSE C (PARAMETERS.DAT, ZONDER PARAMETER 80 EN
      * 95). DE INDELING GAAT NAAR ABCKLASSEN.DAT.
      * DAARNA WORDT ELKE PRODUCT/LOCATIE IN LOCATIESTOCK.DAT
      * NAAST DE LAATSTE TELDATUM IN TELPLAN.DAT GELEGD (TEL-STOCK
      * WERKT DIE BIJ). KLASSE A MOET MAANDELIJKS GETELD WORDEN,
      * B PER KWARTAAL EN C JAARLIJKS; WAT NOOIT GETELD WERD OF
      * WAARVAN DE TERMIJN VERSTREKEN IS, KOMT OP DE TELLIJST
      * TELLIJST.LST, PER ZONE UIT LOCATIES.DAT, KLASSE A EERST EN
      * DAARBINNEN DE OUDSTE TELLING EERST. PER ZONE KOMEN ER
      * HOOGSTENS TELLING-DAGMAX REGELS (ZONDER PARAMETER 25) OP,
      * ZODAT DE ACHTERSTAND OVER DE VOLGENDE DAGEN VERDEELD WORDT.
      * REGELS IN TELPLAN.DAT ZONDER LOCATIESTOCK WORDEN GEWIST.
      * PRINT-TELDEKKING TOONT DE ACHTERSTALLIGE TELLINGEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-TELLINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  FILE STATUS IS STOCK-STATUS.

           SELECT OPTIONAL MAANDTOTALEN
                  ASSIGN TO "BESTANDEN/MAANDTOTALEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MDT-SLEUTEL
                  FILE STATUS IS MAANDTOTALEN-STATUS.

           SELECT ABCKLASSEN
                  ASSIGN TO "BESTANDEN/ABCKLASSEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ABC-PRODNR
                  FILE STATUS IS ABCKLASSEN-STATUS.

           SELECT LOCATIE-STOCK ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOC-SLEUTEL
                  FILE STATUS IS LOCATIE-STATUS.

           SELECT OPTIONAL LOCATIES
                  ASSIGN TO "BESTANDEN/LOCATIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOCM-CODE
                  FILE STATUS IS LOCATIES-STATUS.

           SELECT OPTIONAL TELPLAN
                  ASSIGN TO "BESTANDEN/TELPLAN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TPL-SLEUTEL
                  FILE STATUS IS TELPLAN-STATUS.

           SELECT SORT-KLASSE ASSIGN TO "BESTANDEN/SORTABC.TMP".

           SELECT SORT-TELLING ASSIGN TO "BESTANDEN/SORTTEL.TMP".

           SELECT OPTIONAL TELLIJST
                  ASSIGN TO "BESTANDEN/TELLIJST.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           02 NAAM          PIC X(40).
           02 INSTOCK       PIC 9(4).
           02 REORDER-LEVEL PIC 9(4).
           02 UNIT-COST     PIC 9(5)V99.

       FD  MAANDTOTALEN BLOCK CONTAINS 10 RECORDS.
       01  MAANDTOTAAL-REC.
           COPY "maandtotaal.cpy".

       FD  ABCKLASSEN BLOCK CONTAINS 10 RECORDS.
       01  ABCKLASSE-REC.
           COPY "abcklasse.cpy".

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

       FD  TELPLAN BLOCK CONTAINS 10 RECORDS.
       01  TELPLAN-REC.
           COPY "telplan.cpy".

       SD  SORT-KLASSE.
       01  SORT-ABC.
           02 SAB-WAARDE PIC 9(9)V99.
           02 SAB-PRODNR PIC X(6).

       SD  SORT-TELLING.
       01  SORT-TEL.
           02 STL-ZONE PIC X(2).
           02 STL-KLASSE PIC X(1).
           02 STL-LAATSTE PIC 9(8).
           02 STL-LOCATIE PIC X(4).
           02 STL-PRODNR PIC X(6).
           02 STL-INSTOCK PIC 9(4).

       FD  TELLIJST.
       01  TEL-REGEL PIC X(70).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  MAANDEN-GEDAAN PIC X(1).
           88 EINDE-MAANDEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  STOCK-STATUS PIC X(2).
       77  MAANDTOTALEN-STATUS PIC X(2).
       77  ABCKLASSEN-STATUS PIC X(2).
       77  LOCATIE-STATUS PIC X(2).
       77  LOCATIES-STATUS PIC X(2).
       77  TELPLAN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  HUIDIGE-MAAND PIC 9(6).
       77  EERSTE-MAAND PIC 9(6).
       77  JAARVERKOOP PIC 9(9).
       77  JAARWAARDE PIC 9(9)V99.
       77  TOTALE-WAARDE PIC 9(11)V99 VALUE ZERO.
       77  CUM-WAARDE PIC 9(11)V99 VALUE ZERO.
       77  GRENS-A PIC 9(3)V99.
       77  GRENS-B PIC 9(3)V99.
       77  DAGMAX PIC 9(5).
       77  AANTAL-A PIC 9(7) VALUE ZERO.
       77  AANTAL-B PIC 9(7) VALUE ZERO.
       77  AANTAL-C PIC 9(7) VALUE ZERO.
       77  AANTAL-TE-TELLEN PIC 9(7) VALUE ZERO.
       77  AANTAL-OP-LIJST PIC 9(7) VALUE ZERO.
       77  AANTAL-GEWIST PIC 9(7) VALUE ZERO.
       77  INTERVAL-MAANDEN PIC 99.
       77  VOLGENDE-TELLING PIC 9(8).
       77  HUIDIGE-ZONE PIC X(2).
       77  EERSTE-ZONE PIC X(1).
           88 NOG-GEEN-ZONE VALUE "J".
       77  ZONE-TELLER PIC 9(5).
       77  ZONE-UITGESTELD PIC 9(5).
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  MAAND-WERK.
           02 MWK-JAAR PIC 9(4).
           02 MWK-MAAND PIC 99.
       01  TEL-VELDEN.
           02 FILLER PIC X(4) VALUE "[ ] ".
           02 TLV-LOCATIE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 TLV-PRODNR PIC X(6).
           02 FILLER PIC X(9) VALUE "  KLASSE ".
           02 TLV-KLASSE PIC X(1).
           02 FILLER PIC X(10) VALUE "  LAATST: ".
           02 TLV-LAATSTE PIC X(8).
           02 FILLER PIC X(9) VALUE "  BOEK:  ".
           02 TLV-INSTOCK PIC ZZZ9.
           02 FILLER PIC X(10) VALUE "  GETELD: ".
           02 FILLER PIC X(3) VALUE "___".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           SORT SORT-KLASSE
               ON DESCENDING KEY SAB-WAARDE
               ON ASCENDING KEY SAB-PRODNR
               INPUT PROCEDURE IS WAARDEER-PRODUCTEN
               OUTPUT PROCEDURE IS KEN-KLASSEN-TOE
           PERFORM OPEN-TELBESTANDEN
           PERFORM RUIM-TELPLAN-OP
           SORT SORT-TELLING
               ON ASCENDING KEY STL-ZONE STL-KLASSE STL-LAATSTE
                   STL-LOCATIE STL-PRODNR
               INPUT PROCEDURE IS ZOEK-TE-TELLEN
               OUTPUT PROCEDURE IS DRUK-TELLIJST
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO PRODUCT LOCATIE-REC LOCATIE-MASTER
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE RUNDATUM (1:6) TO HUIDIGE-MAAND
           MOVE HUIDIGE-MAAND TO MAAND-WERK
           IF MWK-MAAND = 12
               MOVE 1 TO MWK-MAAND
           ELSE
               SUBTRACT 1 FROM MWK-JAAR
               ADD 1 TO MWK-MAAND
           END-IF
           MOVE MAAND-WERK TO EERSTE-MAAND
           MOVE "ABC-GRENS-A" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO GRENS-A
           ELSE
               MOVE 80 TO GRENS-A
           END-IF
           MOVE "ABC-GRENS-B" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO GRENS-B
           ELSE
               MOVE 95 TO GRENS-B
           END-IF
           MOVE "TELLING-DAGMAX" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO DAGMAX
           ELSE
               MOVE 25 TO DAGMAX
           END-IF
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT MAANDTOTALEN
           IF MAANDTOTALEN-STATUS NOT = "00"
               AND MAANDTOTALEN-STATUS NOT = "05"
               DISPLAY "KAN MAANDTOTALEN NIET OPENEN, STATUS: "
                   MAANDTOTALEN-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "PLANNING CYCLUSTELLINGEN OP " RUNDATUM
           DISPLAY "---------------------------------------".

       HAAL-PARAMETER.
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT.

      * PER PRODUCT WORDT HET VERKOCHTE AANTAL VAN DE TWAALF
      * MAANDEN TOT EN MET DE LOPENDE MAAND OPGETELD.
       WAARDEER-PRODUCTEN.
           MOVE "N" TO GEDAAN
           PERFORM WAARDEER-PRODUCT UNTIL STOPLEZEN
           CLOSE Stock
           CLOSE MAANDTOTALEN.

       WAARDEER-PRODUCT.
           READ Stock
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND STOCK-STATUS NOT = "00"
               DISPLAY "STOCKBESTAND IS DEFECT, STATUS: " STOCK-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE ZERO TO JAARVERKOOP
               MOVE "N" TO MAANDEN-GEDAAN
               IF MAANDTOTALEN-STATUS = "05"
                   MOVE "J" TO MAANDEN-GEDAAN
               ELSE
                   MOVE NR TO MDT-PRODNR
                   MOVE EERSTE-MAAND TO MDT-MAAND
                   START MAANDTOTALEN KEY IS NOT < MDT-SLEUTEL
                       INVALID KEY MOVE "J" TO MAANDEN-GEDAAN
                   END-START
               END-IF
               PERFORM TEL-MAANDVERKOOP UNTIL EINDE-MAANDEN
               COMPUTE JAARWAARDE = JAARVERKOOP * UNIT-COST
                   ON SIZE ERROR MOVE 999999999.99 TO JAARWAARDE
               END-COMPUTE
               ADD JAARWAARDE TO TOTALE-WAARDE
               MOVE JAARWAARDE TO SAB-WAARDE
               MOVE NR TO SAB-PRODNR
               RELEASE SORT-ABC
           END-IF.

       TEL-MAANDVERKOOP.
           READ MAANDTOTALEN NEXT
               AT END MOVE "J" TO MAANDEN-GEDAAN
           END-READ
           IF NOT EINDE-MAANDEN AND MAANDTOTALEN-STATUS NOT = "00"
               AND MAANDTOTALEN-STATUS NOT = "02"
               DISPLAY "MAANDTOTALEN IS DEFECT, STATUS: "
                   MAANDTOTALEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT EINDE-MAANDEN
               IF MDT-PRODNR NOT = NR OR MDT-MAAND > HUIDIGE-MAAND
                   MOVE "J" TO MAANDEN-GEDAAN
               ELSE
                   ADD MDT-VERKOCHT TO JAARVERKOOP
               END-IF
           END-IF.

      * DE KLASSE VOLGT UIT HET AANDEEL VAN DE WAARDE VAN DE
      * DUURDERE PRODUCTEN DIE AL VOOR DIT PRODUCT KWAMEN.
       KEN-KLASSEN-TOE.
           OPEN OUTPUT ABCKLASSEN
           IF ABCKLASSEN-STATUS NOT = "00"
               DISPLAY "KAN ABC-KLASSEN NIET AANMAKEN, STATUS: "
                   ABCKLASSEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM KEN-KLASSE-TOE UNTIL SORT-UITGELEZEN
           CLOSE ABCKLASSEN.

       KEN-KLASSE-TOE.
           RETURN SORT-KLASSE
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               MOVE SPACES TO ABCKLASSE-REC
               MOVE SAB-PRODNR TO ABC-PRODNR
               MOVE SAB-WAARDE TO ABC-JAARWAARDE
               MOVE RUNDATUM TO ABC-DATUM
               IF SAB-WAARDE = ZERO
                   SET KLASSE-C TO TRUE
               ELSE
                   IF CUM-WAARDE * 100 < GRENS-A * TOTALE-WAARDE
                       SET KLASSE-A TO TRUE
                   ELSE
                       IF CUM-WAARDE * 100 < GRENS-B * TOTALE-WAARDE
                           SET KLASSE-B TO TRUE
                       ELSE
                           SET KLASSE-C TO TRUE
                       END-IF
                   END-IF
               END-IF
               ADD SAB-WAARDE TO CUM-WAARDE
               IF KLASSE-A
                   ADD 1 TO AANTAL-A
               END-IF
               IF KLASSE-B
                   ADD 1 TO AANTAL-B
               END-IF
               IF KLASSE-C
                   ADD 1 TO AANTAL-C
               END-IF
               WRITE ABCKLASSE-REC
                   INVALID KEY
                       DISPLAY "ABC-KLASSEN IS DEFECT, STATUS: "
                           ABCKLASSEN-STATUS
                       PERFORM FOUT
               END-WRITE
           END-IF.

       OPEN-TELBESTANDEN.
           OPEN INPUT ABCKLASSEN
           IF ABCKLASSEN-STATUS NOT = "00"
               DISPLAY "KAN ABC-KLASSEN NIET OPENEN, STATUS: "
                   ABCKLASSEN-STATUS
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
           OPEN I-O TELPLAN
           IF TELPLAN-STATUS NOT = "00" AND TELPLAN-STATUS NOT = "05"
               DISPLAY "KAN TELPLAN NIET OPENEN, STATUS: "
                   TELPLAN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT TELLIJST
           MOVE "J" TO EERSTE-ZONE.

       RUIM-TELPLAN-OP.
           MOVE "N" TO GEDAAN
           MOVE LOW-VALUES TO TPL-SLEUTEL
           START TELPLAN KEY IS NOT < TPL-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM CONTROLEER-TELPLANREGEL UNTIL STOPLEZEN.

       CONTROLEER-TELPLANREGEL.
           READ TELPLAN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND TELPLAN-STATUS NOT = "00"
               AND TELPLAN-STATUS NOT = "02"
               DISPLAY "TELPLAN IS DEFECT, STATUS: " TELPLAN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE TPL-PRODNR TO LOC-NR
               MOVE TPL-LOCATIE TO LOC-LOCATIE
               READ LOCATIE-STOCK
                   INVALID KEY CONTINUE
               END-READ
               IF LOCATIE-STATUS = "23"
                   DELETE TELPLAN RECORD
                       INVALID KEY
                           DISPLAY "TELPLAN IS DEFECT, STATUS: "
                               TELPLAN-STATUS
                           PERFORM FOUT
                   END-DELETE
                   ADD 1 TO AANTAL-GEWIST
               ELSE
                   IF LOCATIE-STATUS NOT = "00"
                       DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                           LOCATIE-STATUS
                       PERFORM FOUT
                   END-IF
               END-IF
           END-IF.

       ZOEK-TE-TELLEN.
           MOVE "N" TO GEDAAN
           MOVE LOW-VALUES TO LOC-SLEUTEL
           START LOCATIE-STOCK KEY IS NOT < LOC-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM BEKIJK-LOCATIESTOCK UNTIL STOPLEZEN.

       BEKIJK-LOCATIESTOCK.
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
               MOVE SPACES TO SORT-TEL
               MOVE LOC-NR TO STL-PRODNR
               MOVE LOC-LOCATIE TO STL-LOCATIE
               MOVE LOC-INSTOCK TO STL-INSTOCK
               PERFORM ZOEK-KLASSE
               PERFORM ZOEK-LAATSTE-TELLING
               PERFORM BEREKEN-VOLGENDE-TELLING
               IF STL-LAATSTE = ZERO
                   OR VOLGENDE-TELLING NOT > RUNDATUM
                   PERFORM ZOEK-ZONE
                   ADD 1 TO AANTAL-TE-TELLEN
                   RELEASE SORT-TEL
               END-IF
           END-IF.

       ZOEK-KLASSE.
           MOVE LOC-NR TO ABC-PRODNR
           READ ABCKLASSEN
               INVALID KEY MOVE "C" TO ABC-KLASSE
           END-READ
           IF ABCKLASSEN-STATUS NOT = "00"
               AND ABCKLASSEN-STATUS NOT = "23"
               DISPLAY "ABC-KLASSEN IS DEFECT, STATUS: "
                   ABCKLASSEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE ABC-KLASSE TO STL-KLASSE.

      * EEN PRODUCT/LOCATIE ZONDER TELPLANREGEL WERD NOG NOOIT
      * GETELD; DE REGEL WORDT AANGEMAAKT MET TELDATUM NUL.
       ZOEK-LAATSTE-TELLING.
           MOVE LOC-SLEUTEL TO TPL-SLEUTEL
           READ TELPLAN
               INVALID KEY CONTINUE
           END-READ
           IF TELPLAN-STATUS = "00"
               MOVE TPL-LAATSTE-TELLING TO STL-LAATSTE
           ELSE
               IF TELPLAN-STATUS NOT = "23"
                   DISPLAY "TELPLAN IS DEFECT, STATUS: " TELPLAN-STATUS
                   PERFORM FOUT
               END-IF
               MOVE LOC-SLEUTEL TO TPL-SLEUTEL
               MOVE ZERO TO TPL-LAATSTE-TELLING
               WRITE TELPLAN-REC
                   INVALID KEY
                       DISPLAY "TELPLAN IS DEFECT, STATUS: "
                           TELPLAN-STATUS
                       PERFORM FOUT
               END-WRITE
               MOVE ZERO TO STL-LAATSTE
           END-IF.

       BEREKEN-VOLGENDE-TELLING.
           MOVE 12 TO INTERVAL-MAANDEN
           IF STL-KLASSE = "A"
               MOVE 1 TO INTERVAL-MAANDEN
           END-IF
           IF STL-KLASSE = "B"
               MOVE 3 TO INTERVAL-MAANDEN
           END-IF
           MOVE STL-LAATSTE TO WERKDATUM
           ADD INTERVAL-MAANDEN TO WRK-MAAND
           IF WRK-MAAND > 12
               SUBTRACT 12 FROM WRK-MAAND
               ADD 1 TO WRK-JAAR
           END-IF
           MOVE WERKDATUM TO VOLGENDE-TELLING.

       ZOEK-ZONE.
           MOVE "??" TO STL-ZONE
           IF LOCATIES-STATUS NOT = "05"
               MOVE LOC-LOCATIE TO LOCM-CODE
               READ LOCATIES
                   INVALID KEY CONTINUE
               END-READ
               IF LOCATIES-STATUS = "00"
                   MOVE LOCM-ZONE TO STL-ZONE
               END-IF
           END-IF.

       DRUK-TELLIJST.
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM DRUK-VOLGENDE-TELLING UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-ZONE
               PERFORM SLUIT-ZONE-AF
           END-IF.

       DRUK-VOLGENDE-TELLING.
           RETURN SORT-TELLING
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-ZONE
                   MOVE "N" TO EERSTE-ZONE
                   PERFORM BEGIN-ZONE
               ELSE
                   IF STL-ZONE NOT = HUIDIGE-ZONE
                       PERFORM SLUIT-ZONE-AF
                       PERFORM BEGIN-ZONE
                   END-IF
               END-IF
               IF ZONE-TELLER < DAGMAX
                   PERFORM DRUK-TELREGEL
               ELSE
                   ADD 1 TO ZONE-UITGESTELD
               END-IF
           END-IF.

       BEGIN-ZONE.
           MOVE STL-ZONE TO HUIDIGE-ZONE
           MOVE ZERO TO ZONE-TELLER ZONE-UITGESTELD
           MOVE SPACES TO TEL-REGEL
           WRITE TEL-REGEL
           MOVE SPACES TO TEL-REGEL
           STRING "==== TELLIJST " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               " ZONE " DELIMITED BY SIZE
               HUIDIGE-ZONE DELIMITED BY SIZE
               " ====" DELIMITED BY SIZE
               INTO TEL-REGEL
           END-STRING
           WRITE TEL-REGEL
           DISPLAY "ZONE " HUIDIGE-ZONE.

       DRUK-TELREGEL.
           MOVE STL-LOCATIE TO TLV-LOCATIE
           MOVE STL-PRODNR TO TLV-PRODNR
           MOVE STL-KLASSE TO TLV-KLASSE
           IF STL-LAATSTE = ZERO
               MOVE "NOOIT" TO TLV-LAATSTE
           ELSE
               MOVE STL-LAATSTE TO TLV-LAATSTE
           END-IF
           MOVE STL-INSTOCK TO TLV-INSTOCK
           MOVE TEL-VELDEN TO TEL-REGEL
           WRITE TEL-REGEL
           DISPLAY "  " TLV-LOCATIE " " TLV-PRODNR " KLASSE "
               TLV-KLASSE " LAATST " TLV-LAATSTE
           ADD 1 TO ZONE-TELLER
           ADD 1 TO AANTAL-OP-LIJST.

       SLUIT-ZONE-AF.
           MOVE SPACES TO TEL-REGEL
           STRING "ZONE " DELIMITED BY SIZE
               HUIDIGE-ZONE DELIMITED BY SIZE
               " - TE TELLEN: " DELIMITED BY SIZE
               ZONE-TELLER DELIMITED BY SIZE
               "  UITGESTELD: " DELIMITED BY SIZE
               ZONE-UITGESTELD DELIMITED BY SIZE
               INTO TEL-REGEL
           END-STRING
           WRITE TEL-REGEL
           DISPLAY "  ZONE " HUIDIGE-ZONE " TOTAAL " ZONE-TELLER
               " REGELS, " ZONE-UITGESTELD " UITGESTELD".

       SLUIT-BESTANDEN.
           CLOSE ABCKLASSEN
           CLOSE LOCATIE-STOCK
           CLOSE LOCATIES
           CLOSE TELPLAN
           CLOSE TELLIJST
           MOVE "TELLIJST" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/TELLIJST.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------".
           DISPLAY "PRODUCTEN KLASSE A  : " AANTAL-A.
           DISPLAY "PRODUCTEN KLASSE B  : " AANTAL-B.
           DISPLAY "PRODUCTEN KLASSE C  : " AANTAL-C.
           DISPLAY "TE TELLEN           : " AANTAL-TE-TELLEN.
           DISPLAY "OP DE TELLIJST      : " AANTAL-OP-LIJST.
           DISPLAY "TELPLAN GEWIST      : " AANTAL-GEWIST.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PLAN-TELLINGEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE LOC-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
