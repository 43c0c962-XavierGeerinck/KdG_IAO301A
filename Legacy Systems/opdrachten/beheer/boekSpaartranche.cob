      *************************************************************
      * BOEK SPAARTRANCHE
      *
      * GEDEELDE ROUTINE VOOR DE GEREGLEMENTEERDE SPAARREKENING
      * (REKENINGTYPE "GRSP"): HOUDT PER REKENING DE STORTINGEN BIJ
      * ALS AFZONDERLIJKE TRANCHES IN SPAARTRANCHES.DAT, ELK MET
      * ZIJN EIGEN STARTDATUM VOOR DE GETROUWHEIDSPREMIE.
      * EEN POSITIEF LK-BEDRAG WORDT EEN NIEUWE TRANCHE MET LK-DATUM
      * (DE VALUTADATUM) ALS STORT- EN GETROUWHEIDSDATUM. EEN
      * NEGATIEF LK-BEDRAG (AFHALING) WORDT AFGEBOEKT OP DE MEEST
      * RECENTE TRANCHES EERST; EEN LEGE TRANCHE VERDWIJNT, TENZIJ
      * ER NOG OPGEBOUWDE RENTE OF PREMIE OP WACHT.
      * LK-RESULTAAT WORDT "J" ALS ALLES GEBOEKT IS, "T" ALS DE
      * AFHALING GROTER WAS DAN DE OPENSTAANDE TRANCHES EN "F" ALS
      * HET TRANCHEBESTAND NIET TE OPENEN OF DEFECT IS; DE OPROEPER
      * BESLIST WAT DAN GEBEURT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOEK-SPAARTRANCHE.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPAARTRANCHES
                  ASSIGN TO "BESTANDEN/SPAARTRANCHES.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS STR-SLEUTEL
                  FILE STATUS IS TRANCHES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPAARTRANCHES BLOCK CONTAINS 10 RECORDS.
       01  TRANCHE-REC.
           COPY "spaartranche.cpy".

       WORKING-STORAGE SECTION.
       77  TRANCHES-STATUS PIC X(2).
       77  SCAN-KLAAR PIC X(1).
           88 TRANCHE-SCAN-KLAAR VALUE "J".
       77  TRANCHE-TOESTAND PIC X(1).
           88 TRANCHE-GEVONDEN VALUE "J".
           88 GEEN-TRANCHE-MEER VALUE "N".
       77  HOOGSTE-VOLGNR PIC 9(5).
       77  LAATSTE-VOLGNR PIC 9(5).
       77  TE-VERBRUIKEN PIC 9(7)V99.

       LINKAGE SECTION.
       01  LK-REKNR PIC 9(12).
       01  LK-BEDRAG PIC S9(7)V99.
       01  LK-DATUM PIC 9(8).
       01  LK-RESULTAAT PIC X(1).
           88 TRANCHE-GEBOEKT VALUE "J".
           88 TRANCHES-ONTOEREIKEND VALUE "T".
           88 TRANCHES-DEFECT VALUE "F".

       PROCEDURE DIVISION USING LK-REKNR LK-BEDRAG LK-DATUM
           LK-RESULTAAT.

       MAIN.
           SET TRANCHES-DEFECT TO TRUE
           OPEN I-O SPAARTRANCHES
           IF TRANCHES-STATUS NOT = "00" AND TRANCHES-STATUS NOT = "05"
               GOBACK
           END-IF
           SET TRANCHE-GEBOEKT TO TRUE
           IF LK-BEDRAG > ZERO
               PERFORM MAAK-TRANCHE
           END-IF
           IF LK-BEDRAG < ZERO
               COMPUTE TE-VERBRUIKEN = 0 - LK-BEDRAG
               SET TRANCHE-GEVONDEN TO TRUE
               PERFORM VERBRUIK-LAATSTE-TRANCHE
                   UNTIL TE-VERBRUIKEN = ZERO OR GEEN-TRANCHE-MEER
                   OR TRANCHES-DEFECT
               IF TE-VERBRUIKEN > ZERO AND NOT TRANCHES-DEFECT
                   SET TRANCHES-ONTOEREIKEND TO TRUE
               END-IF
           END-IF
           CLOSE SPAARTRANCHES
           GOBACK.

       MAAK-TRANCHE.
           PERFORM ZOEK-TRANCHES
           IF NOT TRANCHES-DEFECT
               PERFORM SCHRIJF-TRANCHE
           END-IF.

       SCHRIJF-TRANCHE.
           MOVE SPACES TO TRANCHE-REC
           MOVE LK-REKNR TO STR-REKNR
           COMPUTE STR-VOLGNR = HOOGSTE-VOLGNR + 1
           MOVE LK-DATUM TO STR-STORTDATUM
           MOVE LK-DATUM TO STR-GETROUWSTART
           MOVE LK-BEDRAG TO STR-OORSPRONKELIJK
           MOVE LK-BEDRAG TO STR-BEDRAG
           MOVE ZERO TO STR-BASIS-OPGEBOUWD STR-PREMIE-OPGEBOUWD
               STR-PREMIE-BETAALD
           WRITE TRANCHE-REC
               INVALID KEY SET TRANCHES-DEFECT TO TRUE
           END-WRITE.

      * OVERLOOPT DE TRANCHES VAN DE REKENING EN ONTHOUDT HET
      * HOOGSTE VOLGNUMMER EN HET HOOGSTE VOLGNUMMER DAT NOG EEN
      * OPENSTAAND BEDRAG HEEFT (DE MEEST RECENTE STORTING).
       ZOEK-TRANCHES.
           MOVE ZERO TO HOOGSTE-VOLGNR LAATSTE-VOLGNR
           MOVE "N" TO SCAN-KLAAR
           MOVE LK-REKNR TO STR-REKNR
           MOVE ZERO TO STR-VOLGNR
           START SPAARTRANCHES KEY IS NOT < STR-SLEUTEL
               INVALID KEY MOVE "J" TO SCAN-KLAAR
           END-START
           PERFORM LEES-VOLGENDE-TRANCHE UNTIL TRANCHE-SCAN-KLAAR.

       LEES-VOLGENDE-TRANCHE.
           READ SPAARTRANCHES NEXT
               AT END MOVE "J" TO SCAN-KLAAR
           END-READ
           IF NOT TRANCHE-SCAN-KLAAR
               IF TRANCHES-STATUS NOT = "00"
                   AND TRANCHES-STATUS NOT = "02"
                   SET TRANCHES-DEFECT TO TRUE
                   MOVE "J" TO SCAN-KLAAR
               ELSE
                   IF STR-REKNR NOT = LK-REKNR
                       MOVE "J" TO SCAN-KLAAR
                   ELSE
                       MOVE STR-VOLGNR TO HOOGSTE-VOLGNR
                       IF STR-BEDRAG > ZERO
                           MOVE STR-VOLGNR TO LAATSTE-VOLGNR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERBRUIK-LAATSTE-TRANCHE.
           PERFORM ZOEK-TRANCHES
           IF LAATSTE-VOLGNR = ZERO
               SET GEEN-TRANCHE-MEER TO TRUE
           ELSE
               MOVE LK-REKNR TO STR-REKNR
               MOVE LAATSTE-VOLGNR TO STR-VOLGNR
               READ SPAARTRANCHES
                   INVALID KEY SET TRANCHES-DEFECT TO TRUE
               END-READ
               IF NOT TRANCHES-DEFECT
                   PERFORM BOEK-AF-OP-TRANCHE
               END-IF
           END-IF.

       BOEK-AF-OP-TRANCHE.
           IF STR-BEDRAG > TE-VERBRUIKEN
               SUBTRACT TE-VERBRUIKEN FROM STR-BEDRAG
               MOVE ZERO TO TE-VERBRUIKEN
           ELSE
               SUBTRACT STR-BEDRAG FROM TE-VERBRUIKEN
               MOVE ZERO TO STR-BEDRAG
           END-IF
           IF STR-BEDRAG = ZERO AND STR-BASIS-OPGEBOUWD = ZERO
               AND STR-PREMIE-OPGEBOUWD = ZERO
               DELETE SPAARTRANCHES RECORD
                   INVALID KEY SET TRANCHES-DEFECT TO TRUE
               END-DELETE
           ELSE
               REWRITE TRANCHE-REC
                   INVALID KEY SET TRANCHES-DEFECT TO TRUE
               END-REWRITE
           END-IF.
