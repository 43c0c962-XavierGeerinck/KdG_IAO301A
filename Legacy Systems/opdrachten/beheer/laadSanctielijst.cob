      *************************************************************
      * LAAD SANCTIELIJST
      *
      * LEEST DE AANGELEVERDE SANCTIE- EN WATCHLIJST
      * SANCTIELIJST.IMP (BRONLIJST, REFERENTIE OP DE LIJST EN NAAM
      * PER REGEL) EN BOUWT DAARMEE SANCTIES.DAT VOLLEDIG OPNIEUW OP:
      * DE AANGELEVERDE LIJST VERVANGT DE VORIGE. PER NAAM WORDEN
      * MET NORMALISEER-NAAM DE TWEE ZOEKSLEUTELS BEREKEND WAAROP
      * SCREEN-NAAM ZOEKT. EEN REGEL ZONDER NAAM WORDT AFGEKEURD EN
      * OP DE AFKEURLIJST GEZET. NA EEN GESLAAGDE RUN WORDT HET
      * IMPORTBESTAND VERWIJDERD; SCREEN-KLANTEN TOETST DAN HET HELE
      * KLANTENBESTAND OPNIEUW AF TEGEN DE NIEUWE LIJST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAAD-SANCTIELIJST.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIE-IMPORT
                  ASSIGN TO "BESTANDEN/SANCTIELIJST.IMP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IMPORT-STATUS.

           SELECT SANCTIES
                  ASSIGN TO "BESTANDEN/SANCTIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SNC-NR
                  ALTERNATE RECORD KEY IS SNC-SLEUTEL-WOORDEN
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SNC-SLEUTEL-AANEEN
                      WITH DUPLICATES
                  FILE STATUS IS SANCTIES-STATUS.

           SELECT OPTIONAL AFGEKEURDE-SANCTIES
                  ASSIGN TO "BESTANDEN/AFGEKEURDESANCTIES.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIE-IMPORT.
       01  IMPORT-REGEL.
           02 IMP-LIJST PIC X(10).
           02 FILLER PIC X.
           02 IMP-LIJSTREF PIC X(16).
           02 FILLER PIC X.
           02 IMP-NAAM PIC X(40).

       FD  SANCTIES BLOCK CONTAINS 10 RECORDS.
       01  SANCTIE-REC.
           COPY "sanctie.cpy".

       FD  AFGEKEURDE-SANCTIES.
       01  AFKEUR-REGEL PIC X(80).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  IMPORT-STATUS PIC X(2).
       77  SANCTIES-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  VOLGNUMMER PIC 9(7) VALUE ZERO.
       77  AANTAL-GELADEN PIC 9(7) VALUE ZERO.
       77  AANTAL-AFGEKEURD PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-IMPORT UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT SANCTIE-IMPORT
           IF IMPORT-STATUS NOT = "00"
               DISPLAY "KAN IMPORTBESTAND NIET OPENEN, STATUS: "
                   IMPORT-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT SANCTIES
           IF SANCTIES-STATUS NOT = "00"
               DISPLAY "KAN SANCTIEBESTAND NIET OPENEN, STATUS: "
                   SANCTIES-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT AFGEKEURDE-SANCTIES
           DISPLAY "LADEN SANCTIELIJST"
           DISPLAY "---------------------------------------------".

       VERWERK-IMPORT.
           READ SANCTIE-IMPORT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND IMPORT-STATUS NOT = "00"
               DISPLAY "IMPORTBESTAND IS DEFECT, STATUS: "
                   IMPORT-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF IMP-NAAM = SPACES
                   PERFORM KEUR-NAAM-AF
               ELSE
                   PERFORM LAAD-NAAM
               END-IF
           END-IF.

       LAAD-NAAM.
           ADD 1 TO VOLGNUMMER
           MOVE SPACES TO SANCTIE-REC
           MOVE VOLGNUMMER TO SNC-NR
           MOVE IMP-NAAM TO SNC-NAAM
           MOVE IMP-LIJST TO SNC-LIJST
           MOVE IMP-LIJSTREF TO SNC-LIJSTREF
           MOVE RUNDATUM TO SNC-GELADEN
           CALL "NORMALISEER-NAAM" USING IMP-NAAM SNC-SLEUTEL-WOORDEN
               SNC-SLEUTEL-AANEEN
           WRITE SANCTIE-REC
               INVALID KEY
                   DISPLAY "SANCTIEBESTAND IS DEFECT, STATUS: "
                       SANCTIES-STATUS
                   PERFORM FOUT
           END-WRITE
           ADD 1 TO AANTAL-GELADEN.

       KEUR-NAAM-AF.
           ADD 1 TO AANTAL-AFGEKEURD
           DISPLAY "AFGEKEURD: " IMP-LIJST " " IMP-LIJSTREF
               " ZONDER NAAM"
           MOVE SPACES TO AFKEUR-REGEL
           STRING IMP-LIJST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-LIJSTREF DELIMITED BY SIZE
               " REGEL ZONDER NAAM" DELIMITED BY SIZE
               INTO AFKEUR-REGEL
           END-STRING
           WRITE AFKEUR-REGEL.

       SLUIT-BESTANDEN.
           CLOSE SANCTIE-IMPORT
           IF AANTAL-AFGEKEURD = ZERO
               DELETE FILE SANCTIE-IMPORT
           END-IF
           CLOSE SANCTIES
           CLOSE AFGEKEURDE-SANCTIES.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------------".
           DISPLAY "NAMEN GELADEN    : " AANTAL-GELADEN.
           DISPLAY "AFGEKEURD        : " AANTAL-AFGEKEURD.
           IF AANTAL-AFGEKEURD > ZERO
               DISPLAY "IMPORTBESTAND BLIJFT STAAN VOOR NAZICHT"
           END-IF
           DISPLAY "START SCREEN-KLANTEN OM HET KLANTENBESTAND "
               "OPNIEUW AF TE TOETSEN".

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "LAAD-SANCTIELIJST" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE IMP-LIJSTREF TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
