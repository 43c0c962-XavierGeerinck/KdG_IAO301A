      *************************************************************
      * SCREEN KLANTEN
      *
      * PERIODIEKE HERSCREENING: TOETST ELKE KLANT IN HET
      * KLANTENBESTAND OPNIEUW AF TEGEN DE SANCTIELIJST SANCTIES.DAT
      * (VIA SCREEN-NAAM, DUS ONGEVOELIG VOOR SPATIES EN
      * WOORDVOLGORDE), TE STARTEN NA ELKE NIEUW GELADEN LIJST
      * (LAAD-SANCTIELIJST). ELKE TREFFER KOMT MET KLANTNUMMER,
      * KLANTNAAM, DE NAAM ZOALS OP DE LIJST EN DE BRONLIJST OP DE
      * TREFFERLIJST SANCTIETREFFERS.LST, DIE VIA SPOOL-RAPPORT IN
      * DE RAPPORTSPOOL GEZET WORDT. DE KLANTEN ZELF WORDEN NIET
      * GEWIJZIGD: DE OPVOLGING (BV. BLOKKEER-REKENING) GEBEURT
      * MANUEEL NA NAZICHT VAN DE LIJST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-KLANTEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL TREFFERLIJST
                  ASSIGN TO "BESTANDEN/SANCTIETREFFERS.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  TREFFERLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLANTEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  AANTAL-GESCREEND PIC 9(7) VALUE ZERO.
       77  AANTAL-TREFFERS PIC 9(7) VALUE ZERO.
       77  SCREEN-NAAM-WERK PIC X(40).
       77  SCREEN-RESULTAAT PIC X(1).
           88 NAAM-GETROFFEN VALUE "J".
           88 NAAM-VRIJ VALUE "N".
           88 LIJST-ONTBREEKT VALUE "?".
       77  TREFFER-NAAM PIC X(40).
       77  TREFFER-LIJST PIC X(10).
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  TREFFER-VELDEN.
           02 TRF-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 TRF-KLANTNAAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 TRF-LIJSTNAAM PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 TRF-LIJST PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 TRF-GEMEENTE PIC X(20).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM SCREEN-KLANT UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO KLANT
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE SPACES TO SCREEN-NAAM-WERK
           CALL "SCREEN-NAAM" USING SCREEN-NAAM-WERK SCREEN-RESULTAAT
               TREFFER-NAAM TREFFER-LIJST
           IF LIJST-ONTBREEKT
               DISPLAY "GEEN SANCTIELIJST GELADEN - EERST "
                   "LAAD-SANCTIELIJST STARTEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT TREFFERLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "SANCTIESCREENING KLANTENBESTAND OP "
               DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:103)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "KLANT" TO LIJST-REGEL (1:5)
           MOVE "NAAM" TO LIJST-REGEL (9:4)
           MOVE "NAAM OP DE LIJST" TO LIJST-REGEL (30:16)
           MOVE "LIJST" TO LIJST-REGEL (71:5)
           MOVE "GEMEENTE" TO LIJST-REGEL (82:8)
           PERFORM SCHRIJF-LIJSTREGEL.

       SCREEN-KLANT.
           READ KLANTEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND KLANTEN-STATUS NOT = "00"
               AND KLANTEN-STATUS NOT = "02"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               ADD 1 TO AANTAL-GESCREEND
               MOVE NAAM IN KLANT TO SCREEN-NAAM-WERK
               CALL "SCREEN-NAAM" USING SCREEN-NAAM-WERK
                   SCREEN-RESULTAAT TREFFER-NAAM TREFFER-LIJST
               IF NAAM-GETROFFEN
                   PERFORM DRUK-TREFFER
               END-IF
           END-IF.

       DRUK-TREFFER.
           ADD 1 TO AANTAL-TREFFERS
           MOVE SPACES TO TREFFER-VELDEN
           MOVE NR IN KLANT TO TRF-KLANTNR
           MOVE NAAM IN KLANT TO TRF-KLANTNAAM
           MOVE TREFFER-NAAM TO TRF-LIJSTNAAM
           MOVE TREFFER-LIJST TO TRF-LIJST
           MOVE GEMEENTE TO TRF-GEMEENTE
           MOVE TREFFER-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE KLANTEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:103)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KLANTEN GESCREEND: " DELIMITED BY SIZE
               AANTAL-GESCREEND DELIMITED BY SIZE
               "  TREFFERS: " DELIMITED BY SIZE
               AANTAL-TREFFERS DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE TREFFERLIJST
           MOVE "SANCTIE-TREFFERS" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/SANCTIETREFFERS.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "SCREEN-KLANTEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE NR IN KLANT TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
