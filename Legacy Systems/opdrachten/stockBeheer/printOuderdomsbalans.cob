      *************************************************************
      * PRINT OUDERDOMSBALANS
      *
      * OUDERDOMSANALYSE VAN DE DEBITEUREN: DOORLOOPT DE NIET
      * BETAALDE POSTEN IN OPENSTAANDEPOSTEN.DAT IN VOLGORDE VAN
      * KLANTNR (ALTERNATIEVE SLEUTEL) EN VERDEELT HET OPENSTAAND
      * BEDRAG VAN ELKE POST OVER VIER OUDERDOMSKLASSEN VOLGENS HET
      * AANTAL DAGEN SINDS DE FACTUURDATUM: 0-30, 31-60, 61-90 EN
      * MEER DAN 90 DAGEN. PER KLANT VOLGT EEN REGEL MET DE NAAM UIT
      * KLANTEN, DE VIER KLASSEN EN HET TOTAAL, AFSLUITEND DE
      * TOTALEN OVER ALLE KLANTEN. DE LIJST GAAT BEHALVE NAAR HET
      * SCHERM OOK NAAR OUDERDOMSBALANS.LST EN WORDT VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-OUDERDOMSBALANS.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL OUDERDOMSLIJST
                  ASSIGN TO "BESTANDEN/OUDERDOMSBALANS.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENSTAANDE-POST.
           COPY "openpost.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  OUDERDOMSLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  POSTEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  HUIDIGE-KLANT PIC 9(7) VALUE ZERO.
       77  AANTAL-KLANTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-POSTEN PIC 9(7) VALUE ZERO.
       77  OUDERDOM-DAGEN PIC 9(5).
       77  KLASSE-IDX PIC 9 COMP.
       77  RUN-SERIEEL PIC 9(7).
       77  POST-SERIEEL PIC 9(7).
       77  SERIEEL-DAGNR PIC 9(7).
       77  DEEL-JAAR PIC 9(4).
       77  VORIG-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9(4).
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  KLANT-KLASSEN.
           02 KLANT-KLASSE PIC 9(9)V99 OCCURS 4.
       01  KLANT-TOTAAL PIC 9(9)V99.
       01  ALGEMENE-KLASSEN.
           02 ALGEMENE-KLASSE PIC 9(9)V99 OCCURS 4.
       01  ALGEMEEN-TOTAAL PIC 9(9)V99 VALUE ZERO.
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL.
           02 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  CUMDAGEN REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.
       01  BALANS-VELDEN.
           02 BAL-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 BAL-NAAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 BAL-KLASSE PIC Z(8)9.99 OCCURS 4.
           02 FILLER PIC X VALUE SPACE.
           02 BAL-TOTAAL PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-POSTEN UNTIL STOPLEZEN
           IF HUIDIGE-KLANT NOT = ZERO
               PERFORM DRUK-KLANTREGEL
           END-IF
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO OPENSTAANDE-POST KLANT
           MOVE ZEROS TO KLANT-KLASSEN ALGEMENE-KLASSEN
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO RUN-SERIEEL
           OPEN INPUT OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN POSTENBESTAND NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE ZERO TO OPP-KLANTNR
           START OPENSTAANDE-POSTEN KEY IS NOT < OPP-KLANTNR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           OPEN OUTPUT OUDERDOMSLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "OUDERDOMSBALANS DEBITEUREN OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               " (DAGEN SINDS FACTUURDATUM)" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:90)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "KLANT" TO LIJST-REGEL (1:5)
           MOVE "NAAM" TO LIJST-REGEL (9:4)
           MOVE "0-30" TO LIJST-REGEL (38:4)
           MOVE "31-60" TO LIJST-REGEL (49:5)
           MOVE "61-90" TO LIJST-REGEL (61:5)
           MOVE "90+" TO LIJST-REGEL (75:3)
           MOVE "TOTAAL" TO LIJST-REGEL (85:6)
           PERFORM SCHRIJF-LIJSTREGEL.

       LEES-POSTEN.
           READ OPENSTAANDE-POSTEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND POSTEN-STATUS NOT = "00"
               AND POSTEN-STATUS NOT = "02"
               DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF POST-OPEN AND OPP-OPENSTAAND > ZERO
                   PERFORM VERWERK-POST
               END-IF
           END-IF.

       VERWERK-POST.
           IF OPP-KLANTNR NOT = HUIDIGE-KLANT
               IF HUIDIGE-KLANT NOT = ZERO
                   PERFORM DRUK-KLANTREGEL
               END-IF
               MOVE OPP-KLANTNR TO HUIDIGE-KLANT
               MOVE ZEROS TO KLANT-KLASSEN
           END-IF
           MOVE OPP-FACTUURDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO POST-SERIEEL
           MOVE ZERO TO OUDERDOM-DAGEN
           IF RUN-SERIEEL > POST-SERIEEL
               COMPUTE OUDERDOM-DAGEN = RUN-SERIEEL - POST-SERIEEL
           END-IF
           IF OUDERDOM-DAGEN NOT > 30
               MOVE 1 TO KLASSE-IDX
           ELSE
               IF OUDERDOM-DAGEN NOT > 60
                   MOVE 2 TO KLASSE-IDX
               ELSE
                   IF OUDERDOM-DAGEN NOT > 90
                       MOVE 3 TO KLASSE-IDX
                   ELSE
                       MOVE 4 TO KLASSE-IDX
                   END-IF
               END-IF
           END-IF
           ADD OPP-OPENSTAAND TO KLANT-KLASSE (KLASSE-IDX)
           ADD OPP-OPENSTAAND TO ALGEMENE-KLASSE (KLASSE-IDX)
           ADD OPP-OPENSTAAND TO ALGEMEEN-TOTAAL
           ADD 1 TO AANTAL-POSTEN.

       DRUK-KLANTREGEL.
           SET KLANT-ONBEKEND TO TRUE
           MOVE HUIDIGE-KLANT TO NR
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           IF KLANT-ONBEKEND
               MOVE "*** ONBEKENDE KLANT ***" TO NAAM
           END-IF
           COMPUTE KLANT-TOTAAL = KLANT-KLASSE (1) + KLANT-KLASSE (2)
               + KLANT-KLASSE (3) + KLANT-KLASSE (4)
           MOVE SPACES TO BALANS-VELDEN
           MOVE HUIDIGE-KLANT TO BAL-KLANTNR
           MOVE NAAM TO BAL-NAAM
           PERFORM VUL-KLANTKLASSE
               VARYING KLASSE-IDX FROM 1 BY 1 UNTIL KLASSE-IDX > 4
           MOVE KLANT-TOTAAL TO BAL-TOTAAL
           MOVE BALANS-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO AANTAL-KLANTEN.

       VUL-KLANTKLASSE.
           MOVE KLANT-KLASSE (KLASSE-IDX) TO BAL-KLASSE (KLASSE-IDX).

       VUL-ALGEMENE-KLASSE.
           MOVE ALGEMENE-KLASSE (KLASSE-IDX)
               TO BAL-KLASSE (KLASSE-IDX).

       BEREKEN-SERIEEL-DAGNR.
           COMPUTE VORIG-JAAR = WRK-JAAR - 1
           DIVIDE VORIG-JAAR BY 4 GIVING DEEL-JAAR
           DIVIDE WRK-JAAR BY 4 GIVING JAAR-KWART
               REMAINDER REST-JAAR
           COMPUTE SERIEEL-DAGNR = WRK-JAAR * 365 + DEEL-JAAR
               + DAGEN-TOT-MAAND (WRK-MAAND) + WRK-DAG
           IF REST-JAAR = ZERO AND WRK-MAAND > 2
               ADD 1 TO SERIEEL-DAGNR
           END-IF.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE OPENSTAANDE-POSTEN
           CLOSE KLANTEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:90)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SPACES TO BALANS-VELDEN
           MOVE ZERO TO BAL-KLANTNR
           MOVE "TOTAAL" TO BAL-NAAM
           PERFORM VUL-ALGEMENE-KLASSE
               VARYING KLASSE-IDX FROM 1 BY 1 UNTIL KLASSE-IDX > 4
           MOVE ALGEMEEN-TOTAAL TO BAL-TOTAAL
           MOVE BALANS-VELDEN TO LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL (1:7)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KLANTEN MET OPENSTAANDE POSTEN: " DELIMITED BY SIZE
               AANTAL-KLANTEN DELIMITED BY SIZE
               "  POSTEN: " DELIMITED BY SIZE
               AANTAL-POSTEN DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE OUDERDOMSLIJST
           MOVE "OUDERDOMSBALANS" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/OUDERDOMSBALANS.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-OUDERDOMSBAL" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPP-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
