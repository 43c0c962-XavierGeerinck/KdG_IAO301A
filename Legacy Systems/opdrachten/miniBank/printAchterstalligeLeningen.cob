      *************************************************************
      * PRINT ACHTERSTALLIGE LENINGEN
      *
      * OPVOLGINGSLIJST VOOR DE KREDIETDIENST: LIJST ELKE LENING
      * UIT LENINGEN.DAT DIE VERWERK-AFLOSSINGEN IN ACHTERSTAL HEEFT
      * GEZET (EEN OF MEER TERMIJNEN GEWEIGERD OF NIET GEBOEKT), MET
      * DE NAAM VAN DE KLANT UIT KLANTEN, HET AANTAL GEMISTE
      * TERMIJNEN, HET ACHTERSTALLIG BEDRAG, DE VERVALDATUM VAN DE
      * EERSTE GEMISTE TERMIJN EN HET AANTAL DAGEN DAT DE LENING AL
      * ACHTERSTAND HEEFT, EN HET NOG OPENSTAAND KAPITAAL. DE LIJST
      * GAAT BEHALVE NAAR HET SCHERM OOK NAAR
      * ACHTERSTALLIGELENINGEN.LST EN WORDT VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL GEZET.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-ACHTERSTALLIGE-LENINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-SLEUTEL
                  FILE STATUS IS LENINGEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL ACHTERSTANDLIJST
                  ASSIGN TO "BESTANDEN/ACHTERSTALLIGELENINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LENINGEN BLOCK CONTAINS 10 RECORDS.
       01  LENING.
           COPY "lening.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  ACHTERSTANDLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  KLANT-GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  LENINGEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  AANTAL-ACHTERSTALLIG PIC 9(7) VALUE ZERO.
       77  TOTAAL-ACHTERSTAL PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-OPENSTAAND PIC 9(9)V99 VALUE ZERO.
       77  DAGEN-ACHTERSTAL PIC 9(5).
       77  RUN-SERIEEL PIC 9(7).
       77  SINDS-SERIEEL PIC 9(7).
       77  SERIEEL-DAGNR PIC 9(7).
       77  DEEL-JAAR PIC 9(4).
       77  VORIG-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9(4).
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL.
           02 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  CUMDAGEN REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-LENINGEN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO LENING REK KLANT
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO RUN-SERIEEL
           OPEN INPUT LENINGEN
           IF LENINGEN-STATUS NOT = "00"
               AND LENINGEN-STATUS NOT = "05"
               DISPLAY "KAN LENINGENBESTAND NIET OPENEN, STATUS: "
                   LENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT ACHTERSTANDLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "LENINGEN IN ACHTERSTAL OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:60)
           PERFORM SCHRIJF-LIJSTREGEL.

       LEES-LENINGEN.
           READ LENINGEN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LENINGEN-STATUS NOT = "00"
               DISPLAY "LENINGENBESTAND IS DEFECT, STATUS: "
                   LENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF LEN-ACHTERSTAL-AANTAL > ZERO
                   PERFORM DRUK-ACHTERSTALLIGE-LENING
               END-IF
           END-IF.

       DRUK-ACHTERSTALLIGE-LENING.
           PERFORM ZOEK-KLANT
           MOVE ZERO TO DAGEN-ACHTERSTAL
           IF LEN-ACHTERSTAL-SINDS > ZERO
               MOVE LEN-ACHTERSTAL-SINDS TO WERKDATUM
               PERFORM BEREKEN-SERIEEL-DAGNR
               MOVE SERIEEL-DAGNR TO SINDS-SERIEEL
               IF RUN-SERIEEL > SINDS-SERIEEL
                   COMPUTE DAGEN-ACHTERSTAL =
                       RUN-SERIEEL - SINDS-SERIEEL
               END-IF
           END-IF
           STRING "LENING " LEN-VOLGNR DELIMITED BY SIZE
               " REKENING " LEN-DEEL1 DELIMITED BY SIZE
               "-" LEN-DEEL2 DELIMITED BY SIZE
               "-" LEN-DEEL3 DELIMITED BY SIZE
               " KLANT: " NAAM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "  GEMISTE TERMIJNEN: " DELIMITED BY SIZE
               LEN-ACHTERSTAL-AANTAL DELIMITED BY SIZE
               "  ACHTERSTAL: " LEN-ACHTERSTAL DELIMITED BY SIZE
               "  SINDS: " LEN-ACHTERSTAL-SINDS DELIMITED BY SIZE
               "  DAGEN: " DAGEN-ACHTERSTAL DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "  MAANDBEDRAG: " LEN-TERMIJNBEDRAG
               DELIMITED BY SIZE
               "  OPENSTAAND KAPITAAL: " LEN-OPENSTAAND
               DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO AANTAL-ACHTERSTALLIG
           ADD LEN-ACHTERSTAL TO TOTAAL-ACHTERSTAL
           ADD LEN-OPENSTAAND TO TOTAAL-OPENSTAAND.

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           SET REKENING-ONBEKEND TO TRUE
           MOVE LEN-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-BESTAAT
               MOVE KLANTNR TO NR
               READ KLANTEN
                   INVALID KEY SET KLANT-ONBEKEND TO TRUE
                   NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
               END-READ
               IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
                   DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                       KLANTEN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF
           IF KLANT-ONBEKEND
               MOVE "*** ONBEKENDE KLANT ***" TO NAAM
           END-IF.

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
           CLOSE LENINGEN
           CLOSE REKENINGEN
           CLOSE KLANTEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:60)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "LENINGEN IN ACHTERSTAL: " DELIMITED BY SIZE
               AANTAL-ACHTERSTALLIG DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "TOTAAL ACHTERSTAL     : " DELIMITED BY SIZE
               TOTAAL-ACHTERSTAL DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "TOTAAL OPENSTAAND     : " DELIMITED BY SIZE
               TOTAAL-OPENSTAAND DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE ACHTERSTANDLIJST
           MOVE "ACHTERSTAL-LENINGEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/ACHTERSTALLIGELENINGEN.LST"
               TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-ACHTERST-LEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE LEN-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
