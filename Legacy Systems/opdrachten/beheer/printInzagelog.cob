      *************************************************************
      * PRINT INZAGELOG
      *
      * LIJST VOOR DE PRIVACYVRAGEN VAN KLANTEN ("WIE HEEFT MIJN
      * REKENING BEKEKEN"): LEEST HET INZAGELOGBOEK INZAGELOG.LOG
      * WAARIN DE OPVRAGINGEN VIA LOG-INZAGE ELKE RAADPLEGING VAN
      * KLANT- EN REKENINGGEGEVENS VASTLEGGEN EN DRUKT ELKE
      * RAADPLEGING AF MET DATUM, TIJD, OPERATOR, PROGRAMMA EN DE
      * GERAADPLEEGDE KLANT EN REKENING.
      * DE OPERATOR KIEST EEN REKENING (R) OF EEN KLANT (K). BIJ EEN
      * KLANT KOMEN OOK DE RAADPLEGINGEN VAN DE EIGEN REKENINGEN
      * VAN DE KLANT EN VAN DE REKENINGEN WAARVAN DE KLANT VOLGENS
      * MEDEHOUDERS.DAT MEDEHOUDER OF VOLMACHTHOUDER IS OP DE LIJST.
      * DE LIJST GAAT BEHALVE NAAR HET SCHERM OOK NAAR INZAGELOG.LST
      * EN WORDT VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-INZAGELOG.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INZAGELOG
                  ASSIGN TO "BESTANDEN/INZAGELOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS INZAGELOG-STATUS.

           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL INZAGELIJST
                  ASSIGN TO "BESTANDEN/INZAGELOG.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INZAGELOG.
       01  INZAGE-REGEL.
           COPY "inzage.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  INZAGELIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEDAAN-REKENINGEN PIC X(1).
           88 STOPLEZEN-REKENINGEN VALUE "J".
       77  GEDAAN-MEDEHOUDERS PIC X(1).
           88 STOPLEZEN-MEDEHOUDERS VALUE "J".
       77  INZAGELOG-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  ZOEKWIJZE PIC X(1).
           88 ZOEK-OP-REKENING VALUE "R".
           88 ZOEK-OP-KLANT VALUE "K".
       77  GEVR-KLANTNR PIC 9(7) VALUE ZERO.
       77  AANTAL-GETOOND PIC 9(7) VALUE ZERO.
       77  REK-BEZET PIC 99 VALUE ZERO.
       77  REK-IDX PIC 99 COMP.
       77  TREFFER PIC X(1).
           88 INZAGE-GETROFFEN VALUE "J".
           88 INZAGE-NIET-GETROFFEN VALUE "N".
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           02 GEVR-DEEL3 PIC 99.
       01  TOON-REKNR.
           02 TOON-DEEL1 PIC 999.
           02 TOON-DEEL2 PIC 9(7).
           02 TOON-DEEL3 PIC 99.
       01  REKENING-TABEL.
           02 TAB-REKNR PIC 9(12) OCCURS 50.
       01  INZAGE-VELDEN.
           02 INL-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 INL-TIJD PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 INL-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 INL-PROGRAMMA PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 INL-KLANTNR PIC X(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 INL-REKNR PIC X(14).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM DRUK-INZAGES UNTIL STOPLEZEN
           PERFORM SLUIT-BESTAND
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO GEVR-REKNR
           DISPLAY "RAADPLEGINGEN VAN EEN REKENING (R) OF VAN EEN "
               "KLANT (K)?"
           ACCEPT ZOEKWIJZE
           IF ZOEK-OP-REKENING
               PERFORM LEES-REKENINGNUMMER
           ELSE
               IF ZOEK-OP-KLANT
                   DISPLAY "GEEF HET KLANTNUMMER OP:"
                   ACCEPT GEVR-KLANTNR
                   PERFORM VERZAMEL-REKENINGEN
               ELSE
                   DISPLAY "ONGELDIGE KEUZE, NIETS AFGEDRUKT"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT INZAGELOG
           IF INZAGELOG-STATUS NOT = "00"
               AND INZAGELOG-STATUS NOT = "05"
               DISPLAY "KAN INZAGELOG NIET OPENEN, STATUS: "
                   INZAGELOG-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT INZAGELIJST
           MOVE SPACES TO LIJST-REGEL
           IF ZOEK-OP-REKENING
               STRING "RAADPLEGINGEN VAN REKENING " DELIMITED BY SIZE
                   GEVR-DEEL1 DELIMITED BY SIZE
                   "-" GEVR-DEEL2 DELIMITED BY SIZE
                   "-" GEVR-DEEL3 DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
           ELSE
               STRING "RAADPLEGINGEN VAN KLANT " DELIMITED BY SIZE
                   GEVR-KLANTNR DELIMITED BY SIZE
                   " MET BIJHORENDE REKENINGEN" DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:84)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "DATUM" TO LIJST-REGEL (1:5)
           MOVE "TIJD" TO LIJST-REGEL (10:4)
           MOVE "OPERATOR" TO LIJST-REGEL (18:8)
           MOVE "PROGRAMMA" TO LIJST-REGEL (28:9)
           MOVE "KLANT" TO LIJST-REGEL (59:5)
           MOVE "REKENING" TO LIJST-REGEL (68:8)
           PERFORM SCHRIJF-LIJSTREGEL.

       LEES-REKENINGNUMMER.
           DISPLAY "GEEF HET REKENINGNUMMER OP (DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT GEVR-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT GEVR-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT GEVR-DEEL3.

      * ZET DE EIGEN REKENINGEN VAN DE KLANT EN DE REKENINGEN
      * WAARVAN DE KLANT MEDEHOUDER OF VOLMACHTHOUDER IS IN DE
      * TABEL.
       VERZAMEL-REKENINGEN.
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO GEDAAN-REKENINGEN
           MOVE GEVR-KLANTNR TO KLANTNR
           START REKENINGEN KEY IS = KLANTNR
               INVALID KEY MOVE "J" TO GEDAAN-REKENINGEN
           END-START
           PERFORM LEES-KLANTREKENING UNTIL STOPLEZEN-REKENINGEN
           CLOSE REKENINGEN
           MOVE "N" TO GEDAAN-MEDEHOUDERS
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS = "00" OR MEDEHOUDERS-STATUS = "05"
               PERFORM LEES-MEDEHOUDER UNTIL STOPLEZEN-MEDEHOUDERS
           END-IF
           CLOSE MEDEHOUDERS.

       LEES-KLANTREKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN-REKENINGEN
           END-READ
           IF NOT STOPLEZEN-REKENINGEN
               AND REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "02"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN-REKENINGEN
               IF KLANTNR = GEVR-KLANTNR
                   MOVE REKNR TO GEVR-REKNR
                   PERFORM ZET-REKENING-IN-TABEL
               ELSE
                   MOVE "J" TO GEDAAN-REKENINGEN
               END-IF
           END-IF.

       LEES-MEDEHOUDER.
           READ MEDEHOUDERS
               AT END MOVE "J" TO GEDAAN-MEDEHOUDERS
           END-READ
           IF NOT STOPLEZEN-MEDEHOUDERS
               AND MEDEHOUDERS-STATUS NOT = "00"
               DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN-MEDEHOUDERS
               IF MHD-KLANTNR = GEVR-KLANTNR
                   MOVE MHD-REKNR TO GEVR-REKNR
                   PERFORM ZET-REKENING-IN-TABEL
               END-IF
           END-IF.

       ZET-REKENING-IN-TABEL.
           IF REK-BEZET < 50
               ADD 1 TO REK-BEZET
               MOVE GEVR-REKNR TO TAB-REKNR (REK-BEZET)
           ELSE
               DISPLAY "REKENINGTABEL VOL, REKENING " GEVR-DEEL1 "-"
                   GEVR-DEEL2 "-" GEVR-DEEL3 " NIET OPGENOMEN"
           END-IF.

       DRUK-INZAGES.
           READ INZAGELOG
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INZAGELOG-STATUS NOT = "00"
               DISPLAY "INZAGELOG IS DEFECT, STATUS: " INZAGELOG-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               SET INZAGE-NIET-GETROFFEN TO TRUE
               IF ZOEK-OP-REKENING
                   IF INZ-REKNR = GEVR-REKNR
                       SET INZAGE-GETROFFEN TO TRUE
                   END-IF
               ELSE
                   IF INZ-KLANTNR = GEVR-KLANTNR
                       SET INZAGE-GETROFFEN TO TRUE
                   ELSE
                       IF INZ-REKNR NOT = ZERO
                           MOVE 1 TO REK-IDX
                           PERFORM ZOEK-IN-REKENINGTABEL
                               UNTIL INZAGE-GETROFFEN
                               OR REK-IDX > REK-BEZET
                       END-IF
                   END-IF
               END-IF
               IF INZAGE-GETROFFEN
                   PERFORM DRUK-INZAGEREGEL
               END-IF
           END-IF.

       ZOEK-IN-REKENINGTABEL.
           IF TAB-REKNR (REK-IDX) = INZ-REKNR
               SET INZAGE-GETROFFEN TO TRUE
           ELSE
               ADD 1 TO REK-IDX
           END-IF.

       DRUK-INZAGEREGEL.
           MOVE SPACES TO INZAGE-VELDEN
           MOVE INZ-DATUM TO INL-DATUM
           MOVE INZ-TIJD TO INL-TIJD
           IF INZ-OPERATOR = SPACES
               MOVE "(BATCH)" TO INL-OPERATOR
           ELSE
               MOVE INZ-OPERATOR TO INL-OPERATOR
           END-IF
           MOVE INZ-PROGRAMMA TO INL-PROGRAMMA
           IF INZ-KLANTNR NOT = ZERO
               MOVE INZ-KLANTNR TO INL-KLANTNR
           END-IF
           IF INZ-REKNR NOT = ZERO
               MOVE INZ-REKNR TO TOON-REKNR
               STRING TOON-DEEL1 DELIMITED BY SIZE
                   "-" TOON-DEEL2 DELIMITED BY SIZE
                   "-" TOON-DEEL3 DELIMITED BY SIZE
                   INTO INL-REKNR
               END-STRING
           END-IF
           MOVE INZAGE-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO AANTAL-GETOOND.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTAND.
           CLOSE INZAGELOG.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:84)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "AANTAL RAADPLEGINGEN: " AANTAL-GETOOND
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE INZAGELIJST
           MOVE "INZAGELOG" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/INZAGELOG.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-INZAGELOG" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           IF ZOEK-OP-KLANT
               MOVE GEVR-KLANTNR TO ERRLOG-SLEUTEL
           ELSE
               MOVE GEVR-REKNR TO ERRLOG-SLEUTEL
           END-IF
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
