      *************************************************************
      * ZOEK SERIENUMMER
      *
      * OPVRAGING VAN EEN SERIENUMMER: DE OPERATOR GEEFT PRODUCT EN
      * SERIENUMMER OP EN KRIJGT HET RECORD UIT SERIENUMMERS.DAT
      * (STATUS, LOCATIE, ONTVANGSTDATUM, BESTELLING, KLANT EN
      * ORDER BIJ VERKOOP) PLUS DE VOLLEDIGE LEVENSLOOP VAN HET
      * STUK UIT SERIEBEWEGINGEN.HIST: ONTVANGST, VERPLAATSINGEN,
      * VERKOOP, RETOUREN EN AFBOEKINGEN. MEERDERE OPZOEKINGEN PER
      * SESSIE ZIJN MOGELIJK.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZOEK-SERIENUMMER.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT OPTIONAL SERIE-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/SERIEBEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SERIEHIST-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  SERIE-BEWEGINGEN.
       01  SERIEHIST-REGEL.
           COPY "seriehist.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  NOG-EEN PIC X(1).
           88 GESTOPT VALUE "N".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  SERIENUMMERS-STATUS PIC X(2).
       77  SERIEHIST-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 SERIE-GEVONDEN VALUE "J".
           88 SERIE-ONBEKEND VALUE "N".
       77  GEVR-PRODNR PIC X(6).
       77  GEVR-SERIENR PIC X(20).
       77  AANTAL-MUTATIES PIC 9(5).
       77  STATUS-OMSCHRIJVING PIC X(20).
       77  TYPE-OMSCHRIJVING PIC X(14).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VRAAG-SERIENUMMER-OP UNTIL GESTOPT
           CLOSE SERIENUMMERS
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE "J" TO NOG-EEN
           OPEN INPUT SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       VRAAG-SERIENUMMER-OP.
           DISPLAY " "
           DISPLAY "GEEF HET PRODUCTNUMMER OP:"
           ACCEPT GEVR-PRODNR
           DISPLAY "GEEF HET SERIENUMMER OP:"
           MOVE SPACES TO GEVR-SERIENR
           ACCEPT GEVR-SERIENR
           PERFORM ZOEK-SERIERECORD
           IF SERIE-GEVONDEN
               PERFORM TOON-SERIENUMMER
           ELSE
               DISPLAY "GEEN SERIENUMMER GEVONDEN MET DEZE SLEUTEL"
           END-IF
           DISPLAY "NOG EEN OPZOEKING? (J/N):"
           ACCEPT NOG-EEN.

       ZOEK-SERIERECORD.
           SET SERIE-ONBEKEND TO TRUE
           MOVE GEVR-PRODNR TO SRN-PRODNR
           MOVE GEVR-SERIENR TO SRN-SERIENR
           READ SERIENUMMERS
               INVALID KEY SET SERIE-ONBEKEND TO TRUE
               NOT INVALID KEY SET SERIE-GEVONDEN TO TRUE
           END-READ
           IF SERIE-ONBEKEND AND SERIENUMMERS-STATUS NOT = "23"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       TOON-SERIENUMMER.
           MOVE "ONBEKEND" TO STATUS-OMSCHRIJVING
           IF SERIE-IN-STOCK
               MOVE "IN STOCK" TO STATUS-OMSCHRIJVING
           END-IF
           IF SERIE-VERKOCHT
               MOVE "VERKOCHT" TO STATUS-OMSCHRIJVING
           END-IF
           IF SERIE-TERUG-LEVERANCIER
               MOVE "TERUG NAAR LEVERANCIER" TO STATUS-OMSCHRIJVING
           END-IF
           IF SERIE-AFGEBOEKT
               MOVE "AFGEBOEKT" TO STATUS-OMSCHRIJVING
           END-IF
           DISPLAY "PRODUCT " SRN-PRODNR " SERIENUMMER " SRN-SERIENR
           DISPLAY "  STATUS         : " SRN-STATUS " "
               STATUS-OMSCHRIJVING
           DISPLAY "  LOCATIE        : " SRN-LOCATIE
           DISPLAY "  ONTVANGEN      : " SRN-ONTVANGSTDATUM
           DISPLAY "  BESTELLING     : " SRN-BESTELNR
           DISPLAY "  KLANT          : " SRN-KLANTNR
           DISPLAY "  ORDER          : " SRN-ORDERNR
           DISPLAY "  VERKOCHT OP    : " SRN-VERKOOPDATUM
           DISPLAY "  LAATSTE MUTATIE: " SRN-MUTATIEDATUM
           DISPLAY "  HISTORIEK:"
           MOVE ZERO TO AANTAL-MUTATIES
           MOVE "N" TO GEDAAN
           OPEN INPUT SERIE-BEWEGINGEN
           IF SERIEHIST-STATUS = "00" OR SERIEHIST-STATUS = "05"
               PERFORM TOON-SERIEMUTATIE UNTIL STOPLEZEN
           END-IF
           CLOSE SERIE-BEWEGINGEN
           IF AANTAL-MUTATIES = ZERO
               DISPLAY "    GEEN MUTATIES IN DE HISTORIEK"
           END-IF.

       TOON-SERIEMUTATIE.
           READ SERIE-BEWEGINGEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND SERIEHIST-STATUS NOT = "00"
               DISPLAY "SERIEHISTORIEK IS DEFECT, STATUS: "
                   SERIEHIST-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF SHS-PRODNR = GEVR-PRODNR
                   AND SHS-SERIENR = GEVR-SERIENR
                   ADD 1 TO AANTAL-MUTATIES
                   PERFORM BEPAAL-TYPE-OMSCHRIJVING
                   DISPLAY "    " SHS-DATUM " " TYPE-OMSCHRIJVING
                       " LOC " SHS-LOCATIE " NAAR " SHS-NAAR-LOCATIE
                       " STATUS " SHS-STATUS " OPERATOR "
                       SHS-OPERATOR
                   IF SHS-BESTELNR NOT = ZERO
                       DISPLAY "      BESTELLING " SHS-BESTELNR
                   END-IF
                   IF SHS-ORDERNR NOT = ZERO
                       DISPLAY "      KLANT " SHS-KLANTNR
                           " ORDER " SHS-ORDERNR
                   END-IF
               END-IF
           END-IF.

       BEPAAL-TYPE-OMSCHRIJVING.
           MOVE SHS-TRANSTYPE TO TYPE-OMSCHRIJVING
           IF SHS-TRANSTYPE = "P"
               MOVE "ONTVANGST" TO TYPE-OMSCHRIJVING
           END-IF
           IF SHS-TRANSTYPE = "S"
               MOVE "VERKOOP" TO TYPE-OMSCHRIJVING
           END-IF
           IF SHS-TRANSTYPE = "R"
               MOVE "RETOUR" TO TYPE-OMSCHRIJVING
           END-IF
           IF SHS-TRANSTYPE = "A"
               MOVE "CORRECTIE" TO TYPE-OMSCHRIJVING
           END-IF
           IF SHS-TRANSTYPE = "D"
               MOVE "SCHADE" TO TYPE-OMSCHRIJVING
           END-IF
           IF SHS-TRANSTYPE = "T"
               MOVE "VERPLAATSING" TO TYPE-OMSCHRIJVING
           END-IF
           IF SHS-TRANSTYPE = "B"
               MOVE "REGISTRATIE" TO TYPE-OMSCHRIJVING
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ZOEK-SERIENUMMER" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE GEVR-PRODNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
