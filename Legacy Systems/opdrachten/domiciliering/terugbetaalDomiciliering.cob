      *************************************************************
      * TERUGBETAAL DOMICILIERING
      *
      * BEHANDELT DE TERUGBETALINGSVRAAG VAN EEN KLANT VOOR EEN
      * UITGEVOERDE DOMICILIERING. DE OPERATOR GEEFT DE REKENING,
      * DE CREDITEURREFERENTIE EN DE DATUM VAN DE INCASSO OP. HET
      * PROGRAMMA LEEST IN HET GEINDEXEERDE JOURNAAL REKJOURNAAL.IDX
      * DE DEBETBOEKINGEN VAN DIE REKENING OP DIE DATUM EN ZOEKT VOOR
      * ELK DE INCASSOREGEL (CODE "G") MET DEZELFDE BOEKINGSREFERENTIE
      * EN CREDITEUR OP IN INCASSOAFREKENING.DAT. EEN INCASSO DIE AL
      * TERUGBETAALD WERD (REGEL MET CODE "R" EN DEZELFDE REFERENTIE)
      * WORDT GEEN TWEEDE KEER TERUGBETAALD. DE VRAAG MOET BINNEN DE
      * ACHT WEKEN (56 DAGEN) NA DE INCASSO KOMEN; LATER WORDT ZE
      * GEWEIGERD MET RETURN-CODE 4.
      * BIJ AANVAARDING KOMT EEN CREDITBEWEGING VOOR DE KLANT IN
      * REKENINGBEWEGINGEN.DAT (MET DE VALUTADATUM VAN DE ORIGINELE
      * INCASSO, ZODAT DE KLANT GEEN INTREST VERLIEST) EN EEN REGEL
      * MET CODE "R" IN INCASSOAFREKENING.DAT, ZODAT
      * PRINT-CREDITEUR-AFREKENING HET BEDRAG VAN DE CREDITEUR
      * TERUGHAALT. HAD DE KLANT OP HETZELFDE MANDAAT (REKENING PLUS
      * CREDITEUR) AL EERDER EEN TERUGBETALING GEKREGEN, DAN WORDT
      * HET MANDAAT IN MANDATEN.DAT TER OPVOLGING GEMARKEERD, ZOALS
      * VERWERK-ONBETAALDEN DOET. DE TERUGBETALING KOMT OOK IN HET
      * MUTATIELOGBOEK AUDITLOG.LOG.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERUGBETAAL-DOMICILIERING.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAAL-INDEX
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.IDX"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS JRX-SLEUTEL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL INCASSO-AFREKENING
                  ASSIGN TO "BESTANDEN/INCASSOAFREKENING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL
                  FILE STATUS IS MANDATEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  INCASSO-AFREKENING.
       01  AFREKENING-REGEL.
           COPY "incafr.cpy".

       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAAT.
           COPY "mandaat.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  AFREKENING-GEDAAN PIC X(1).
           88 EINDE-AFREKENING VALUE "J".
       77  GEVONDEN PIC X(1).
           88 INCASSO-GEVONDEN VALUE "J".
           88 INCASSO-NIET-GEVONDEN VALUE "N".
       77  TERUGBETAALD PIC X(1).
           88 AL-TERUGBETAALD VALUE "J".
       77  REGEL-TOESTAND PIC X(1).
           88 REGEL-IS-INCASSO VALUE "J".
           88 REGEL-IS-TERUGBETAALD VALUE "T".
           88 REGEL-ONBEKEND VALUE "N".
       77  MANDAAT-TOESTAND PIC X(1).
           88 MANDAAT-GEVONDEN VALUE "J".
           88 MANDAAT-NIET-GEVONDEN VALUE "N".
       77  JOURNAAL-STATUS PIC X(2).
       77  MANDATEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  INCASSO-DATUM PIC 9(8).
       77  INCASSO-CREDITEUR PIC X(13).
       77  INCASSO-BEDRAG PIC 9(7)V99.
       77  INCASSO-REFERENTIE PIC X(16).
       77  INCASSO-VALUTADATUM PIC 9(8).
       77  EERDERE-TERUGBETALINGEN PIC 9(5).
       77  EERDERE-WERK PIC 9(5).
       77  BOEKINGSREFERENTIE PIC X(16).
       77  OPERATOR-ID PIC X(8).
       77  TERMIJN-DAGEN PIC 99 VALUE 56.
       77  SERIEEL-DAGNR PIC 9(7).
       77  SERIEEL-INCASSO PIC 9(7).
       77  SERIEEL-VANDAAG PIC 9(7).
       77  VORIG-JAAR PIC 9(4).
       77  DEEL-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9.
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           02 GEVR-DEEL3 PIC 99.
       01  GEVR-REKNR-NUM REDEFINES GEVR-REKNR PIC 9(12).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01  CUMDAGEN-RIJ REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-TERMIJN
           PERFORM ZOEK-INCASSO UNTIL STOPLEZEN
           CLOSE JOURNAAL-INDEX
           IF INCASSO-GEVONDEN
               PERFORM BOEK-TERUGBETALING
               MOVE 0 TO RETURN-CODE
           ELSE
               IF AL-TERUGBETAALD
                   DISPLAY "DEZE INCASSO WERD AL TERUGBETAALD, GEEN "
                       "NIEUWE TERUGBETALING"
               ELSE
                   DISPLAY "GEEN INCASSO VAN DEZE CREDITEUR GEVONDEN "
                       "OP DEZE REKENING EN DATUM"
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE "N" TO GEDAAN
           MOVE "N" TO TERUGBETAALD
           SET INCASSO-NIET-GEVONDEN TO TRUE
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           DISPLAY "GEEF DE REKENING VAN DE KLANT OP "
               "(DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT GEVR-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT GEVR-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT GEVR-DEEL3
           CALL "CONTROLEER-REKNR" USING GEVR-REKNR REKNR-CONTROLE
           IF REKNR-ONGELDIG
               DISPLAY "ONGELDIG REKENINGNUMMER (MOD-97 "
                   "CONTROLEGETAL), GEEN TERUGBETALING"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "GEEF DE CREDITEURREFERENTIE OP:"
           ACCEPT INCASSO-CREDITEUR
           DISPLAY "GEEF DE DATUM VAN DE INCASSO OP (JJJJMMDD):"
           ACCEPT INCASSO-DATUM.

      * DE KLANT HEEFT ACHT WEKEN NA DE INCASSO OM TERUGBETALING TE
      * VRAGEN; EEN DATUM IN DE TOEKOMST IS EEN TIKFOUT.
       CONTROLEER-TERMIJN.
           IF INCASSO-DATUM > RUNDATUM
               DISPLAY "DATUM VAN DE INCASSO LIGT IN DE TOEKOMST, "
                   "GEEN TERUGBETALING"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE INCASSO-DATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO SERIEEL-INCASSO
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO SERIEEL-VANDAAG
           IF SERIEEL-INCASSO + TERMIJN-DAGEN < SERIEEL-VANDAAG
               DISPLAY "TERMIJN VAN ACHT WEKEN NA DE INCASSO IS "
                   "VERSTREKEN, GEEN TERUGBETALING"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAAL-INDEX
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALINDEX NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF JOURNAAL-STATUS = "05"
               MOVE "J" TO GEDAAN
           ELSE
               MOVE GEVR-REKNR TO JRX-REKNR
               MOVE INCASSO-DATUM TO JRX-DATUM
               MOVE ZERO TO JRX-VOLGNR JRX-HERHALING
               START JOURNAAL-INDEX KEY IS NOT < JRX-SLEUTEL
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
           END-IF.

       BEREKEN-SERIEEL-DAGNR.
           COMPUTE VORIG-JAAR = WRK-JAAR - 1
           DIVIDE VORIG-JAAR BY 4 GIVING DEEL-JAAR
           DIVIDE WRK-JAAR BY 4 GIVING JAAR-KWART REMAINDER REST-JAAR
           COMPUTE SERIEEL-DAGNR = WRK-JAAR * 365 + DEEL-JAAR
               + DAGEN-TOT-MAAND (WRK-MAAND) + WRK-DAG
           IF REST-JAAR = 0 AND WRK-MAAND > 2
               ADD 1 TO SERIEEL-DAGNR
           END-IF.

      * ENKEL DE DEBETBOEKINGEN VAN DE REKENING OP DE INCASSODATUM
      * KOMEN IN AANMERKING; DE EERSTE DIE BIJ EEN NOG NIET
      * TERUGBETAALDE INCASSO VAN DE CREDITEUR HOORT, WORDT GENOMEN.
       ZOEK-INCASSO.
           READ JOURNAAL-INDEX NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               AND JOURNAAL-STATUS NOT = "02"
               DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF JRX-REKNR NOT = GEVR-REKNR
                   OR JRX-DATUM NOT = INCASSO-DATUM
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF
           IF NOT STOPLEZEN
               MOVE JRX-REGEL TO JOURNAAL-REGEL
               IF JRN-BEDRAG < ZERO
                   PERFORM ZOEK-AFREKENING
               END-IF
           END-IF.

      * LEEST DE VOLLEDIGE INCASSOAFREKENING: IS DE JOURNAALBOEKING
      * EEN INCASSO VAN DE CREDITEUR, WERD ZE AL TERUGBETAALD, EN
      * HOEVEEL TERUGBETALINGEN KREEG DIT MANDAAT AL.
       ZOEK-AFREKENING.
           SET REGEL-ONBEKEND TO TRUE
           MOVE ZERO TO EERDERE-WERK
           MOVE "N" TO AFREKENING-GEDAAN
           OPEN INPUT INCASSO-AFREKENING
           PERFORM LEES-AFREKENINGSREGEL UNTIL EINDE-AFREKENING
           CLOSE INCASSO-AFREKENING
           IF REGEL-IS-TERUGBETAALD
               MOVE "J" TO TERUGBETAALD
           END-IF
           IF REGEL-IS-INCASSO
               SET INCASSO-GEVONDEN TO TRUE
               COMPUTE INCASSO-BEDRAG = 0 - JRN-BEDRAG
               MOVE JRN-REFERENTIE TO INCASSO-REFERENTIE
               IF JRN-VALUTADATUM NOT = ZERO
                   MOVE JRN-VALUTADATUM TO INCASSO-VALUTADATUM
               ELSE
                   MOVE JRN-DATUM TO INCASSO-VALUTADATUM
               END-IF
               MOVE EERDERE-WERK TO EERDERE-TERUGBETALINGEN
               MOVE "J" TO GEDAAN
           END-IF.

       LEES-AFREKENINGSREGEL.
           READ INCASSO-AFREKENING
               AT END MOVE "J" TO AFREKENING-GEDAAN
           END-READ
           IF NOT EINDE-AFREKENING
               IF IAF-CREDITEUR = INCASSO-CREDITEUR
                   PERFORM BEKIJK-AFREKENINGSREGEL
               END-IF
           END-IF.

       BEKIJK-AFREKENINGSREGEL.
           IF IAF-TERUGBETAALD AND IAF-REKNR = GEVR-REKNR-NUM
               ADD 1 TO EERDERE-WERK
           END-IF
           IF IAF-REFERENTIE = JRN-REFERENTIE
               IF IAF-TERUGBETAALD
                   SET REGEL-IS-TERUGBETAALD TO TRUE
               ELSE
                   IF IAF-GEIND AND NOT REGEL-IS-TERUGBETAALD
                       SET REGEL-IS-INCASSO TO TRUE
                   END-IF
               END-IF
           END-IF.

       BOEK-TERUGBETALING.
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE GEVR-REKNR TO BEW-REKNR
           MOVE "K" TO BEW-SOORT
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE "EUR" TO BEW-MUNT
           MOVE INCASSO-BEDRAG TO BEW-BEDRAG
           MOVE INCASSO-VALUTADATUM TO BEW-VALUTADATUM
           MOVE "N" TO BEW-EXTERN
           MOVE "TERUGBETALING DOMICILIERING" TO BEW-EXT-NAAM
           MOVE INCASSO-CREDITEUR TO BEW-EXT-BANKREF
           WRITE REKENING-BEWEGING
           CLOSE REKENINGBEWEGINGEN
           PERFORM SCHRIJF-AFREKENINGSREGEL
           PERFORM SCHRIJF-AUDIT
           DISPLAY "TERUGBETAALD: " GEVR-DEEL1 "-" GEVR-DEEL2 "-"
               GEVR-DEEL3 " BEDRAG " INCASSO-BEDRAG
               " CREDITEUR " INCASSO-CREDITEUR
           DISPLAY "ORIGINELE INCASSO " INCASSO-DATUM " REF "
               INCASSO-REFERENTIE ", VALUTADATUM " INCASSO-VALUTADATUM
           IF EERDERE-TERUGBETALINGEN > ZERO
               PERFORM MARKEER-MANDAAT
           END-IF.

       SCHRIJF-AFREKENINGSREGEL.
           OPEN EXTEND INCASSO-AFREKENING
           MOVE SPACES TO AFREKENING-REGEL
           MOVE RUNDATUM TO IAF-DATUM
           MOVE INCASSO-CREDITEUR TO IAF-CREDITEUR
           MOVE INCASSO-BEDRAG TO IAF-BEDRAG
           MOVE "R" TO IAF-CODE
           MOVE GEVR-REKNR TO IAF-REKNR
           MOVE INCASSO-REFERENTIE TO IAF-REFERENTIE
           WRITE AFREKENING-REGEL
           CLOSE INCASSO-AFREKENING.

      * HERHAALDE TERUGBETALINGEN OP EEN MANDAAT WIJZEN OP EEN
      * BETWISTE INCASSO; HET MANDAAT GAAT TER OPVOLGING.
       MARKEER-MANDAAT.
           OPEN I-O MANDATEN
           IF MANDATEN-STATUS NOT = "00" AND MANDATEN-STATUS NOT = "05"
               DISPLAY "KAN MANDATENBESTAND NIET OPENEN, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE GEVR-REKNR TO MAN-REKNR
           MOVE INCASSO-CREDITEUR TO MAN-CREDITEUR
           SET MANDAAT-NIET-GEVONDEN TO TRUE
           READ MANDATEN
               INVALID KEY SET MANDAAT-NIET-GEVONDEN TO TRUE
               NOT INVALID KEY SET MANDAAT-GEVONDEN TO TRUE
           END-READ
           IF MANDAAT-NIET-GEVONDEN AND MANDATEN-STATUS NOT = "23"
               DISPLAY "MANDATENBESTAND IS DEFECT, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           IF MANDAAT-GEVONDEN
               SET MANDAAT-TER-OPVOLGING TO TRUE
               REWRITE MANDAAT
                   INVALID KEY
                       DISPLAY "MANDATENBESTAND IS DEFECT, STATUS: "
                           MANDATEN-STATUS
                       PERFORM FOUT
               END-REWRITE
               DISPLAY "HERHAALDE TERUGBETALING OP DIT MANDAAT ("
                   EERDERE-TERUGBETALINGEN " EERDER), MANDAAT TER "
                   "OPVOLGING"
           ELSE
               DISPLAY "HERHAALDE TERUGBETALING, MAAR GEEN MANDAAT "
                   "GEVONDEN VOOR DEZE REKENING EN CREDITEUR"
           END-IF
           CLOSE MANDATEN.

       SCHRIJF-AUDIT.
           MOVE SPACES TO AUDIT-REGEL
           MOVE "TERUGBETAAL-DOMIC" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           MOVE GEVR-REKNR TO AUD-SLEUTEL
           MOVE "TERUGBETALING" TO AUD-VELD
           MOVE INCASSO-REFERENTIE TO AUD-OUD
           MOVE BOEKINGSREFERENTIE TO AUD-NIEUW
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "TERUGBETAAL-DOMIC" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE GEVR-REKNR TO ERRLOG-SLEUTEL
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
