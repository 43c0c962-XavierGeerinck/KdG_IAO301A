      *************************************************************
      * PRINT SALDOPROGNOSE
      *
      * VOORSPELT VOOR EEN OPGEGEVEN REKENING (OF, MET REKENINGNUMMER
      * NUL, VOOR ALLE REKENINGEN) HOE HET SALDO ZICH DAG NA DAG
      * ONTWIKKELT OVER EEN GEKOZEN HORIZON (STANDAARD 30 DAGEN,
      * HOOGSTENS 366). VERTREKPUNT IS HET HUIDIGE SALDO IN
      * REKENINGEN; DAAROP WORDEN DE GEPLANDE GELDSTROMEN GEBOEKT:
      * - DE PERMANENTE OPDRACHTEN UIT PERMOPDRACHTEN.DAT, VANAF
      *   OPD-VOLGENDE WEKELIJKS OF MAANDELIJKS TOT HUN EINDDATUM;
      * - DE DOMICILIERINGEN UIT MANDATEN.DAT, VANAF MAN-VOLGENDE
      *   MAANDELIJKS OF PER KWARTAAL TEGEN MAN-BEDRAG;
      * - DE LOPENDE TERMIJNDEPOSITO'S UIT TERMIJNDEPOSITOS.DAT DIE
      *   BINNEN DE HORIZON VERVALLEN, MET HOOFDSOM EN VERLOPEN RENTE
      *   ZOALS VERWERK-VERVALLEN-DEPOSITOS ZE UITKEERT.
      * DE DATUMS SCHUIVEN ZOALS IN VOER-OPDRACHTEN-UIT EN
      * GENEREER-DOMICILIERINGEN OP EN GAAN DOOR VOLGENDE-WERKDAG;
      * EEN VERVALDATUM DIE AL VOORBIJ IS, WORDT DOOR DE EERSTVOLGENDE
      * RUN INGEHAALD EN TELT OP DE DAG VAN VANDAAG. GESTOPTE
      * OPDRACHTEN EN MANDATEN TELLEN NIET MEE.
      *
      * DE STROMEN GAAN VIA EEN SORT OP REKENING EN DATUM NAAR DE
      * LIJST SALDOPROGNOSE.LST: PER REKENING HET HUIDIGE SALDO EN DE
      * KREDIETLIMIET, EEN REGEL PER DAG MET BEWEGING (INKOMEND,
      * UITGAAND EN VERWACHT SALDO) EN DE EERSTE DAG WAAROP HET SALDO
      * ONDER DE KREDIETLIMIET ZOU ZAKKEN WORDT GEMARKEERD. BIJ ALLE
      * REKENINGEN KOMEN ENKEL DE REKENINGEN MET GEPLANDE STROMEN OP
      * DE LIJST; GESLOTEN OF ONBEKENDE REKENINGEN WORDEN GETELD EN
      * OVERGESLAGEN. ONDERAAN VOLGT EEN OVERZICHT PER WEEK VAN DE
      * VERWACHTE UITGAANDE OPDRACHTEN EN DOMICILIERINGEN EN DE
      * VERVALLENDE DEPOSITO'S, OMGEREKEND NAAR EUR MET LEES-KOERS.
      * DE LIJST GAAT VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL; DE
      * OPVRAGING VAN EEN ENKELE REKENING KOMT IN HET INZAGELOGBOEK
      * (ZIE LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SALDOPROGNOSE.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERMANENTE-OPDRACHTEN
                  ASSIGN TO "BESTANDEN/PERMOPDRACHTEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPD-NR
                  FILE STATUS IS OPDRACHTEN-STATUS.

           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL
                  FILE STATUS IS MANDATEN-STATUS.

           SELECT OPTIONAL TERMIJNDEPOSITOS
                  ASSIGN TO "BESTANDEN/TERMIJNDEPOSITOS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TDP-SLEUTEL
                  FILE STATUS IS DEPOSITOS-STATUS.

           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT SORT-PROGNOSE
                  ASSIGN TO "BESTANDEN/SORTPROGNOSE.TMP".

           SELECT OPTIONAL PROGNOSELIJST
                  ASSIGN TO "BESTANDEN/SALDOPROGNOSE.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERMANENTE-OPDRACHTEN BLOCK CONTAINS 10 RECORDS.
       01  OPDRACHT.
           COPY "permopd.cpy".

       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAAT.
           COPY "mandaat.cpy".

       FD  TERMIJNDEPOSITOS BLOCK CONTAINS 10 RECORDS.
       01  DEPOSITO.
           COPY "termdep.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       SD  SORT-PROGNOSE.
       01  PROGNOSE-REC.
           02 SPR-REKNR PIC 9(12).
           02 SPR-DATUM PIC 9(8).
           02 SPR-SOORT PIC X(1).
               88 SPR-OPDRACHT VALUE "O".
               88 SPR-DOMICILIERING VALUE "D".
               88 SPR-DEPOSITO VALUE "T".
           02 SPR-BEDRAG PIC S9(9)V99.
           02 SPR-DAGNR PIC 9(7).

       FD  PROGNOSELIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  REEKS-KLAAR PIC X(1).
           88 REEKS-AFGELOPEN VALUE "J".
       77  EERSTE-REKENING PIC X(1).
           88 NOG-GEEN-REKENING VALUE "J".
       77  GEVONDEN-REKENING PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  REKENING-KEUZE PIC X(1).
           88 ALLE-REKENINGEN VALUE "J".
           88 EEN-REKENING VALUE "N".
       77  LIMIET-TOESTAND PIC X(1).
           88 LIMIET-OVERSCHREDEN VALUE "J".
           88 BINNEN-LIMIET VALUE "N".
       77  OPDRACHTEN-STATUS PIC X(2).
       77  MANDATEN-STATUS PIC X(2).
       77  DEPOSITOS-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  EINDDATUM PIC 9(8).
       77  HORIZON-DAGEN PIC 9(3).
       77  VOLGENDE-DATUM PIC 9(8).
       77  VERVALDATUM-WERK PIC 9(8).
       77  OVERSCHRIJDINGSDATUM PIC 9(8).
       77  START-DAGNR PIC 9(7).
       77  SERIEEL-DAGNR PIC 9(7).
       77  START-SERIEEL PIC 9(7).
       77  VERVAL-SERIEEL PIC 9(7).
       77  LOOPTIJD-DAGEN PIC 9(5).
       77  RENTE-BEDRAG PIC 9(7)V99.
       77  VORIG-JAAR PIC 9(4).
       77  DEEL-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9(4).
       77  DAGEN-DEZE-MAAND PIC 99.
       77  HUIDIG-REKNR PIC 9(12).
       77  HUIDIGE-DATUM PIC 9(8).
       77  VERWACHT-SALDO PIC S9(9)V99.
       77  ONDERGRENS PIC S9(9)V99.
       77  DAG-INKOMEND PIC 9(9)V99.
       77  DAG-UITGAAND PIC 9(9)V99.
       77  WEEK-IDX PIC 9(3) COMP.
       77  AANTAL-WEKEN PIC 9(3) COMP.
       77  AANTAL-REKENINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERSCHREDEN PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERGESLAGEN PIC 9(7) VALUE ZERO.
       77  REK-MUNT-NORM PIC X(3).
       77  KOERS PIC 9(3)V9(6).
       77  KOERS-RESULTAAT PIC X(1).
           88 KOERS-GEVONDEN VALUE "J".
       77  EUR-BEDRAG PIC S9(9)V99.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "PRINT-SALDOPROGNOSE".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           02 GEVR-DEEL3 PIC 99.
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL.
           02 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  CUMDAGEN REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.
       01  MAANDDAGEN-TABEL.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MAANDDAGEN REDEFINES MAANDDAGEN-TABEL.
           02 DAGEN-IN-MAAND PIC 99 OCCURS 12.
       01  WEEK-TABEL.
           02 WEEK-ITEM OCCURS 53.
               03 WK-VAN PIC 9(8).
               03 WK-TOT PIC 9(8).
               03 WK-OPDRACHTEN PIC 9(11)V99.
               03 WK-DOMICILIERINGEN PIC 9(11)V99.
               03 WK-DEPOSITOS PIC 9(11)V99.
       01  WEEK-TOTALEN.
           02 WT-OPDRACHTEN PIC 9(11)V99.
           02 WT-DOMICILIERINGEN PIC 9(11)V99.
           02 WT-DEPOSITOS PIC 9(11)V99.
       01  TOON-REKNR.
           02 TOON-DEEL1 PIC 999.
           02 TOON-DEEL2 PIC 9(7).
           02 TOON-DEEL3 PIC 99.
       01  REKENING-VELDEN.
           02 FILLER PIC X(9) VALUE "REKENING ".
           02 RKV-REKNR PIC X(14).
           02 FILLER PIC X(7) VALUE "  MUNT ".
           02 RKV-MUNT PIC X(3).
           02 FILLER PIC X(16) VALUE "  HUIDIG SALDO ".
           02 RKV-SALDO PIC -(7)9.99.
           02 FILLER PIC X(17) VALUE "  KREDIETLIMIET ".
           02 RKV-LIMIET PIC Z(6)9.99.
       01  DAG-KOP.
           02 FILLER PIC X(12) VALUE "  DATUM".
           02 FILLER PIC X(13) VALUE "     INKOMEND".
           02 FILLER PIC X(13) VALUE "     UITGAAND".
           02 FILLER PIC X(15) VALUE " VERWACHT SALDO".
       01  DAG-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DGV-DATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DGV-INKOMEND PIC Z(8)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 DGV-UITGAAND PIC Z(8)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DGV-SALDO PIC -(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DGV-SIGNAAL PIC X(30).
       01  WEEK-KOP.
           02 FILLER PIC X(6) VALUE "  WEEK".
           02 FILLER PIC X(10) VALUE "  VAN".
           02 FILLER PIC X(10) VALUE "  TOT".
           02 FILLER PIC X(15) VALUE "    OPDRACHTEN".
           02 FILLER PIC X(15) VALUE "  DOMICILIERING".
           02 FILLER PIC X(15) VALUE "     DEPOSITO'S".
       01  WEEK-VELDEN.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WKV-NR PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WKV-VAN PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WKV-TOT PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WKV-OPDRACHTEN PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WKV-DOMICILIERINGEN PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WKV-DEPOSITOS PIC Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           SORT SORT-PROGNOSE
               ON ASCENDING KEY SPR-REKNR SPR-DATUM
               INPUT PROCEDURE IS VERZAMEL-STROMEN
               OUTPUT PROCEDURE IS DRUK-PROGNOSES
           IF EEN-REKENING AND AANTAL-REKENINGEN = ZERO
               AND AANTAL-OVERGESLAGEN = ZERO
               MOVE GEVR-REKNR TO HUIDIG-REKNR
               PERFORM BEGIN-REKENING
               IF REKENING-BESTAAT
                   MOVE "  GEEN GEPLANDE BEWEGINGEN BINNEN DE HORIZON"
                       TO LIJST-REGEL
                   PERFORM SCHRIJF-LIJSTREGEL
                   PERFORM SLUIT-REKENING
               END-IF
           END-IF
           PERFORM DRUK-WEEKOVERZICHT
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           DISPLAY "GEEF HET REKENINGNUMMER OP (DEEL1/DEEL2/DEEL3),"
           DISPLAY "NULLEN VOOR ALLE REKENINGEN:"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT GEVR-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT GEVR-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT GEVR-DEEL3
           IF GEVR-REKNR = ZEROS
               SET ALLE-REKENINGEN TO TRUE
           ELSE
               SET EEN-REKENING TO TRUE
           END-IF
           DISPLAY "GEEF DE HORIZON IN DAGEN OP (STANDAARD 30):"
           ACCEPT HORIZON-DAGEN
           IF HORIZON-DAGEN = ZERO
               MOVE 30 TO HORIZON-DAGEN
           END-IF
           IF HORIZON-DAGEN > 366
               MOVE 366 TO HORIZON-DAGEN
           END-IF
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO START-DAGNR
           PERFORM TEL-DAG-BIJ HORIZON-DAGEN TIMES
           MOVE WERKDATUM TO EINDDATUM
           PERFORM VUL-WEEKTABEL
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT PROGNOSELIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "SALDOPROGNOSE VAN " RUNDATUM " TOT " EINDDATUM
               " (" HORIZON-DAGEN " DAGEN)" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           IF ALLE-REKENINGEN
               MOVE "ALLE REKENINGEN MET GEPLANDE BEWEGINGEN"
                   TO LIJST-REGEL
           ELSE
               STRING "REKENING " GEVR-DEEL1 "-" GEVR-DEEL2 "-"
                   GEVR-DEEL3 DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               MOVE ZERO TO INZAGE-KLANTNR
               MOVE GEVR-REKNR TO INZAGE-REKNR
               CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA
                   INZAGE-KLANTNR INZAGE-REKNR
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL.

      * WEEK 1 BEGINT VANDAAG; DE LAATSTE WEEK LOOPT TOT DE
      * EINDDATUM VAN DE HORIZON.
       VUL-WEEKTABEL.
           COMPUTE AANTAL-WEKEN = HORIZON-DAGEN / 7 + 1
           MOVE ZEROS TO WEEK-TOTALEN
           MOVE RUNDATUM TO WERKDATUM
           PERFORM VUL-WEEK VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > AANTAL-WEKEN.

       VUL-WEEK.
           MOVE WERKDATUM TO WK-VAN (WEEK-IDX)
           MOVE ZERO TO WK-OPDRACHTEN (WEEK-IDX)
               WK-DOMICILIERINGEN (WEEK-IDX) WK-DEPOSITOS (WEEK-IDX)
           PERFORM TEL-DAG-BIJ 6 TIMES
           IF WERKDATUM > EINDDATUM
               MOVE EINDDATUM TO WK-TOT (WEEK-IDX)
           ELSE
               MOVE WERKDATUM TO WK-TOT (WEEK-IDX)
           END-IF
           PERFORM TEL-DAG-BIJ.

      *    INPUT PROCEDURE: ELKE GEPLANDE STROOM BINNEN DE HORIZON
      *    WORDT ALS EEN REGEL (REKENING, DATUM, BEDRAG) VRIJGEGEVEN.
       VERZAMEL-STROMEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT PERMANENTE-OPDRACHTEN
           IF OPDRACHTEN-STATUS NOT = "00"
               AND OPDRACHTEN-STATUS NOT = "05"
               DISPLAY "KAN OPDRACHTENBESTAND NIET OPENEN, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-OPDRACHT UNTIL STOPLEZEN
           CLOSE PERMANENTE-OPDRACHTEN
           MOVE "N" TO GEDAAN
           OPEN INPUT MANDATEN
           IF MANDATEN-STATUS NOT = "00" AND MANDATEN-STATUS NOT = "05"
               DISPLAY "KAN MANDATENBESTAND NIET OPENEN, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-MANDAAT UNTIL STOPLEZEN
           CLOSE MANDATEN
           MOVE "N" TO GEDAAN
           OPEN INPUT TERMIJNDEPOSITOS
           IF DEPOSITOS-STATUS NOT = "00"
               AND DEPOSITOS-STATUS NOT = "05"
               DISPLAY "KAN DEPOSITOBESTAND NIET OPENEN, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-DEPOSITO UNTIL STOPLEZEN
           CLOSE TERMIJNDEPOSITOS.

       LEES-OPDRACHT.
           READ PERMANENTE-OPDRACHTEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND OPDRACHTEN-STATUS NOT = "00"
               DISPLAY "OPDRACHTENBESTAND IS DEFECT, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT OPDRACHT-GESTOPT
               AND OPD-VOLGENDE NOT = ZERO
               AND (ALLE-REKENINGEN OR OPD-REKNR = GEVR-REKNR)
               MOVE OPD-VOLGENDE TO VOLGENDE-DATUM
               MOVE "N" TO REEKS-KLAAR
               PERFORM PLAN-OPDRACHT UNTIL REEKS-AFGELOPEN
           END-IF.

       PLAN-OPDRACHT.
           IF VOLGENDE-DATUM > EINDDATUM
               OR (OPD-EINDE NOT = ZERO AND VOLGENDE-DATUM > OPD-EINDE)
               MOVE "J" TO REEKS-KLAAR
           ELSE
               MOVE OPD-REKNR TO SPR-REKNR
               SET SPR-OPDRACHT TO TRUE
               COMPUTE SPR-BEDRAG = 0 - OPD-BEDRAG
               PERFORM GEEF-STROOM-VRIJ
               MOVE VOLGENDE-DATUM TO WERKDATUM
               IF OPD-WEKELIJKS
                   PERFORM TEL-WEEK-BIJ
               ELSE
                   PERFORM TEL-MAAND-BIJ
               END-IF
               MOVE WERKDATUM TO VERVALDATUM-WERK
               CALL "VOLGENDE-WERKDAG" USING VERVALDATUM-WERK
               MOVE VERVALDATUM-WERK TO VOLGENDE-DATUM
           END-IF.

       LEES-MANDAAT.
           READ MANDATEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND MANDATEN-STATUS NOT = "00"
               DISPLAY "MANDATENBESTAND IS DEFECT, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT MANDAAT-GESTOPT
               AND MAN-VOLGENDE NOT = ZERO
               AND (ALLE-REKENINGEN OR MAN-REKNR = GEVR-REKNR)
               MOVE MAN-VOLGENDE TO VOLGENDE-DATUM
               MOVE "N" TO REEKS-KLAAR
               PERFORM PLAN-MANDAAT UNTIL REEKS-AFGELOPEN
           END-IF.

       PLAN-MANDAAT.
           IF VOLGENDE-DATUM > EINDDATUM
               MOVE "J" TO REEKS-KLAAR
           ELSE
               MOVE MAN-REKNR TO SPR-REKNR
               SET SPR-DOMICILIERING TO TRUE
               COMPUTE SPR-BEDRAG = 0 - MAN-BEDRAG
               PERFORM GEEF-STROOM-VRIJ
               MOVE VOLGENDE-DATUM TO WERKDATUM
               IF MAN-DRIEMAANDELIJKS
                   PERFORM TEL-MAAND-BIJ
                   PERFORM TEL-MAAND-BIJ
                   PERFORM TEL-MAAND-BIJ
               ELSE
                   PERFORM TEL-MAAND-BIJ
               END-IF
               MOVE WERKDATUM TO VERVALDATUM-WERK
               CALL "VOLGENDE-WERKDAG" USING VERVALDATUM-WERK
               MOVE VERVALDATUM-WERK TO VOLGENDE-DATUM
           END-IF.

       LEES-DEPOSITO.
           READ TERMIJNDEPOSITOS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND DEPOSITOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOBESTAND IS DEFECT, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND DEPOSITO-LOPEND
               AND TDP-VERVALDATUM NOT > EINDDATUM
               AND (ALLE-REKENINGEN OR TDP-REKNR = GEVR-REKNR)
               MOVE TDP-VERVALDATUM TO VERVALDATUM-WERK
               CALL "VOLGENDE-WERKDAG" USING VERVALDATUM-WERK
               MOVE VERVALDATUM-WERK TO VOLGENDE-DATUM
               IF VOLGENDE-DATUM NOT > EINDDATUM
                   PERFORM BEREKEN-VERLOPEN-RENTE
                   MOVE TDP-REKNR TO SPR-REKNR
                   SET SPR-DEPOSITO TO TRUE
                   COMPUTE SPR-BEDRAG = TDP-BEDRAG + RENTE-BEDRAG
                   PERFORM GEEF-STROOM-VRIJ
               END-IF
           END-IF.

      * EEN STROOM WAARVAN DE DATUM AL VOORBIJ IS, WORDT DOOR DE
      * EERSTVOLGENDE RUN INGEHAALD EN TELT DUS VANDAAG.
       GEEF-STROOM-VRIJ.
           IF VOLGENDE-DATUM < RUNDATUM
               MOVE RUNDATUM TO SPR-DATUM
           ELSE
               MOVE VOLGENDE-DATUM TO SPR-DATUM
           END-IF
           MOVE SPR-DATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO SPR-DAGNR
           RELEASE PROGNOSE-REC.

      *    OUTPUT PROCEDURE: DE STROMEN KOMEN PER REKENING EN DATUM
      *    TERUG; PER DATUM WORDT EEN SALDOREGEL GEDRUKT.
       DRUK-PROGNOSES.
           MOVE "J" TO EERSTE-REKENING
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM VERWERK-STROOM UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-REKENING
               PERFORM SLUIT-DAG
               PERFORM SLUIT-REKENING
           END-IF.

       VERWERK-STROOM.
           RETURN SORT-PROGNOSE
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-REKENING
                   MOVE "N" TO EERSTE-REKENING
                   MOVE SPR-REKNR TO HUIDIG-REKNR
                   PERFORM BEGIN-REKENING
                   PERFORM BEGIN-DAG
               ELSE
                   IF SPR-REKNR NOT = HUIDIG-REKNR
                       PERFORM SLUIT-DAG
                       PERFORM SLUIT-REKENING
                       MOVE SPR-REKNR TO HUIDIG-REKNR
                       PERFORM BEGIN-REKENING
                       PERFORM BEGIN-DAG
                   ELSE
                       IF SPR-DATUM NOT = HUIDIGE-DATUM
                           PERFORM SLUIT-DAG
                           PERFORM BEGIN-DAG
                       END-IF
                   END-IF
               END-IF
               IF REKENING-BESTAAT
                   PERFORM TEL-STROOM
               END-IF
           END-IF.

      * EEN GESLOTEN OF ONBEKENDE REKENING WORDT OVERGESLAGEN: HAAR
      * OPDRACHTEN EN INCASSO'S ZOUDEN TOCH GEWEIGERD WORDEN.
       BEGIN-REKENING.
           SET REKENING-ONBEKEND TO TRUE
           MOVE HUIDIG-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-BESTAAT AND REKENING-GESLOTEN
               SET REKENING-ONBEKEND TO TRUE
           END-IF
           MOVE HUIDIG-REKNR TO TOON-REKNR
           IF REKENING-ONBEKEND
               ADD 1 TO AANTAL-OVERGESLAGEN
               DISPLAY "OVERGESLAGEN: REKENING " TOON-DEEL1 "-"
                   TOON-DEEL2 "-" TOON-DEEL3 " GESLOTEN OF ONBEKEND"
           ELSE
               PERFORM DRUK-REKENINGKOP
           END-IF.

       DRUK-REKENINGKOP.
           ADD 1 TO AANTAL-REKENINGEN
           MOVE SALDO TO VERWACHT-SALDO
           COMPUTE ONDERGRENS = 0 - KREDIETLIMIET
           SET BINNEN-LIMIET TO TRUE
           MOVE ZERO TO OVERSCHRIJDINGSDATUM
           MOVE MUNT TO REK-MUNT-NORM
           IF REK-MUNT-NORM = SPACES OR REK-MUNT-NORM = "000"
               OR REK-MUNT-NORM = LOW-VALUES
               MOVE "EUR" TO REK-MUNT-NORM
           END-IF
           CALL "LEES-KOERS" USING REK-MUNT-NORM KOERS
               KOERS-RESULTAAT
           IF NOT KOERS-GEVONDEN
               DISPLAY "GEEN KOERS VOOR " REK-MUNT-NORM
                   " - REKENING " DEEL1 "-" DEEL2 "-" DEEL3
                   " AAN KOERS 1 OMGEREKEND"
               MOVE 1 TO KOERS
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SPACES TO RKV-REKNR
           STRING TOON-DEEL1 DELIMITED BY SIZE
               "-" TOON-DEEL2 DELIMITED BY SIZE
               "-" TOON-DEEL3 DELIMITED BY SIZE
               INTO RKV-REKNR
           END-STRING
           MOVE REK-MUNT-NORM TO RKV-MUNT
           MOVE SALDO TO RKV-SALDO
           MOVE KREDIETLIMIET TO RKV-LIMIET
           MOVE REKENING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE DAG-KOP TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           IF VERWACHT-SALDO < ONDERGRENS
               MOVE RUNDATUM TO DGV-DATUM
               MOVE ZERO TO DGV-INKOMEND DGV-UITGAAND
               MOVE VERWACHT-SALDO TO DGV-SALDO
               PERFORM MARKEER-OVERSCHRIJDING
               MOVE DAG-VELDEN TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

       BEGIN-DAG.
           MOVE SPR-DATUM TO HUIDIGE-DATUM
           MOVE ZERO TO DAG-INKOMEND DAG-UITGAAND.

       TEL-STROOM.
           IF SPR-BEDRAG < ZERO
               SUBTRACT SPR-BEDRAG FROM DAG-UITGAAND
           ELSE
               ADD SPR-BEDRAG TO DAG-INKOMEND
           END-IF
           ADD SPR-BEDRAG TO VERWACHT-SALDO
           COMPUTE WEEK-IDX = (SPR-DAGNR - START-DAGNR) / 7 + 1
           IF WEEK-IDX > AANTAL-WEKEN
               MOVE AANTAL-WEKEN TO WEEK-IDX
           END-IF
           COMPUTE EUR-BEDRAG ROUNDED = SPR-BEDRAG * KOERS
           IF SPR-OPDRACHT
               SUBTRACT EUR-BEDRAG FROM WK-OPDRACHTEN (WEEK-IDX)
               SUBTRACT EUR-BEDRAG FROM WT-OPDRACHTEN
           END-IF
           IF SPR-DOMICILIERING
               SUBTRACT EUR-BEDRAG FROM WK-DOMICILIERINGEN (WEEK-IDX)
               SUBTRACT EUR-BEDRAG FROM WT-DOMICILIERINGEN
           END-IF
           IF SPR-DEPOSITO
               ADD EUR-BEDRAG TO WK-DEPOSITOS (WEEK-IDX)
               ADD EUR-BEDRAG TO WT-DEPOSITOS
           END-IF.

      * HET SALDO WORDT AAN HET EINDE VAN DE DAG GETOETST, NA ALLE
      * STROMEN VAN DIE DAG; ENKEL DE EERSTE OVERSCHRIJDING WORDT
      * GEMARKEERD.
       SLUIT-DAG.
           IF REKENING-BESTAAT
               MOVE HUIDIGE-DATUM TO DGV-DATUM
               MOVE DAG-INKOMEND TO DGV-INKOMEND
               MOVE DAG-UITGAAND TO DGV-UITGAAND
               MOVE VERWACHT-SALDO TO DGV-SALDO
               MOVE SPACES TO DGV-SIGNAAL
               IF VERWACHT-SALDO < ONDERGRENS AND BINNEN-LIMIET
                   PERFORM MARKEER-OVERSCHRIJDING
               END-IF
               MOVE DAG-VELDEN TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

       MARKEER-OVERSCHRIJDING.
           SET LIMIET-OVERSCHREDEN TO TRUE
           MOVE DGV-DATUM TO OVERSCHRIJDINGSDATUM
           MOVE "*** OVER KREDIETLIMIET ***" TO DGV-SIGNAAL
           ADD 1 TO AANTAL-OVERSCHREDEN.

       SLUIT-REKENING.
           IF REKENING-BESTAAT
               MOVE SPACES TO LIJST-REGEL
               MOVE VERWACHT-SALDO TO DGV-SALDO
               STRING "  VERWACHT SALDO OP " EINDDATUM ": " DGV-SALDO
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
               IF LIMIET-OVERSCHREDEN
                   STRING "  KREDIETLIMIET OVERSCHREDEN VANAF "
                       OVERSCHRIJDINGSDATUM DELIMITED BY SIZE
                       INTO LIJST-REGEL
                   END-STRING
               ELSE
                   MOVE "  BLIJFT BINNEN DE KREDIETLIMIET"
                       TO LIJST-REGEL
               END-IF
               PERFORM SCHRIJF-LIJSTREGEL
               MOVE SPACES TO DGV-SIGNAAL
           END-IF.

       DRUK-WEEKOVERZICHT.
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           IF ALLE-REKENINGEN
               MOVE "VERWACHTE STROMEN PER WEEK, ALLE REKENINGEN (EUR)"
                   TO LIJST-REGEL
           ELSE
               MOVE "VERWACHTE STROMEN PER WEEK (EUR)" TO LIJST-REGEL
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE WEEK-KOP TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM DRUK-WEEK VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > AANTAL-WEKEN
           MOVE ALL "-" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ZERO TO WKV-NR
           MOVE "TOTAAL" TO WKV-VAN
           MOVE SPACES TO WKV-TOT
           MOVE WT-OPDRACHTEN TO WKV-OPDRACHTEN
           MOVE WT-DOMICILIERINGEN TO WKV-DOMICILIERINGEN
           MOVE WT-DEPOSITOS TO WKV-DEPOSITOS
           MOVE WEEK-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REKENINGEN IN DE PROGNOSE      : "
               AANTAL-REKENINGEN DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REKENINGEN OVER KREDIETLIMIET  : "
               AANTAL-OVERSCHREDEN DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "GESLOTEN/ONBEKEND OVERGESLAGEN : "
               AANTAL-OVERGESLAGEN DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-WEEK.
           MOVE WEEK-IDX TO WKV-NR
           MOVE WK-VAN (WEEK-IDX) TO WKV-VAN
           MOVE WK-TOT (WEEK-IDX) TO WKV-TOT
           MOVE WK-OPDRACHTEN (WEEK-IDX) TO WKV-OPDRACHTEN
           MOVE WK-DOMICILIERINGEN (WEEK-IDX) TO WKV-DOMICILIERINGEN
           MOVE WK-DEPOSITOS (WEEK-IDX) TO WKV-DEPOSITOS
           MOVE WEEK-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       BEREKEN-VERLOPEN-RENTE.
           MOVE TDP-STARTDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO START-SERIEEL
           MOVE TDP-VERVALDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO VERVAL-SERIEEL
           IF VERVAL-SERIEEL > START-SERIEEL
               COMPUTE LOOPTIJD-DAGEN = VERVAL-SERIEEL - START-SERIEEL
           ELSE
               MOVE ZERO TO LOOPTIJD-DAGEN
           END-IF
           COMPUTE RENTE-BEDRAG ROUNDED = TDP-BEDRAG * TDP-RENTE
               / 100 * LOOPTIJD-DAGEN / 365.

      * DE SCHRIKKELDAGEN WORDEN GETELD TOT EN MET HET VORIGE
      * JAAR; DE SCHRIKKELDAG VAN HET LOPENDE JAAR TELT PAS MEE
      * VANAF MAART.
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

       TEL-DAG-BIJ.
           PERFORM BEPAAL-DAGEN-DEZE-MAAND
           ADD 1 TO WRK-DAG
           IF WRK-DAG > DAGEN-DEZE-MAAND
               MOVE 1 TO WRK-DAG
               ADD 1 TO WRK-MAAND
               IF WRK-MAAND > 12
                   MOVE 1 TO WRK-MAAND
                   ADD 1 TO WRK-JAAR
               END-IF
           END-IF.

       TEL-WEEK-BIJ.
           PERFORM BEPAAL-DAGEN-DEZE-MAAND
           ADD 7 TO WRK-DAG
           IF WRK-DAG > DAGEN-DEZE-MAAND
               SUBTRACT DAGEN-DEZE-MAAND FROM WRK-DAG
               ADD 1 TO WRK-MAAND
               IF WRK-MAAND > 12
                   MOVE 1 TO WRK-MAAND
                   ADD 1 TO WRK-JAAR
               END-IF
           END-IF.

       TEL-MAAND-BIJ.
           ADD 1 TO WRK-MAAND
           IF WRK-MAAND > 12
               MOVE 1 TO WRK-MAAND
               ADD 1 TO WRK-JAAR
           END-IF
           PERFORM BEPAAL-DAGEN-DEZE-MAAND
           IF WRK-DAG > DAGEN-DEZE-MAAND
               MOVE DAGEN-DEZE-MAAND TO WRK-DAG
           END-IF.

       BEPAAL-DAGEN-DEZE-MAAND.
           MOVE DAGEN-IN-MAAND (WRK-MAAND) TO DAGEN-DEZE-MAAND
           IF WRK-MAAND = 2
               DIVIDE WRK-JAAR BY 4 GIVING DEEL-JAAR
                   REMAINDER REST-JAAR
               IF REST-JAAR = ZERO
                   MOVE 29 TO DAGEN-DEZE-MAAND
               END-IF
           END-IF.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE PROGNOSELIJST
           MOVE "SALDOPROGNOSE" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/SALDOPROGNOSE.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-SALDOPROGNOSE" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE GEVR-REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
