      *************************************************************
      * DETECTEER PATRONEN
      *
      * MAANDELIJKSE COMPLIANCEBATCH NAAST PRINT-GROTE-VERRICHTINGEN:
      * WAAR DIE ENKEL LOSSE BOEKINGEN BOVEN MELDING-DREMPEL VINDT,
      * ZOEKT DEZE BATCH PATRONEN PER KLANT OVER AL ZIJN REKENINGEN
      * HEEN. ELKE REGEL UIT REKJOURNAAL.DAT WORDT TOEGEWEZEN AAN DE
      * TITULARIS (KLANTNR IN REKENINGEN) EN AAN ELKE MEDEHOUDER OF
      * VOLMACHTHOUDER VAN DE REKENING IN MEDEHOUDERS.DAT, EN DAN
      * PER KLANT EN DATUM GESORTEERD. VOOR DE OPGEGEVEN PERIODE
      * (JJJJMM) WORDEN DRIE PATRONEN GEZOCHT:
      *  S STRUCTURERING: MINSTENS STRUCT-MIN-AANTAL BEDRAGEN IN
      *    DEZELFDE RICHTING NET ONDER DE DREMPEL (BINNEN
      *    STRUCT-MARGE-PCT PROCENT ERONDER) BINNEN EEN SCHUIVEND
      *    VENSTER VAN STRUCT-VENSTER-DGN DAGEN;
      *  V SNELHEID: HET AANTAL BEWEGINGEN OF HET VOLUME VAN DE
      *    PERIODE LIGT MEER DAN SNELHEID-FACTOR MAAL BOVEN HET
      *    MAANDGEMIDDELDE VAN DE KLANT ZELF OVER DE VOORBIJE
      *    SNELHEID-MAANDEN MAANDEN (ENKEL VANAF SNELHEID-MIN-AANTAL
      *    BEWEGINGEN IN DE PERIODE EN ALS ER HISTORIEK IS);
      *  D DOORSTROOM: EEN ONTVANGST VAN MINSTENS DOORSTROOM-MIN
      *    WAARVAN BINNEN DOORSTROOM-DGN DAGEN MINSTENS
      *    DOORSTROOM-PCT PROCENT WEER VERTREKT.
      * ELK SIGNAAL KRIJGT EEN DOSSIERNUMMER IN SIGNALEN.DAT, MET DE
      * ONDERLIGGENDE JOURNAALREGELS IN SIGNAALREGELS.DAT; COMPLIANCE
      * SLUIT HET DOSSIER MET EEN OPMERKING AF VIA SLUIT-SIGNAAL.
      * EEN SIGNAAL DAT AL EENS GEMELD WERD (ZELFDE KLANT, PATROON
      * EN EERSTE JOURNAALREGEL) KRIJGT BIJ EEN HERNEMING GEEN
      * TWEEDE DOSSIER. DE SIGNALEN MET HUN REGELS KOMEN OP
      * SIGNALEN.LST, DIE VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL
      * GEZET WORDT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTEER-PATRONEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL SIGNALEN
                  ASSIGN TO "BESTANDEN/SIGNALEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SIG-NR
                  ALTERNATE RECORD KEY IS SIG-HERKENNING
                  FILE STATUS IS SIGNALEN-STATUS.

           SELECT OPTIONAL SIGNAALREGELS
                  ASSIGN TO "BESTANDEN/SIGNAALREGELS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SGR-SLEUTEL
                  FILE STATUS IS SIGNAALREGELS-STATUS.

           SELECT SORT-WERKBESTAND
                  ASSIGN TO "BESTANDEN/SORTSIGNAAL.TMP".

           SELECT OPTIONAL SIGNAALLIJST
                  ASSIGN TO "BESTANDEN/SIGNALEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  SIGNALEN BLOCK CONTAINS 10 RECORDS.
       01  SIGNAAL-REC.
           COPY "signaal.cpy".

       FD  SIGNAALREGELS BLOCK CONTAINS 10 RECORDS.
       01  SIGNAALREGEL-REC.
           COPY "sigregel.cpy".

       SD  SORT-WERKBESTAND.
       01  SORT-JOURNAAL.
           02 SRT-KLANTNR PIC 9(7).
           02 SRT-DATUM PIC 9(8).
           02 SRT-REKNR PIC 9(12).
           02 SRT-VOLGNR PIC 9(7).
           02 SRT-BEDRAG PIC S9(7)V99.
           02 SRT-SALDO PIC S9(8)V99.
           02 SRT-REFERENTIE PIC X(16).

       FD  SIGNAALLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEDAAN-MEDEHOUDERS PIC X(1).
           88 STOPLEZEN-MEDEHOUDERS VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  EERSTE-KLANT PIC X(1).
           88 NOG-GEEN-KLANT VALUE "J".
       77  JOURNAAL-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  SIGNALEN-STATUS PIC X(2).
       77  SIGNAALREGELS-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  RUNDATUM PIC 9(8).
       01  PERIODE PIC 9(6).
       01  PERIODE-DELEN REDEFINES PERIODE.
           02 PER-JAAR PIC 9(4).
           02 PER-MAAND PIC 99.
       77  PERIODE-MAANDNR PIC 9(6).
       77  BASIS-MAANDNR PIC 9(6).
       77  JOURNAAL-MAANDNR PIC 9(6).
       77  ABSOLUUT-BEDRAG PIC 9(7)V99.
       77  MELDING-DREMPEL PIC 9(9)V99.
       77  STRUCT-ONDERGRENS PIC 9(9)V99.
       77  STRUCT-MARGE-PCT PIC 9(3)V99.
       77  STRUCT-VENSTER-DGN PIC 9(3).
       77  STRUCT-MIN-AANTAL PIC 9(3).
       77  SNELHEID-MAANDEN PIC 9(2).
       77  SNELHEID-FACTOR PIC 9(3)V99.
       77  SNELHEID-MIN-AANTAL PIC 9(5).
       77  DOORSTROOM-DGN PIC 9(3).
       77  DOORSTROOM-PCT PIC 9(3)V99.
       77  DOORSTROOM-MIN PIC 9(9)V99.
       77  HUIDIG-KLANTNR PIC 9(7) VALUE ZERO.
       77  TITULARIS-KLANTNR PIC 9(7).
       77  HIST-AANTAL PIC 9(7).
       77  HIST-VOLUME PIC 9(11)V99.
       77  PER-AANTAL PIC 9(7).
       77  PER-VOLUME PIC 9(11)V99.
       77  GEM-AANTAL PIC 9(7)V99.
       77  GEM-VOLUME PIC 9(11)V99.
       77  VENSTER-EINDE PIC 9(7).
       77  VENSTER-AANTAL PIC 9(4).
       77  VENSTER-BEDRAG PIC 9(11)V99.
       77  VENSTER-RICHTING PIC X(1).
       77  VENSTER-KLAAR PIC X(1).
           88 VENSTER-AFGELOPEN VALUE "J".
       77  UIT-DREMPEL PIC 9(9)V99.
       77  NIEUW-PATROON PIC X(1).
       77  NIEUW-OMSCHRIJVING PIC X(40).
       77  TABEL-VOL PIC X(1).
           88 TABEL-OVERGELOPEN VALUE "J".
       77  REGELS-BEZET PIC 9(4) COMP.
       77  REGEL-IDX PIC 9(4) COMP.
       77  VENSTER-IDX PIC 9(4) COMP.
       77  MARK-IDX PIC 9(4) COMP.
       77  EERSTE-IDX PIC 9(4) COMP.
       77  SIGNAAL-NIEUW PIC X(1).
           88 SIGNAAL-IS-NIEUW VALUE "J".
           88 SIGNAAL-REEDS-GEMELD VALUE "N".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VOLGNR-WERK PIC 9(7) VALUE ZERO.
       77  AANTAL-KLANTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-ZONDER-REKENING PIC 9(7) VALUE ZERO.
       77  AANTAL-STRUCTURERING PIC 9(5) VALUE ZERO.
       77  AANTAL-SNELHEID PIC 9(5) VALUE ZERO.
       77  AANTAL-DOORSTROOM PIC 9(5) VALUE ZERO.
       77  AANTAL-REEDS-GEMELD PIC 9(5) VALUE ZERO.
       77  AANTAL-ED PIC Z(6)9.
       77  GEM-AANTAL-ED PIC Z(6)9.99.
       77  VOLUME-ED PIC Z(8)9.99.
       77  GEM-VOLUME-ED PIC Z(8)9.99.
       77  BEDRAG-ED PIC -(7)9.99.
       77  DAGEN-ED PIC ZZ9.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  SERIEEL-DAGNR PIC 9(7).
       77  DEEL-JAAR PIC 9(4).
       77  VORIG-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9(4).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL.
           02 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  CUMDAGEN REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.
       01  REGEL-TABEL.
           02 REGEL-ITEM OCCURS 500.
               03 TAB-DATUM PIC 9(8).
               03 TAB-SERIEEL PIC 9(7).
               03 TAB-REKNR PIC 9(12).
               03 TAB-VOLGNR PIC 9(7).
               03 TAB-BEDRAG PIC S9(7)V99.
               03 TAB-ABSOLUUT PIC 9(7)V99.
               03 TAB-SALDO PIC S9(8)V99.
               03 TAB-REFERENTIE PIC X(16).
               03 TAB-KANDIDAAT-S PIC X(1).
               03 TAB-GEBRUIKT-S PIC X(1).
               03 TAB-GEBRUIKT-D PIC X(1).
               03 TAB-IN-SIGNAAL PIC X(1).
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  REGISTER-ACTIE PIC X(1).
       77  REGISTER-PROGRAMMA PIC X(20).
       77  REGISTER-PERIODE PIC X(8).
       77  REGISTER-AANTAL PIC 9(7).
       77  REGISTER-RESULTAAT PIC X(1).
           88 REGISTRATIE-OK VALUE "J".
           88 RUN-REEDS-UITGEVOERD VALUE "G".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           SORT SORT-WERKBESTAND
               ON ASCENDING KEY SRT-KLANTNR SRT-DATUM SRT-REKNR
                   SRT-VOLGNR
               INPUT PROCEDURE IS LEES-JOURNAAL
               OUTPUT PROCEDURE IS ANALYSEER-KLANTEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           COMPUTE REGISTER-AANTAL = AANTAL-STRUCTURERING
               + AANTAL-SNELHEID + AANTAL-DOORSTROOM
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO REK MEDEHOUDER-REC
           MOVE "N" TO GEDAAN
           MOVE "J" TO EERSTE-KLANT
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           DISPLAY "GEEF DE PERIODE OP (JJJJMM):"
           ACCEPT PERIODE
           IF PER-MAAND < 1 OR PER-MAAND > 12
               DISPLAY "ONGELDIGE PERIODE, RUN NIET GESTART"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "DETECTEER-PATRONEN" TO REGISTER-PROGRAMMA
           MOVE SPACES TO REGISTER-PERIODE
           MOVE PERIODE TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           PERFORM LEES-PARAMETERS
           COMPUTE PERIODE-MAANDNR = PER-JAAR * 12 + PER-MAAND - 1
           COMPUTE BASIS-MAANDNR = PERIODE-MAANDNR - SNELHEID-MAANDEN
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "05"
               DISPLAY "KAN MEDEHOUDERSBESTAND NIET OPENEN, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O SIGNALEN
           IF SIGNALEN-STATUS NOT = "00" AND SIGNALEN-STATUS NOT = "05"
               DISPLAY "KAN SIGNALENBESTAND NIET OPENEN, STATUS: "
                   SIGNALEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O SIGNAALREGELS
           IF SIGNAALREGELS-STATUS NOT = "00"
               AND SIGNAALREGELS-STATUS NOT = "05"
               DISPLAY "KAN SIGNAALREGELBESTAND NIET OPENEN, STATUS: "
                   SIGNAALREGELS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENING-JOURNAAL
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALBESTAND NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT SIGNAALLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "PATROONSIGNALEN REKENINGJOURNAAL PERIODE "
               DELIMITED BY SIZE
               PERIODE DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE MELDING-DREMPEL TO VOLUME-ED
           MOVE STRUCT-ONDERGRENS TO GEM-VOLUME-ED
           STRING "DREMPEL: " VOLUME-ED DELIMITED BY SIZE
               "  STRUCTURERING VANAF: " GEM-VOLUME-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL.

       LEES-PARAMETERS.
           MOVE "MELDING-DREMPEL" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO MELDING-DREMPEL
           MOVE "STRUCT-MARGE-PCT" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO STRUCT-MARGE-PCT
           MOVE "STRUCT-VENSTER-DGN" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO STRUCT-VENSTER-DGN
           MOVE "STRUCT-MIN-AANTAL" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO STRUCT-MIN-AANTAL
           MOVE "SNELHEID-MAANDEN" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO SNELHEID-MAANDEN
           MOVE "SNELHEID-FACTOR" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO SNELHEID-FACTOR
           MOVE "SNELHEID-MIN-AANTAL" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO SNELHEID-MIN-AANTAL
           MOVE "DOORSTROOM-DGN" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO DOORSTROOM-DGN
           MOVE "DOORSTROOM-PCT" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO DOORSTROOM-PCT
           MOVE "DOORSTROOM-MIN" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO DOORSTROOM-MIN
           IF STRUCT-MARGE-PCT > 100
               MOVE 100 TO STRUCT-MARGE-PCT
           END-IF
           IF SNELHEID-MAANDEN = ZERO
               MOVE 1 TO SNELHEID-MAANDEN
           END-IF
           IF STRUCT-MIN-AANTAL < 2
               MOVE 2 TO STRUCT-MIN-AANTAL
           END-IF
           COMPUTE STRUCT-ONDERGRENS ROUNDED = MELDING-DREMPEL
               * (100 - STRUCT-MARGE-PCT) / 100.

      *    INPUT PROCEDURE: ELKE JOURNAALREGEL UIT DE PERIODE OF DE
      *    HISTORIEKMAANDEN ERVOOR GAAT NAAR DE SORT, EEN KEER PER
      *    KLANT DIE HOUDER IS VAN DE REKENING.
       LEES-JOURNAAL.
           PERFORM LEES-JOURNAALREGEL UNTIL STOPLEZEN.

       LEES-JOURNAALREGEL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "JOURNAALBESTAND IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE JRN-DATUM TO WERKDATUM
               COMPUTE JOURNAAL-MAANDNR = WRK-JAAR * 12 + WRK-MAAND - 1
               IF JOURNAAL-MAANDNR NOT < BASIS-MAANDNR
                   AND JOURNAAL-MAANDNR NOT > PERIODE-MAANDNR
                   PERFORM VERDEEL-OVER-KLANTEN
               END-IF
           END-IF.

       VERDEEL-OVER-KLANTEN.
           SET REKENING-ONBEKEND TO TRUE
           MOVE JRN-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-ONBEKEND
               ADD 1 TO AANTAL-ZONDER-REKENING
           ELSE
               MOVE KLANTNR TO TITULARIS-KLANTNR
               MOVE SPACES TO SORT-JOURNAAL
               MOVE KLANTNR TO SRT-KLANTNR
               MOVE JRN-DATUM TO SRT-DATUM
               MOVE JRN-REKNR TO SRT-REKNR
               MOVE JRN-VOLGNR TO SRT-VOLGNR
               MOVE JRN-BEDRAG TO SRT-BEDRAG
               MOVE JRN-SALDO TO SRT-SALDO
               MOVE JRN-REFERENTIE TO SRT-REFERENTIE
               RELEASE SORT-JOURNAAL
               PERFORM GEEF-MEDEHOUDERS-VRIJ
           END-IF.

       GEEF-MEDEHOUDERS-VRIJ.
           MOVE "N" TO GEDAAN-MEDEHOUDERS
           MOVE JRN-REKNR TO MHD-REKNR
           MOVE ZERO TO MHD-KLANTNR
           START MEDEHOUDERS KEY IS NOT < MHD-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN-MEDEHOUDERS
           END-START
           PERFORM LEES-VOLGENDE-MEDEHOUDER
               UNTIL STOPLEZEN-MEDEHOUDERS.

       LEES-VOLGENDE-MEDEHOUDER.
           READ MEDEHOUDERS NEXT
               AT END MOVE "J" TO GEDAAN-MEDEHOUDERS
           END-READ
           IF NOT STOPLEZEN-MEDEHOUDERS
               AND MEDEHOUDERS-STATUS NOT = "00"
               DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN-MEDEHOUDERS
               IF MHD-REKNR NOT = JRN-REKNR
                   MOVE "J" TO GEDAAN-MEDEHOUDERS
               ELSE
                   IF MHD-KLANTNR NOT = TITULARIS-KLANTNR
                       MOVE MHD-KLANTNR TO SRT-KLANTNR
                       RELEASE SORT-JOURNAAL
                   END-IF
               END-IF
           END-IF.

      *    OUTPUT PROCEDURE: DE REGELS KOMEN PER KLANT EN DATUM
      *    TERUG; PER KLANT WORDT DE PERIODE IN EEN TABEL GEZET EN
      *    DE HISTORIEK ENKEL GETELD, EN BIJ KLANTWISSEL ONDERZOCHT.
       ANALYSEER-KLANTEN.
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM VERWERK-GESORTEERDE-REGEL UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-KLANT
               PERFORM ANALYSEER-KLANT
           END-IF.

       VERWERK-GESORTEERDE-REGEL.
           RETURN SORT-WERKBESTAND
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-KLANT
                   MOVE "N" TO EERSTE-KLANT
                   PERFORM BEGIN-KLANT
               ELSE
                   IF SRT-KLANTNR NOT = HUIDIG-KLANTNR
                       PERFORM ANALYSEER-KLANT
                       PERFORM BEGIN-KLANT
                   END-IF
               END-IF
               PERFORM NEEM-REGEL-OP
           END-IF.

       BEGIN-KLANT.
           MOVE SRT-KLANTNR TO HUIDIG-KLANTNR
           MOVE ZERO TO REGELS-BEZET HIST-AANTAL HIST-VOLUME
               PER-AANTAL PER-VOLUME
           MOVE "N" TO TABEL-VOL
           ADD 1 TO AANTAL-KLANTEN.

       NEEM-REGEL-OP.
           MOVE SRT-DATUM TO WERKDATUM
           COMPUTE JOURNAAL-MAANDNR = WRK-JAAR * 12 + WRK-MAAND - 1
           IF SRT-BEDRAG < ZERO
               COMPUTE ABSOLUUT-BEDRAG = 0 - SRT-BEDRAG
           ELSE
               MOVE SRT-BEDRAG TO ABSOLUUT-BEDRAG
           END-IF
           IF JOURNAAL-MAANDNR < PERIODE-MAANDNR
               ADD 1 TO HIST-AANTAL
               ADD ABSOLUUT-BEDRAG TO HIST-VOLUME
           ELSE
               ADD 1 TO PER-AANTAL
               ADD ABSOLUUT-BEDRAG TO PER-VOLUME
               IF REGELS-BEZET = 500
                   MOVE "J" TO TABEL-VOL
               ELSE
                   PERFORM ZET-REGEL-IN-TABEL
               END-IF
           END-IF.

       ZET-REGEL-IN-TABEL.
           ADD 1 TO REGELS-BEZET
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SRT-DATUM TO TAB-DATUM (REGELS-BEZET)
           MOVE SERIEEL-DAGNR TO TAB-SERIEEL (REGELS-BEZET)
           MOVE SRT-REKNR TO TAB-REKNR (REGELS-BEZET)
           MOVE SRT-VOLGNR TO TAB-VOLGNR (REGELS-BEZET)
           MOVE SRT-BEDRAG TO TAB-BEDRAG (REGELS-BEZET)
           MOVE ABSOLUUT-BEDRAG TO TAB-ABSOLUUT (REGELS-BEZET)
           MOVE SRT-SALDO TO TAB-SALDO (REGELS-BEZET)
           MOVE SRT-REFERENTIE TO TAB-REFERENTIE (REGELS-BEZET)
           MOVE "N" TO TAB-KANDIDAAT-S (REGELS-BEZET)
           IF ABSOLUUT-BEDRAG NOT < STRUCT-ONDERGRENS
               AND ABSOLUUT-BEDRAG NOT > MELDING-DREMPEL
               MOVE "J" TO TAB-KANDIDAAT-S (REGELS-BEZET)
           END-IF
           MOVE "N" TO TAB-GEBRUIKT-S (REGELS-BEZET)
           MOVE "N" TO TAB-GEBRUIKT-D (REGELS-BEZET)
           MOVE "N" TO TAB-IN-SIGNAAL (REGELS-BEZET).

       ANALYSEER-KLANT.
           IF TABEL-OVERGELOPEN
               MOVE SPACES TO LIJST-REGEL
               STRING "KLANT " HUIDIG-KLANTNR DELIMITED BY SIZE
                   ": MEER DAN 500 REGELS IN DE PERIODE, ENKEL DE "
                   DELIMITED BY SIZE
                   "EERSTE 500 OP PATRONEN ONDERZOCHT"
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           PERFORM ZOEK-STRUCTURERING
               VARYING REGEL-IDX FROM 1 BY 1
               UNTIL REGEL-IDX > REGELS-BEZET
           PERFORM ZOEK-SNELHEID
           PERFORM ZOEK-DOORSTROOM
               VARYING REGEL-IDX FROM 1 BY 1
               UNTIL REGEL-IDX > REGELS-BEZET.

      *    STRUCTURERING: VANAF ELKE NOG NIET GEMELDE KANDIDAAT
      *    WORDEN DE KANDIDATEN IN DEZELFDE RICHTING BINNEN HET
      *    VENSTER GETELD.
       ZOEK-STRUCTURERING.
           IF TAB-KANDIDAAT-S (REGEL-IDX) = "J"
               AND TAB-GEBRUIKT-S (REGEL-IDX) = "N"
               MOVE ZERO TO VENSTER-AANTAL VENSTER-BEDRAG
               COMPUTE VENSTER-EINDE = TAB-SERIEEL (REGEL-IDX)
                   + STRUCT-VENSTER-DGN - 1
               IF TAB-BEDRAG (REGEL-IDX) < ZERO
                   MOVE "U" TO VENSTER-RICHTING
               ELSE
                   MOVE "I" TO VENSTER-RICHTING
               END-IF
               MOVE REGEL-IDX TO VENSTER-IDX
               MOVE "N" TO VENSTER-KLAAR
               PERFORM TEL-STRUCTUREERVENSTER UNTIL VENSTER-AFGELOPEN
               IF VENSTER-AANTAL NOT < STRUCT-MIN-AANTAL
                   MOVE "S" TO NIEUW-PATROON
                   MOVE REGEL-IDX TO EERSTE-IDX
                   MOVE SPACES TO NIEUW-OMSCHRIJVING
                   MOVE VENSTER-AANTAL TO AANTAL-ED
                   MOVE STRUCT-VENSTER-DGN TO DAGEN-ED
                   STRING AANTAL-ED DELIMITED BY SIZE
                       " BEDRAGEN NET ONDER DREMPEL IN "
                       DELIMITED BY SIZE
                       DAGEN-ED DELIMITED BY SIZE
                       " DGN" DELIMITED BY SIZE
                       INTO NIEUW-OMSCHRIJVING
                   END-STRING
                   PERFORM MAAK-SIGNAAL
               ELSE
                   PERFORM WIS-MARKERING
                       VARYING MARK-IDX FROM 1 BY 1
                       UNTIL MARK-IDX > REGELS-BEZET
               END-IF
           END-IF.

       TEL-STRUCTUREERVENSTER.
           IF VENSTER-IDX > REGELS-BEZET
               MOVE "J" TO VENSTER-KLAAR
           ELSE
               IF TAB-SERIEEL (VENSTER-IDX) > VENSTER-EINDE
                   MOVE "J" TO VENSTER-KLAAR
               ELSE
                   IF TAB-KANDIDAAT-S (VENSTER-IDX) = "J"
                       AND TAB-GEBRUIKT-S (VENSTER-IDX) = "N"
                       AND ((VENSTER-RICHTING = "U"
                             AND TAB-BEDRAG (VENSTER-IDX) < ZERO)
                         OR (VENSTER-RICHTING = "I"
                             AND TAB-BEDRAG (VENSTER-IDX) > ZERO))
                       MOVE "J" TO TAB-IN-SIGNAAL (VENSTER-IDX)
                       ADD 1 TO VENSTER-AANTAL
                       ADD TAB-ABSOLUUT (VENSTER-IDX) TO VENSTER-BEDRAG
                   END-IF
                   ADD 1 TO VENSTER-IDX
               END-IF
           END-IF.

      *    SNELHEID: DE PERIODE TEGENOVER HET MAANDGEMIDDELDE VAN DE
      *    KLANT ZELF; ALLE REGELS VAN DE PERIODE HOREN BIJ HET
      *    SIGNAAL.
       ZOEK-SNELHEID.
           IF HIST-AANTAL > ZERO AND REGELS-BEZET > ZERO
               AND PER-AANTAL NOT < SNELHEID-MIN-AANTAL
               COMPUTE GEM-AANTAL ROUNDED =
                   HIST-AANTAL / SNELHEID-MAANDEN
               COMPUTE GEM-VOLUME ROUNDED =
                   HIST-VOLUME / SNELHEID-MAANDEN
               MOVE SPACES TO NIEUW-OMSCHRIJVING
               IF PER-AANTAL > GEM-AANTAL * SNELHEID-FACTOR
                   MOVE PER-AANTAL TO AANTAL-ED
                   MOVE GEM-AANTAL TO GEM-AANTAL-ED
                   STRING "AANTAL " AANTAL-ED DELIMITED BY SIZE
                       " TEGEN GEMIDDELD " GEM-AANTAL-ED
                       DELIMITED BY SIZE INTO NIEUW-OMSCHRIJVING
                   END-STRING
               ELSE
                   IF PER-VOLUME > GEM-VOLUME * SNELHEID-FACTOR
                       MOVE PER-VOLUME TO VOLUME-ED
                       MOVE GEM-VOLUME TO GEM-VOLUME-ED
                       STRING "VOLUME " VOLUME-ED DELIMITED BY SIZE
                           " GEM " GEM-VOLUME-ED
                           DELIMITED BY SIZE INTO NIEUW-OMSCHRIJVING
                       END-STRING
                   END-IF
               END-IF
               IF NIEUW-OMSCHRIJVING NOT = SPACES
                   PERFORM MARKEER-PERIODEREGEL
                       VARYING MARK-IDX FROM 1 BY 1
                       UNTIL MARK-IDX > REGELS-BEZET
                   MOVE REGELS-BEZET TO VENSTER-AANTAL
                   MOVE PER-VOLUME TO VENSTER-BEDRAG
                   MOVE "V" TO NIEUW-PATROON
                   MOVE 1 TO EERSTE-IDX
                   PERFORM MAAK-SIGNAAL
               END-IF
           END-IF.

       MARKEER-PERIODEREGEL.
           MOVE "J" TO TAB-IN-SIGNAAL (MARK-IDX).

      *    DOORSTROOM: PER ONTVANGST WORDEN DE UITGAANDE BEDRAGEN
      *    VANAF DE DAG VAN ONTVANGST TOT DOORSTROOM-DGN DAGEN LATER
      *    OPGETELD.
       ZOEK-DOORSTROOM.
           IF TAB-BEDRAG (REGEL-IDX) > ZERO
               AND TAB-ABSOLUUT (REGEL-IDX) NOT < DOORSTROOM-MIN
               AND TAB-GEBRUIKT-D (REGEL-IDX) = "N"
               MOVE "J" TO TAB-IN-SIGNAAL (REGEL-IDX)
               MOVE 1 TO VENSTER-AANTAL
               MOVE ZERO TO VENSTER-BEDRAG
               COMPUTE VENSTER-EINDE = TAB-SERIEEL (REGEL-IDX)
                   + DOORSTROOM-DGN
               MOVE 1 TO VENSTER-IDX
               MOVE "N" TO VENSTER-KLAAR
               PERFORM TEL-DOORSTROOMVENSTER UNTIL VENSTER-AFGELOPEN
               COMPUTE UIT-DREMPEL ROUNDED = TAB-ABSOLUUT (REGEL-IDX)
                   * DOORSTROOM-PCT / 100
               IF VENSTER-BEDRAG > ZERO
                   AND VENSTER-BEDRAG NOT < UIT-DREMPEL
                   MOVE "D" TO NIEUW-PATROON
                   MOVE REGEL-IDX TO EERSTE-IDX
                   MOVE SPACES TO NIEUW-OMSCHRIJVING
                   MOVE VENSTER-BEDRAG TO VOLUME-ED
                   MOVE DOORSTROOM-DGN TO DAGEN-ED
                   STRING "WEER UIT " VOLUME-ED DELIMITED BY SIZE
                       " BINNEN " DAGEN-ED DELIMITED BY SIZE
                       " DGN" DELIMITED BY SIZE
                       INTO NIEUW-OMSCHRIJVING
                   END-STRING
                   MOVE TAB-ABSOLUUT (REGEL-IDX) TO VENSTER-BEDRAG
                   PERFORM MAAK-SIGNAAL
               ELSE
                   PERFORM WIS-MARKERING
                       VARYING MARK-IDX FROM 1 BY 1
                       UNTIL MARK-IDX > REGELS-BEZET
               END-IF
           END-IF.

       TEL-DOORSTROOMVENSTER.
           IF VENSTER-IDX > REGELS-BEZET
               MOVE "J" TO VENSTER-KLAAR
           ELSE
               IF TAB-SERIEEL (VENSTER-IDX) > VENSTER-EINDE
                   MOVE "J" TO VENSTER-KLAAR
               ELSE
                   IF TAB-SERIEEL (VENSTER-IDX)
                           NOT < TAB-SERIEEL (REGEL-IDX)
                       AND TAB-BEDRAG (VENSTER-IDX) < ZERO
                       AND TAB-GEBRUIKT-D (VENSTER-IDX) = "N"
                       MOVE "J" TO TAB-IN-SIGNAAL (VENSTER-IDX)
                       ADD 1 TO VENSTER-AANTAL
                       ADD TAB-ABSOLUUT (VENSTER-IDX) TO VENSTER-BEDRAG
                   END-IF
                   ADD 1 TO VENSTER-IDX
               END-IF
           END-IF.

       WIS-MARKERING.
           MOVE "N" TO TAB-IN-SIGNAAL (MARK-IDX).

      *    EEN SIGNAAL KRIJGT HET VOLGENDE VRIJE DOSSIERNUMMER; DE
      *    HERKENNING (KLANT, PATROON, EERSTE JOURNAALREGEL) IS EEN
      *    UNIEKE SLEUTEL, ZODAT EEN HERNEMING NIETS DUBBEL MELDT.
       MAAK-SIGNAAL.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE SIG-NR TO VOLGNR-WERK
           MOVE SPACES TO SIGNAAL-REC
           MOVE VOLGNR-WERK TO SIG-NR
           MOVE NIEUW-PATROON TO SIG-PATROON
           MOVE NIEUW-OMSCHRIJVING TO SIG-OMSCHRIJVING
           MOVE HUIDIG-KLANTNR TO SIG-KLANTNR
           MOVE TAB-DATUM (EERSTE-IDX) TO SIG-EERSTE-DATUM
           MOVE TAB-REKNR (EERSTE-IDX) TO SIG-EERSTE-REKNR
           MOVE TAB-VOLGNR (EERSTE-IDX) TO SIG-EERSTE-VOLGNR
           MOVE PERIODE TO SIG-PERIODE
           MOVE RUNDATUM TO SIG-DATUM
           MOVE VENSTER-AANTAL TO SIG-AANTAL-REGELS
           MOVE VENSTER-BEDRAG TO SIG-BEDRAG
           SET SIGNAAL-OPEN TO TRUE
           MOVE ZERO TO SIG-GESLOTEN-OP
           SET SIGNAAL-IS-NIEUW TO TRUE
           WRITE SIGNAAL-REC
               INVALID KEY
                   IF SIGNALEN-STATUS = "22"
                       SET SIGNAAL-REEDS-GEMELD TO TRUE
                   ELSE
                       DISPLAY "SIGNALENBESTAND IS DEFECT, STATUS: "
                           SIGNALEN-STATUS
                       PERFORM FOUT
                   END-IF
           END-WRITE
           IF SIGNAAL-IS-NIEUW
               PERFORM DRUK-SIGNAALKOP
           ELSE
               ADD 1 TO AANTAL-REEDS-GEMELD
           END-IF
           MOVE ZERO TO SGR-VOLGNR
           PERFORM VERWERK-GEMARKEERDE-REGEL
               VARYING MARK-IDX FROM 1 BY 1
               UNTIL MARK-IDX > REGELS-BEZET.

       DRUK-SIGNAALKOP.
           MOVE SPACES TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "DOSSIER " SIG-NR DELIMITED BY SIZE
               "  KLANT " SIG-KLANTNR DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           IF SIG-STRUCTURERING
               ADD 1 TO AANTAL-STRUCTURERING
               MOVE "STRUCTURERING" TO LIJST-REGEL (31:13)
           END-IF
           IF SIG-SNELHEID
               ADD 1 TO AANTAL-SNELHEID
               MOVE "SNELHEID" TO LIJST-REGEL (31:8)
           END-IF
           IF SIG-DOORSTROOM
               ADD 1 TO AANTAL-DOORSTROOM
               MOVE "DOORSTROOM" TO LIJST-REGEL (31:10)
           END-IF
           MOVE SIG-OMSCHRIJVING TO LIJST-REGEL (46:40)
           PERFORM SCHRIJF-LIJSTREGEL.

       VERWERK-GEMARKEERDE-REGEL.
           IF TAB-IN-SIGNAAL (MARK-IDX) = "J"
               IF SIG-STRUCTURERING
                   MOVE "J" TO TAB-GEBRUIKT-S (MARK-IDX)
               END-IF
               IF SIG-DOORSTROOM
                   MOVE "J" TO TAB-GEBRUIKT-D (MARK-IDX)
               END-IF
               IF SIGNAAL-IS-NIEUW
                   PERFORM SCHRIJF-SIGNAALREGEL
               END-IF
               MOVE "N" TO TAB-IN-SIGNAAL (MARK-IDX)
           END-IF.

       SCHRIJF-SIGNAALREGEL.
           MOVE SIG-NR TO SGR-SIGNAALNR
           ADD 1 TO SGR-VOLGNR
           MOVE TAB-REKNR (MARK-IDX) TO SGR-REKNR
           MOVE TAB-DATUM (MARK-IDX) TO SGR-DATUM
           MOVE TAB-BEDRAG (MARK-IDX) TO SGR-BEDRAG
           MOVE TAB-SALDO (MARK-IDX) TO SGR-SALDO
           MOVE TAB-VOLGNR (MARK-IDX) TO SGR-JRN-VOLGNR
           MOVE TAB-REFERENTIE (MARK-IDX) TO SGR-REFERENTIE
           WRITE SIGNAALREGEL-REC
               INVALID KEY
                   DISPLAY "SIGNAALREGELBESTAND IS DEFECT, STATUS: "
                       SIGNAALREGELS-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE SGR-BEDRAG TO BEDRAG-ED
           STRING "    " SGR-DATUM DELIMITED BY SIZE
               " REKENING " SGR-REKNR DELIMITED BY SIZE
               " BEDRAG " BEDRAG-ED DELIMITED BY SIZE
               " REF " SGR-REFERENTIE DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE VOLGNR-WERK TO SIG-NR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO SIG-NR
           READ SIGNALEN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND SIGNALEN-STATUS NOT = "00"
               DISPLAY "SIGNALENBESTAND IS DEFECT, STATUS: "
                   SIGNALEN-STATUS
               PERFORM FOUT
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
           CLOSE REKENING-JOURNAAL
           CLOSE REKENINGEN
           CLOSE MEDEHOUDERS
           CLOSE SIGNALEN
           CLOSE SIGNAALREGELS.

       DRUK-TOTALEN.
           MOVE SPACES TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KLANTEN ONDERZOCHT       : " AANTAL-KLANTEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NIEUWE DOSSIERS STRUCT.  : " AANTAL-STRUCTURERING
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NIEUWE DOSSIERS SNELHEID : " AANTAL-SNELHEID
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NIEUWE DOSSIERS DOORSTR. : " AANTAL-DOORSTROOM
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REEDS EERDER GEMELD      : " AANTAL-REEDS-GEMELD
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REGELS ZONDER REKENING   : " AANTAL-ZONDER-REKENING
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE SIGNAALLIJST
           MOVE "PATROONSIGNALEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/SIGNALEN.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       HAAL-PARAMETER.
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF NOT PARAMETER-GEVONDEN
               DISPLAY "PARAMETER " PARAM-NAAM " ONTBREEKT IN "
                   "PARAMETERS.DAT"
               PERFORM FOUT
           END-IF.

       REGISTREER-START.
           MOVE "S" TO REGISTER-ACTIE
           MOVE ZERO TO REGISTER-AANTAL
           CALL "RUN-REGISTER" USING REGISTER-ACTIE
               REGISTER-PROGRAMMA REGISTER-PERIODE REGISTER-AANTAL
               REGISTER-RESULTAAT
           IF RUN-REEDS-UITGEVOERD
               DISPLAY "RUN VOOR PERIODE " REGISTER-PERIODE
                   " WERD AL UITGEVOERD VOLGENS HET RUNREGISTER"
               DISPLAY "TOCH OPNIEUW UITVOEREN? (J/N):"
               ACCEPT OVERRIDE-KEUZE
               IF OVERRIDE-TOEGESTAAN
                   MOVE "X" TO REGISTER-ACTIE
                   CALL "RUN-REGISTER" USING REGISTER-ACTIE
                       REGISTER-PROGRAMMA REGISTER-PERIODE
                       REGISTER-AANTAL REGISTER-RESULTAAT
               ELSE
                   DISPLAY "RUN NIET GESTART"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       REGISTREER-EINDE.
           MOVE "E" TO REGISTER-ACTIE
           CALL "RUN-REGISTER" USING REGISTER-ACTIE
               REGISTER-PROGRAMMA REGISTER-PERIODE REGISTER-AANTAL
               REGISTER-RESULTAAT.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "DETECTEER-PATRONEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           IF HUIDIG-KLANTNR = ZERO
               MOVE JRN-REKNR TO ERRLOG-SLEUTEL
           ELSE
               MOVE HUIDIG-KLANTNR TO ERRLOG-SLEUTEL
           END-IF
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
