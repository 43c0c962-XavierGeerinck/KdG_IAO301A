      *************************************************************
      * MAAK CAP MELDING
      *
      * MELDING AAN HET CENTRAAL AANSPREEKPUNT (CAP) VAN DE
      * NATIONALE BANK: VERGELIJKT DE HUIDIGE REKENINGEN EN
      * MEDEHOUDERS.DAT MET DE TOESTAND BIJ DE VORIGE MELDING
      * (CAPSTAND.DAT) EN MELDT DE GEBEURTENISSEN SINDS DE VORIGE RUN:
      *   OP  OPENING VAN EEN REKENING (MET DE TITULARIS)
      *   SL  AFSLUITING VAN EEN REKENING
      *   HT  HOUDER TOEGEVOEGD (TITULARIS, MEDEHOUDER OF
      *       VOLMACHTHEBBER)
      *   HV  HOUDER VERWIJDERD
      * EEN ROLWIJZIGING WORDT GEMELD ALS HV VOOR DE OUDE ROL EN HT
      * VOOR DE NIEUWE. BIJ EEN AFSLUITING VERVALLEN ALLE HOUDERS
      * VAN DE REKENING ZONDER AFZONDERLIJKE HV-MELDING.
      *
      * CAPSTAND.DAT IS DE LEVERINGSTOESTAND: NA ELKE RUN BEVAT HET
      * PER OPEN REKENING DE GEMELDE HOUDERS MET HUN ROL, ZODAT EEN
      * NIEUWE RUN ENKEL DE VERSCHILLEN MELDT EN EEN HERHAALDE RUN
      * NIETS TWEEMAAL MELDT. BIJ DE EERSTE RUN IS CAPSTAND.DAT LEEG
      * EN WORDEN ALLE OPEN REKENINGEN ALS OPENING GEMELD.
      *
      * DE MELDINGEN GAAN IN VAST FORMAAT (CAPMELD.CPY) MET KOP- EN
      * STAARTRECORD NAAR CAPMELDING.UIT; CAPMELDING.LST TOONT ZE
      * MET DE TOTALEN PER SOORT EN GAAT VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL. DE RUN WORDT PER DAG IN HET RUNREGISTER
      * BIJGEHOUDEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAAK-CAP-MELDING.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
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

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL CAPSTAND
                  ASSIGN TO "BESTANDEN/CAPSTAND.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS CST-SLEUTEL
                  FILE STATUS IS CAPSTAND-STATUS.

           SELECT OPTIONAL CAP-MELDINGEN
                  ASSIGN TO "BESTANDEN/CAPMELDING.UIT"
                  FILE STATUS IS MELDINGEN-STATUS.

           SELECT OPTIONAL MELDINGLIJST
                  ASSIGN TO "BESTANDEN/CAPMELDING.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  CAPSTAND BLOCK CONTAINS 10 RECORDS.
       01  CAPSTAND-REC.
           COPY "capstand.cpy".

       FD  CAP-MELDINGEN BLOCK CONTAINS 10 RECORDS.
       01  CAP-MELDING.
           COPY "capmeld.cpy".
           COPY "domkop.cpy".

       FD  MELDINGLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  MEDE-KLAAR PIC X(1).
           88 MEDE-SCAN-KLAAR VALUE "J".
       77  STAND-KLAAR PIC X(1).
           88 STAND-SCAN-KLAAR VALUE "J".
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  STAND-GEVONDEN PIC X(1).
           88 STAND-BESTAAT VALUE "J".
           88 STAND-ONBEKEND VALUE "N".
       77  REKENING-GEKEND PIC X(1).
           88 REKENING-AL-GEMELD VALUE "J".
       77  REKENING-TOESTAND PIC X(1).
           88 REKENING-NOG-OPEN VALUE "J".
       77  REKENINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  CAPSTAND-STATUS PIC X(2).
       77  MELDINGEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  RUNTIJD PIC 9(8).
       77  RUNSTEMPEL PIC 9(16).
       77  HOUDER-KLANTNR PIC 9(7).
       77  HOUDER-ROL PIC X(1).
       77  GESLOTEN-REKNR PIC 9(12).
       77  MELD-GEBEURTENIS PIC X(2).
       77  MELD-REKNR PIC 9(12).
       77  MELD-KLANTNR PIC 9(7).
       77  MELD-ROL PIC X(1).
       77  AANTAL-OPENINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-AFSLUITINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-HOUDERS-BIJ PIC 9(7) VALUE ZERO.
       77  AANTAL-HOUDERS-WEG PIC 9(7) VALUE ZERO.
       77  AANTAL-MELDINGEN PIC 9(7) VALUE ZERO.
       77  MELDING-HASH PIC 9(12) VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  REGISTER-ACTIE PIC X(1).
       77  REGISTER-PROGRAMMA PIC X(20).
       77  REGISTER-PERIODE PIC X(8).
       77  REGISTER-AANTAL PIC 9(7).
       77  REGISTER-RESULTAAT PIC X(1).
           88 REGISTRATIE-OK VALUE "J".
           88 RUN-REEDS-UITGEVOERD VALUE "G".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       01  WERK-REKNR.
           02 WRK-DEEL1 PIC 999.
           02 WRK-DEEL2 PIC 9(7).
           02 WRK-DEEL3 PIC 99.
       01  MELDING-VELDEN.
           02 MLL-GEBEURTENIS PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MLL-DEEL1 PIC 999.
           02 MLL-STREEP1 PIC X.
           02 MLL-DEEL2 PIC 9(7).
           02 MLL-STREEP2 PIC X.
           02 MLL-DEEL3 PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MLL-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 MLL-NAAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 MLL-ROL PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 MLL-REKENINGTYPE PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 MLL-MUNT PIC X(3).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-REKENING UNTIL STOPLEZEN
           PERFORM ZOEK-VERDWENEN-HOUDERS
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE AANTAL-MELDINGEN TO REGISTER-AANTAL
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO REK MEDEHOUDER-REC CAPSTAND-REC
           MOVE ZERO TO GESLOTEN-REKNR
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           ACCEPT RUNTIJD FROM TIME
           COMPUTE RUNSTEMPEL = RUNDATUM * 100000000 + RUNTIJD
           MOVE "MAAK-CAP-MELDING" TO REGISTER-PROGRAMMA
           MOVE SPACES TO REGISTER-PERIODE
           MOVE RUNDATUM TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00" AND KLANTEN-STATUS NOT = "05"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "05"
               DISPLAY "KAN MEDEHOUDERSBESTAND NIET OPENEN, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O CAPSTAND
           IF CAPSTAND-STATUS NOT = "00" AND CAPSTAND-STATUS NOT = "05"
               DISPLAY "KAN CAP-LEVERINGSTOESTAND NIET OPENEN, STATUS: "
                   CAPSTAND-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT CAP-MELDINGEN
           IF MELDINGEN-STATUS NOT = "00"
               AND MELDINGEN-STATUS NOT = "05"
               DISPLAY "KAN CAP-MELDINGSBESTAND NIET OPENEN, STATUS: "
                   MELDINGEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE SPACES TO KOP-RECORD
           MOVE "HD" TO KOP-TYPE
           MOVE RUNDATUM TO KOP-DATUM
           WRITE KOP-RECORD
           OPEN OUTPUT MELDINGLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "MELDING CENTRAAL AANSPREEKPUNT OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:70)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "SOORT" TO LIJST-REGEL (1:5)
           MOVE "REKENING" TO LIJST-REGEL (5:8)
           MOVE "KLANT" TO LIJST-REGEL (22:5)
           MOVE "NAAM" TO LIJST-REGEL (30:4)
           MOVE "ROL" TO LIJST-REGEL (51:3)
           MOVE "TYPE" TO LIJST-REGEL (55:4)
           MOVE "MUNT" TO LIJST-REGEL (60:4)
           PERFORM SCHRIJF-LIJSTREGEL.

      *    EERSTE DOORLOOP: ELKE OPEN REKENING MET HAAR TITULARIS EN
      *    HAAR MEDEHOUDERS TEGEN DE LEVERINGSTOESTAND LEGGEN.
       VERWERK-REKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "02"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT REKENING-GESLOTEN
               PERFORM ZOEK-REKENING-IN-STAND
               MOVE KLANTNR TO HOUDER-KLANTNR
               MOVE "T" TO HOUDER-ROL
               PERFORM VERGELIJK-HOUDER
               PERFORM ZOEK-MEDEHOUDERS
           END-IF.

       ZOEK-REKENING-IN-STAND.
           MOVE "N" TO REKENING-GEKEND
           MOVE REKNR TO CST-REKNR
           MOVE ZERO TO CST-KLANTNR
           MOVE "N" TO STAND-KLAAR
           START CAPSTAND KEY IS NOT < CST-SLEUTEL
               INVALID KEY MOVE "J" TO STAND-KLAAR
           END-START
           IF NOT STAND-SCAN-KLAAR
               READ CAPSTAND NEXT
                   AT END MOVE "J" TO STAND-KLAAR
               END-READ
               IF NOT STAND-SCAN-KLAAR
                   IF CAPSTAND-STATUS NOT = "00"
                       AND CAPSTAND-STATUS NOT = "02"
                       DISPLAY "CAP-LEVERINGSTOESTAND IS DEFECT, "
                           "STATUS: " CAPSTAND-STATUS
                       PERFORM FOUT
                   END-IF
                   IF CST-REKNR = REKNR
                       MOVE "J" TO REKENING-GEKEND
                   END-IF
               END-IF
           END-IF.

       ZOEK-MEDEHOUDERS.
           MOVE "N" TO MEDE-KLAAR
           MOVE REKNR TO MHD-REKNR
           MOVE ZERO TO MHD-KLANTNR
           START MEDEHOUDERS KEY IS NOT < MHD-SLEUTEL
               INVALID KEY MOVE "J" TO MEDE-KLAAR
           END-START
           PERFORM LEES-VOLGENDE-MEDEHOUDER UNTIL MEDE-SCAN-KLAAR.

       LEES-VOLGENDE-MEDEHOUDER.
           READ MEDEHOUDERS NEXT
               AT END MOVE "J" TO MEDE-KLAAR
           END-READ
           IF NOT MEDE-SCAN-KLAAR
               IF MEDEHOUDERS-STATUS NOT = "00"
                   AND MEDEHOUDERS-STATUS NOT = "02"
                   DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                       MEDEHOUDERS-STATUS
                   PERFORM FOUT
               END-IF
               IF MHD-REKNR NOT = REKNR
                   MOVE "J" TO MEDE-KLAAR
               ELSE
                   IF MHD-KLANTNR NOT = KLANTNR
                       MOVE MHD-KLANTNR TO HOUDER-KLANTNR
                       MOVE MHD-ROL TO HOUDER-ROL
                       PERFORM VERGELIJK-HOUDER
                   END-IF
               END-IF
           END-IF.

       VERGELIJK-HOUDER.
           MOVE REKNR TO CST-REKNR
           MOVE HOUDER-KLANTNR TO CST-KLANTNR
           READ CAPSTAND
               INVALID KEY SET STAND-ONBEKEND TO TRUE
               NOT INVALID KEY SET STAND-BESTAAT TO TRUE
           END-READ
           IF STAND-ONBEKEND AND CAPSTAND-STATUS NOT = "23"
               DISPLAY "CAP-LEVERINGSTOESTAND IS DEFECT, STATUS: "
                   CAPSTAND-STATUS
               PERFORM FOUT
           END-IF
           MOVE REKNR TO MELD-REKNR
           MOVE HOUDER-KLANTNR TO MELD-KLANTNR
           IF STAND-ONBEKEND
               IF HOUDER-ROL = "T" AND NOT REKENING-AL-GEMELD
                   MOVE "OP" TO MELD-GEBEURTENIS
               ELSE
                   MOVE "HT" TO MELD-GEBEURTENIS
               END-IF
               MOVE HOUDER-ROL TO MELD-ROL
               PERFORM SCHRIJF-MELDING
               MOVE SPACES TO CAPSTAND-REC
               MOVE REKNR TO CST-REKNR
               MOVE HOUDER-KLANTNR TO CST-KLANTNR
               MOVE HOUDER-ROL TO CST-ROL
               MOVE RUNDATUM TO CST-GEMELD
               MOVE RUNSTEMPEL TO CST-RUN
               WRITE CAPSTAND-REC
                   INVALID KEY
                       DISPLAY "CAP-LEVERINGSTOESTAND IS DEFECT, "
                           "STATUS: " CAPSTAND-STATUS
                       PERFORM FOUT
               END-WRITE
           ELSE
               IF CST-ROL NOT = HOUDER-ROL
                   MOVE "HV" TO MELD-GEBEURTENIS
                   MOVE CST-ROL TO MELD-ROL
                   PERFORM SCHRIJF-MELDING
                   MOVE "HT" TO MELD-GEBEURTENIS
                   MOVE HOUDER-ROL TO MELD-ROL
                   PERFORM SCHRIJF-MELDING
                   MOVE HOUDER-ROL TO CST-ROL
                   MOVE RUNDATUM TO CST-GEMELD
               END-IF
               MOVE RUNSTEMPEL TO CST-RUN
               REWRITE CAPSTAND-REC
                   INVALID KEY
                       DISPLAY "CAP-LEVERINGSTOESTAND IS DEFECT, "
                           "STATUS: " CAPSTAND-STATUS
                       PERFORM FOUT
               END-REWRITE
           END-IF.

      *    TWEEDE DOORLOOP: WAT IN DE LEVERINGSTOESTAND STAAT MAAR DEZE
      *    RUN NIET MEER GEZIEN WERD, IS AFGESLOTEN OF VERWIJDERD.
       ZOEK-VERDWENEN-HOUDERS.
           MOVE ZEROS TO CST-SLEUTEL
           MOVE "N" TO STAND-KLAAR
           START CAPSTAND KEY IS NOT < CST-SLEUTEL
               INVALID KEY MOVE "J" TO STAND-KLAAR
           END-START
           PERFORM CONTROLEER-STAND UNTIL STAND-SCAN-KLAAR.

       CONTROLEER-STAND.
           READ CAPSTAND NEXT
               AT END MOVE "J" TO STAND-KLAAR
           END-READ
           IF NOT STAND-SCAN-KLAAR
               IF CAPSTAND-STATUS NOT = "00"
                   AND CAPSTAND-STATUS NOT = "02"
                   DISPLAY "CAP-LEVERINGSTOESTAND IS DEFECT, STATUS: "
                       CAPSTAND-STATUS
                   PERFORM FOUT
               END-IF
               IF CST-RUN NOT = RUNSTEMPEL
                   PERFORM MELD-VERDWENEN-HOUDER
               END-IF
           END-IF.

       MELD-VERDWENEN-HOUDER.
           MOVE CST-REKNR TO REKNR
           MOVE "J" TO REKENING-TOESTAND
           READ REKENINGEN
               INVALID KEY MOVE "N" TO REKENING-TOESTAND
           END-READ
           IF NOT REKENING-NOG-OPEN AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-NOG-OPEN AND REKENING-GESLOTEN
               MOVE "N" TO REKENING-TOESTAND
           END-IF
           MOVE CST-REKNR TO MELD-REKNR
           MOVE CST-ROL TO MELD-ROL
           IF REKENING-NOG-OPEN
               MOVE "HV" TO MELD-GEBEURTENIS
               MOVE CST-KLANTNR TO MELD-KLANTNR
               PERFORM SCHRIJF-MELDING
           ELSE
               IF CST-REKNR NOT = GESLOTEN-REKNR
                   MOVE CST-REKNR TO GESLOTEN-REKNR
                   MOVE "SL" TO MELD-GEBEURTENIS
                   IF REKENINGEN-STATUS = "00"
                       MOVE KLANTNR TO MELD-KLANTNR
                       MOVE "T" TO MELD-ROL
                   ELSE
                       MOVE CST-KLANTNR TO MELD-KLANTNR
                   END-IF
                   PERFORM SCHRIJF-MELDING
               END-IF
           END-IF
           DELETE CAPSTAND RECORD
               INVALID KEY
                   DISPLAY "CAP-LEVERINGSTOESTAND IS DEFECT, STATUS: "
                       CAPSTAND-STATUS
                   PERFORM FOUT
           END-DELETE
           START CAPSTAND KEY IS > CST-SLEUTEL
               INVALID KEY MOVE "J" TO STAND-KLAAR
           END-START.

       SCHRIJF-MELDING.
           MOVE MELD-KLANTNR TO NR
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
               MOVE "ONBEKENDE KLANT" TO NAAM
           END-IF
           MOVE SPACES TO CAP-MELDING
           MOVE "20" TO CME-TYPE
           MOVE MELD-GEBEURTENIS TO CME-GEBEURTENIS
           MOVE RUNDATUM TO CME-DATUM
           MOVE MELD-REKNR TO CME-REKNR
           MOVE MELD-KLANTNR TO CME-KLANTNR
           MOVE MELD-ROL TO CME-ROL
           MOVE NAAM TO CME-NAAM
           IF REKNR = MELD-REKNR AND REKENINGEN-STATUS NOT = "23"
               MOVE REKENINGTYPE TO CME-REKENINGTYPE
               MOVE MUNT TO CME-MUNT
           END-IF
           WRITE CAP-MELDING
           ADD 1 TO AANTAL-MELDINGEN
           ADD CME-KLANTNR TO MELDING-HASH
           IF CME-OPENING
               ADD 1 TO AANTAL-OPENINGEN
           END-IF
           IF CME-AFSLUITING
               ADD 1 TO AANTAL-AFSLUITINGEN
           END-IF
           IF CME-HOUDER-BIJ
               ADD 1 TO AANTAL-HOUDERS-BIJ
           END-IF
           IF CME-HOUDER-WEG
               ADD 1 TO AANTAL-HOUDERS-WEG
           END-IF
           MOVE CME-REKNR TO WERK-REKNR
           MOVE SPACES TO MELDING-VELDEN
           MOVE CME-GEBEURTENIS TO MLL-GEBEURTENIS
           MOVE WRK-DEEL1 TO MLL-DEEL1
           MOVE "-" TO MLL-STREEP1
           MOVE WRK-DEEL2 TO MLL-DEEL2
           MOVE "-" TO MLL-STREEP2
           MOVE WRK-DEEL3 TO MLL-DEEL3
           MOVE CME-KLANTNR TO MLL-KLANTNR
           MOVE CME-NAAM TO MLL-NAAM
           MOVE CME-ROL TO MLL-ROL
           MOVE CME-REKENINGTYPE TO MLL-REKENINGTYPE
           MOVE CME-MUNT TO MLL-MUNT
           MOVE MELDING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE KLANTEN
           CLOSE MEDEHOUDERS
           CLOSE CAPSTAND
           MOVE SPACES TO STAART-RECORD
           MOVE "TR" TO STAART-TYPE
           MOVE AANTAL-MELDINGEN TO STAART-AANTAL
           MOVE MELDING-HASH TO STAART-HASH
           WRITE STAART-RECORD
           CLOSE CAP-MELDINGEN.

       DRUK-TOTALEN.
           IF AANTAL-MELDINGEN = ZERO
               MOVE "GEEN WIJZIGINGEN SINDS DE VORIGE MELDING"
                   TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:70)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "OPENINGEN (OP)          : " AANTAL-OPENINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "AFSLUITINGEN (SL)       : " AANTAL-AFSLUITINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "HOUDERS TOEGEVOEGD (HT) : " AANTAL-HOUDERS-BIJ
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "HOUDERS VERWIJDERD (HV) : " AANTAL-HOUDERS-WEG
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "MELDINGEN IN TOTAAL     : " AANTAL-MELDINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE MELDINGLIJST
           MOVE "CAP-MELDING" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/CAPMELDING.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

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
           MOVE "MAAK-CAP-MELDING" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
