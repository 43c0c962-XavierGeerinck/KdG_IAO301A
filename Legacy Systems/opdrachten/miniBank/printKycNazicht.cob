      *************************************************************
      * PRINT KYC NAZICHT
      *
      * MAANDELIJKSE LIJST VOOR HET KLANTONDERZOEK: TOETST ELKE
      * KLANT IN HET KLANTENBESTAND VIA CONTROLEER-KYC AF TEGEN ZIJN
      * DOSSIER IN KLANTDOSSIERS.DAT OP DE RUNDATUM, EN ZET OP DE
      * LIJST WIE GEEN DOSSIER HEEFT, WIENS IDENTITEITSDOCUMENT
      * VERVALLEN IS OF WIENS NAZICHT VOLGENS ZIJN RISICOKLASSE
      * ACHTERSTALLIG IS, MET HET DOCUMENT, DE VERVALDATUM, DE
      * RISICOKLASSE, HET LAATSTE EN HET VERSCHULDIGDE NAZICHT.
      * ZOLANG EEN KLANT OP DEZE LIJST STAAT WEIGERT
      * VOEG-REKENING-TOE NIEUWE REKENINGEN VOOR HEM. DE LIJST GAAT
      * NAAR KYCNAZICHT.LST EN VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL;
      * DE RUN WORDT PER MAAND IN HET RUNREGISTER BIJGEHOUDEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-KYC-NAZICHT.
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

           SELECT OPTIONAL NAZICHTLIJST
                  ASSIGN TO "BESTANDEN/KYCNAZICHT.LST"
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

       FD  NAZICHTLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLANTEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  AANTAL-KLANTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-GEEN-DOSSIER PIC 9(7) VALUE ZERO.
       77  AANTAL-VERVALLEN PIC 9(7) VALUE ZERO.
       77  AANTAL-ACHTERSTALLIG PIC 9(7) VALUE ZERO.
       77  VOLGEND-NAZICHT PIC 9(8).
       77  KYC-RESULTAAT PIC X(1).
           88 KYC-IN-ORDE VALUE "J".
           88 KYC-GEEN-DOSSIER VALUE "G".
           88 KYC-DOCUMENT-VERVALLEN VALUE "V".
           88 KYC-NAZICHT-ACHTERSTALLIG VALUE "A".
       01  KLANTDOSSIER-WERK.
           COPY "kyc.cpy".
       01  NAZICHT-VELDEN.
           02 NZL-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 NZL-NAAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 NZL-REDEN PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 NZL-ID-SOORT PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 NZL-ID-NUMMER PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 NZL-VERVALDATUM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 NZL-RISICO PIC X(1).
           02 FILLER PIC X(2) VALUE SPACE.
           02 NZL-LAATSTE-NAZICHT PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 NZL-VOLGEND-NAZICHT PIC X(8).
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

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-KLANT UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           COMPUTE REGISTER-AANTAL = AANTAL-GEEN-DOSSIER
               + AANTAL-VERVALLEN + AANTAL-ACHTERSTALLIG
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO KLANT
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "PRINT-KYC-NAZICHT" TO REGISTER-PROGRAMMA
           MOVE SPACES TO REGISTER-PERIODE
           MOVE RUNDATUM (1:6) TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT NAZICHTLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "KLANTONDERZOEK: VERVALLEN DOCUMENTEN EN "
               DELIMITED BY SIZE
               "ACHTERSTALLIG NAZICHT OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:106)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "KLANT" TO LIJST-REGEL (1:5)
           MOVE "NAAM" TO LIJST-REGEL (9:4)
           MOVE "REDEN" TO LIJST-REGEL (30:5)
           MOVE "DOCUMENT" TO LIJST-REGEL (51:8)
           MOVE "VERVALT" TO LIJST-REGEL (75:7)
           MOVE "R" TO LIJST-REGEL (85:1)
           MOVE "NAZICHT" TO LIJST-REGEL (88:7)
           MOVE "VOLGEND" TO LIJST-REGEL (97:7)
           PERFORM SCHRIJF-LIJSTREGEL.

       CONTROLEER-KLANT.
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
               ADD 1 TO AANTAL-KLANTEN
               CALL "CONTROLEER-KYC" USING NR RUNDATUM
                   KLANTDOSSIER-WERK VOLGEND-NAZICHT KYC-RESULTAAT
               IF NOT KYC-IN-ORDE
                   PERFORM DRUK-KLANT
               END-IF
           END-IF.

       DRUK-KLANT.
           MOVE SPACES TO NAZICHT-VELDEN
           MOVE NR TO NZL-KLANTNR
           MOVE NAAM TO NZL-NAAM
           IF KYC-GEEN-DOSSIER
               ADD 1 TO AANTAL-GEEN-DOSSIER
               MOVE "GEEN DOSSIER" TO NZL-REDEN
           ELSE
               IF KYC-DOCUMENT-VERVALLEN
                   ADD 1 TO AANTAL-VERVALLEN
                   MOVE "DOCUMENT VERVALLEN" TO NZL-REDEN
               ELSE
                   ADD 1 TO AANTAL-ACHTERSTALLIG
                   MOVE "NAZICHT ACHTERSTAL" TO NZL-REDEN
               END-IF
               MOVE KYC-ID-SOORT TO NZL-ID-SOORT
               MOVE KYC-ID-NUMMER TO NZL-ID-NUMMER
               MOVE KYC-VERVALDATUM TO NZL-VERVALDATUM
               MOVE KYC-RISICO TO NZL-RISICO
               MOVE KYC-LAATSTE-NAZICHT TO NZL-LAATSTE-NAZICHT
               MOVE VOLGEND-NAZICHT TO NZL-VOLGEND-NAZICHT
           END-IF
           MOVE NAZICHT-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE KLANTEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:106)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KLANTEN GECONTROLEERD : " AANTAL-KLANTEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "ZONDER DOSSIER        : " AANTAL-GEEN-DOSSIER
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "DOCUMENT VERVALLEN    : " AANTAL-VERVALLEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NAZICHT ACHTERSTALLIG : " AANTAL-ACHTERSTALLIG
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE NAZICHTLIJST
           MOVE "KYC-NAZICHT" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/KYCNAZICHT.LST" TO SPOOL-BESTANDSNAAM
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
           MOVE "PRINT-KYC-NAZICHT" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE NR IN KLANT TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
