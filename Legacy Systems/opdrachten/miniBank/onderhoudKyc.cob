      *************************************************************
      * ONDERHOUD KYC
      *
      * ONDERHOUD VAN HET KLANTONDERZOEKSDOSSIER PER KLANTNR IN
      * KLANTDOSSIERS.DAT: SOORT EN NUMMER VAN HET
      * IDENTITEITSDOCUMENT (ID = IDENTITEITSKAART, PA = PASPOORT,
      * VK = VERBLIJFSKAART), DE VERVALDATUM ERVAN, DE RISICOKLASSE
      * (L = LAAG, M = MIDDEL, H = HOOG) EN DE DATUM VAN HET
      * LAATSTE NAZICHT. HEEFT DE KLANT NOG GEEN DOSSIER, DAN WORDT
      * HET VOLLEDIG OPGEVRAAGD EN GELDT DE IDENTIFICATIE VAN
      * VANDAAG ALS EERSTE NAZICHT. OP EEN BESTAAND DOSSIER KAN MEN
      * HET DOCUMENT VERVANGEN (D), DE RISICOKLASSE WIJZIGEN (R) OF
      * EEN UITGEVOERD NAZICHT REGISTREREN (N). ELKE WIJZIGING KOMT
      * IN DE AUDITLOG. PRINT-KYC-NAZICHT EN VOEG-REKENING-TOE
      * TOETSEN DIT DOSSIER AF VIA CONTROLEER-KYC.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-KYC.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KLANTDOSSIERS
                  ASSIGN TO "BESTANDEN/KLANTDOSSIERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KYC-KLANTNR
                  FILE STATUS IS DOSSIERS-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KLANTDOSSIERS BLOCK CONTAINS 10 RECORDS.
       01  KLANTDOSSIER-REC.
           COPY "kyc.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ACTIE PIC X(1).
           88 ACTIE-DOCUMENT VALUE "D".
           88 ACTIE-RISICO VALUE "R".
           88 ACTIE-NAZICHT VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  GEVONDEN-DOSSIER PIC X(1).
           88 DOSSIER-BESTAAT VALUE "J".
           88 DOSSIER-ONBEKEND VALUE "N".
       77  INVOER-TOESTAND PIC X(1).
           88 INVOER-GELDIG VALUE "J".
       77  DOSSIERS-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  GEVR-KLANTNR PIC 9(7).
       77  OUD-DOCUMENT PIC X(30).
       77  OUD-VERVALDATUM PIC 9(8).
       77  OUD-RISICO PIC X(1).
       77  OUD-NAZICHT PIC 9(8).
       01  DOCUMENT-WERK.
           02 DOC-SOORT PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 DOC-NUMMER PIC X(20).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           DISPLAY "ONDERHOUD KLANTONDERZOEKSDOSSIER (KYC)"
           DISPLAY "GEEF HET KLANTNUMMER OP:"
           ACCEPT GEVR-KLANTNR
           PERFORM ZOEK-KLANT
           IF KLANT-ONBEKEND
               DISPLAY "GEEN KLANT MET KLANTNUMMER " GEVR-KLANTNR
           ELSE
               DISPLAY "KLANT " NR " " NAAM
               PERFORM ZOEK-DOSSIER
               IF DOSSIER-ONBEKEND
                   PERFORM MAAK-DOSSIER
               ELSE
                   PERFORM TOON-DOSSIER
                   PERFORM WIJZIG-DOSSIER
               END-IF
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO KLANTDOSSIER-REC KLANT
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O KLANTDOSSIERS
           IF DOSSIERS-STATUS NOT = "00" AND DOSSIERS-STATUS NOT = "05"
               DISPLAY "KAN KLANTDOSSIERBESTAND NIET OPENEN, STATUS: "
                   DOSSIERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           MOVE GEVR-KLANTNR TO NR
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-DOSSIER.
           SET DOSSIER-ONBEKEND TO TRUE
           MOVE GEVR-KLANTNR TO KYC-KLANTNR
           READ KLANTDOSSIERS
               INVALID KEY SET DOSSIER-ONBEKEND TO TRUE
               NOT INVALID KEY SET DOSSIER-BESTAAT TO TRUE
           END-READ
           IF DOSSIER-ONBEKEND AND DOSSIERS-STATUS NOT = "23"
               DISPLAY "KLANTDOSSIERBESTAND IS DEFECT, STATUS: "
                   DOSSIERS-STATUS
               PERFORM FOUT
           END-IF.

       TOON-DOSSIER.
           DISPLAY "DOCUMENT       : " KYC-ID-SOORT " " KYC-ID-NUMMER
           DISPLAY "VERVALDATUM    : " KYC-VERVALDATUM
           DISPLAY "RISICOKLASSE   : " KYC-RISICO
           DISPLAY "LAATSTE NAZICHT: " KYC-LAATSTE-NAZICHT
               " DOOR " KYC-NAZICHT-DOOR.

       MAAK-DOSSIER.
           DISPLAY "KLANT HEEFT NOG GEEN DOSSIER, NIEUW DOSSIER"
           MOVE SPACES TO KLANTDOSSIER-REC
           MOVE GEVR-KLANTNR TO KYC-KLANTNR
           PERFORM LEES-DOCUMENT
           PERFORM LEES-RISICO
           MOVE RUNDATUM TO KYC-LAATSTE-NAZICHT
           MOVE OPERATOR-ID TO KYC-NAZICHT-DOOR
           WRITE KLANTDOSSIER-REC
               INVALID KEY
                   DISPLAY "KLANTDOSSIERBESTAND IS DEFECT, STATUS: "
                       DOSSIERS-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE SPACES TO OUD-DOCUMENT
           MOVE ZERO TO OUD-VERVALDATUM
           MOVE SPACES TO OUD-RISICO
           MOVE ZERO TO OUD-NAZICHT
           PERFORM AUDIT-DOCUMENT
           PERFORM AUDIT-RISICO
           PERFORM AUDIT-NAZICHT
           DISPLAY "DOSSIER VOOR KLANT " GEVR-KLANTNR " AANGEMAAKT".

       WIJZIG-DOSSIER.
           DISPLAY "D = DOCUMENT VERVANGEN, R = RISICOKLASSE WIJZIGEN, "
               "N = NAZICHT REGISTREREN"
           DISPLAY "GEEF DE GEWENSTE ACTIE OP:"
           ACCEPT ACTIE
           MOVE KYC-ID-SOORT TO DOC-SOORT
           MOVE KYC-ID-NUMMER TO DOC-NUMMER
           MOVE DOCUMENT-WERK TO OUD-DOCUMENT
           MOVE KYC-VERVALDATUM TO OUD-VERVALDATUM
           MOVE KYC-RISICO TO OUD-RISICO
           MOVE KYC-LAATSTE-NAZICHT TO OUD-NAZICHT
           IF ACTIE-DOCUMENT
               PERFORM LEES-DOCUMENT
               PERFORM HERSCHRIJF-DOSSIER
               PERFORM AUDIT-DOCUMENT
           ELSE
               IF ACTIE-RISICO
                   PERFORM LEES-RISICO
                   PERFORM HERSCHRIJF-DOSSIER
                   PERFORM AUDIT-RISICO
               ELSE
                   IF ACTIE-NAZICHT
                       MOVE RUNDATUM TO KYC-LAATSTE-NAZICHT
                       MOVE OPERATOR-ID TO KYC-NAZICHT-DOOR
                       PERFORM HERSCHRIJF-DOSSIER
                       PERFORM AUDIT-NAZICHT
                   ELSE
                       DISPLAY "ONGELDIGE ACTIE, NIETS GEDAAN"
                   END-IF
               END-IF
           END-IF.

       LEES-DOCUMENT.
           MOVE "N" TO INVOER-TOESTAND
           PERFORM LEES-DOCUMENTSOORT UNTIL INVOER-GELDIG
           DISPLAY "GEEF HET DOCUMENTNUMMER OP:"
           ACCEPT KYC-ID-NUMMER
           MOVE "N" TO INVOER-TOESTAND
           PERFORM LEES-VERVALDATUM UNTIL INVOER-GELDIG.

       LEES-DOCUMENTSOORT.
           DISPLAY "GEEF DE DOCUMENTSOORT OP (ID = IDENTITEITSKAART, "
               "PA = PASPOORT, VK = VERBLIJFSKAART):"
           ACCEPT KYC-ID-SOORT
           IF KYC-ID-SOORT-GELDIG
               MOVE "J" TO INVOER-TOESTAND
           ELSE
               DISPLAY "ONGELDIGE DOCUMENTSOORT, PROBEER OPNIEUW"
           END-IF.

       LEES-VERVALDATUM.
           DISPLAY "GEEF DE VERVALDATUM VAN HET DOCUMENT OP "
               "(JJJJMMDD):"
           ACCEPT KYC-VERVALDATUM
           IF KYC-VERVALDATUM = ZERO
               DISPLAY "VERVALDATUM IS VERPLICHT, PROBEER OPNIEUW"
           ELSE
               MOVE "J" TO INVOER-TOESTAND
               IF KYC-VERVALDATUM < RUNDATUM
                   DISPLAY "OPGELET: HET DOCUMENT IS AL VERVALLEN"
               END-IF
           END-IF.

       LEES-RISICO.
           MOVE "N" TO INVOER-TOESTAND
           PERFORM LEES-RISICOKLASSE UNTIL INVOER-GELDIG.

       LEES-RISICOKLASSE.
           DISPLAY "GEEF DE RISICOKLASSE OP (L = LAAG, M = MIDDEL, "
               "H = HOOG):"
           ACCEPT KYC-RISICO
           IF KYC-RISICO-GELDIG
               MOVE "J" TO INVOER-TOESTAND
           ELSE
               DISPLAY "ONGELDIGE RISICOKLASSE, PROBEER OPNIEUW"
           END-IF.

       HERSCHRIJF-DOSSIER.
           REWRITE KLANTDOSSIER-REC
               INVALID KEY
                   DISPLAY "KLANTDOSSIERBESTAND IS DEFECT, STATUS: "
                       DOSSIERS-STATUS
                   PERFORM FOUT
           END-REWRITE
           DISPLAY "DOSSIER VOOR KLANT " GEVR-KLANTNR " GEWIJZIGD".

       AUDIT-DOCUMENT.
           MOVE SPACES TO AUDIT-REGEL
           MOVE KYC-KLANTNR TO AUD-SLEUTEL
           MOVE "ID-DOCUMENT" TO AUD-VELD
           MOVE OUD-DOCUMENT TO AUD-OUD
           MOVE KYC-ID-SOORT TO DOC-SOORT
           MOVE KYC-ID-NUMMER TO DOC-NUMMER
           MOVE DOCUMENT-WERK TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           MOVE SPACES TO AUDIT-REGEL
           MOVE KYC-KLANTNR TO AUD-SLEUTEL
           MOVE "VERVALDATUM ID" TO AUD-VELD
           MOVE OUD-VERVALDATUM TO AUD-OUD
           MOVE KYC-VERVALDATUM TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT.

       AUDIT-RISICO.
           MOVE SPACES TO AUDIT-REGEL
           MOVE KYC-KLANTNR TO AUD-SLEUTEL
           MOVE "RISICOKLASSE" TO AUD-VELD
           MOVE OUD-RISICO TO AUD-OUD
           MOVE KYC-RISICO TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT.

       AUDIT-NAZICHT.
           MOVE SPACES TO AUDIT-REGEL
           MOVE KYC-KLANTNR TO AUD-SLEUTEL
           MOVE "LAATSTE NAZICHT" TO AUD-VELD
           MOVE OUD-NAZICHT TO AUD-OUD
           MOVE KYC-LAATSTE-NAZICHT TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT.

       SCHRIJF-AUDIT.
           MOVE "ONDERHOUD-KYC" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SLUIT-BESTANDEN.
           CLOSE KLANTDOSSIERS
           CLOSE KLANTEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ONDERHOUD-KYC" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-KLANTNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
