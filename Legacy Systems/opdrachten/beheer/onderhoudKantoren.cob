      *************************************************************
      * ONDERHOUD KANTOREN
      *
      * ONDERHOUD VAN HET KANTORENBESTAND KANTOREN.DAT: TOEVOEGEN
      * (T), WIJZIGEN (W) OF SLUITEN (S) VAN EEN KANTOOR MET NAAM,
      * ADRES EN TELEFOONNUMMER. ELKE REKENING HEEFT EEN
      * THUISKANTOOR EN ELKE OPERATOR EEN TOEGEWEZEN KANTOOR UIT DIT
      * BESTAND. EEN KANTOOR WORDT NIET VERWIJDERD MAAR GESLOTEN,
      * ZODAT DE REKENINGEN, KASLADEN EN GROOTBOEKREGELS DIE ER NOG
      * NAAR VERWIJZEN HUN KANTOOR BLIJVEN TERUGVINDEN; OP EEN
      * GESLOTEN KANTOOR KUNNEN GEEN NIEUWE REKENINGEN MEER GEOPEND
      * WORDEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-KANTOREN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KANTOREN
                  ASSIGN TO "BESTANDEN/KANTOREN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KNT-CODE
                  FILE STATUS IS KANTOREN-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KANTOREN BLOCK CONTAINS 10 RECORDS.
       01  KANTOOR-REC.
           COPY "kantoor.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ACTIE PIC X(1).
           88 ACTIE-TOEVOEGEN VALUE "T".
           88 ACTIE-WIJZIGEN VALUE "W".
           88 ACTIE-SLUITEN VALUE "S".
       77  GEVONDEN PIC X(1).
           88 KANTOOR-GEVONDEN VALUE "J".
           88 KANTOOR-NIET-GEVONDEN VALUE "N".
       77  KANTOREN-STATUS PIC X(2).
       77  TOEVOEG-RESULTAAT PIC X(1).
           88 TOEVOEGEN-GELUKT VALUE "J".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-ACTIE
           IF ACTIE-TOEVOEGEN
               PERFORM VOEG-KANTOOR-TOE
           ELSE
               IF ACTIE-WIJZIGEN
                   PERFORM WIJZIG-KANTOOR
               ELSE
                   IF ACTIE-SLUITEN
                       PERFORM SLUIT-KANTOOR
                   ELSE
                       DISPLAY "ONGELDIGE ACTIE, NIETS GEDAAN"
                   END-IF
               END-IF
           END-IF
           PERFORM SLUIT-BESTAND
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE SPACES TO KANTOOR-REC
           OPEN I-O KANTOREN
           IF KANTOREN-STATUS NOT = "00" AND KANTOREN-STATUS NOT = "05"
               DISPLAY "KAN KANTORENBESTAND NIET OPENEN, STATUS: "
                   KANTOREN-STATUS
               PERFORM FOUT
           END-IF.

       LEES-ACTIE.
           DISPLAY "ONDERHOUD KANTOREN"
           DISPLAY "T = TOEVOEGEN, W = WIJZIGEN, S = SLUITEN"
           DISPLAY "GEEF DE GEWENSTE ACTIE OP:"
           ACCEPT ACTIE.

       VOEG-KANTOOR-TOE.
           DISPLAY "GEEF DE KANTOORCODE OP (MAX 3 TEKENS):"
           ACCEPT KNT-CODE
           IF KNT-CODE = SPACES
               DISPLAY "EEN KANTOORCODE IS VERPLICHT"
           ELSE
               PERFORM LEES-KANTOOR-GEGEVENS
               MOVE "N" TO KNT-GESLOTEN
               PERFORM SCHRIJF-KANTOOR
           END-IF.

       SCHRIJF-KANTOOR.
           SET TOEVOEGEN-GELUKT TO TRUE
           WRITE KANTOOR-REC
               INVALID KEY
                   MOVE "N" TO TOEVOEG-RESULTAAT
                   IF KANTOREN-STATUS = "22"
                       DISPLAY "KANTOOR " KNT-CODE " BESTAAT REEDS"
                   ELSE
                       DISPLAY "KANTORENBESTAND IS DEFECT, "
                           "STATUS: " KANTOREN-STATUS
                       PERFORM FOUT
                   END-IF
           END-WRITE
           IF TOEVOEGEN-GELUKT
               DISPLAY "KANTOOR " KNT-CODE " AANGEMAAKT"
           END-IF.

       WIJZIG-KANTOOR.
           DISPLAY "GEEF DE KANTOORCODE OP:"
           ACCEPT KNT-CODE
           PERFORM ZOEK-KANTOOR
           IF KANTOOR-GEVONDEN
               PERFORM LEES-KANTOOR-GEGEVENS
               PERFORM HERSCHRIJF-KANTOOR
               DISPLAY "KANTOOR " KNT-CODE " GEWIJZIGD"
           ELSE
               DISPLAY "GEEN KANTOOR GEVONDEN MET DEZE CODE"
           END-IF.

       SLUIT-KANTOOR.
           DISPLAY "GEEF DE KANTOORCODE OP:"
           ACCEPT KNT-CODE
           PERFORM ZOEK-KANTOOR
           IF KANTOOR-GEVONDEN
               IF KANTOOR-GESLOTEN
                   DISPLAY "KANTOOR " KNT-CODE " IS AL GESLOTEN"
               ELSE
                   MOVE "J" TO KNT-GESLOTEN
                   PERFORM HERSCHRIJF-KANTOOR
                   DISPLAY "KANTOOR " KNT-CODE " GESLOTEN"
               END-IF
           ELSE
               DISPLAY "GEEN KANTOOR GEVONDEN MET DEZE CODE"
           END-IF.

       HERSCHRIJF-KANTOOR.
           REWRITE KANTOOR-REC
               INVALID KEY
                   DISPLAY "KANTORENBESTAND IS DEFECT, "
                       "STATUS: " KANTOREN-STATUS
                   PERFORM FOUT
           END-REWRITE.

       LEES-KANTOOR-GEGEVENS.
           DISPLAY "GEEF DE NAAM VAN HET KANTOOR OP:"
           ACCEPT KNT-NAAM
           DISPLAY "GEEF DE STRAAT EN HET NUMMER OP:"
           ACCEPT KNT-STRAAT
           DISPLAY "GEEF DE POSTCODE OP:"
           ACCEPT KNT-POSTCODE
           DISPLAY "GEEF DE GEMEENTE OP:"
           ACCEPT KNT-GEMEENTE
           DISPLAY "GEEF HET TELEFOONNUMMER OP:"
           ACCEPT KNT-TEL.

       ZOEK-KANTOOR.
           SET KANTOOR-NIET-GEVONDEN TO TRUE
           READ KANTOREN
               INVALID KEY SET KANTOOR-NIET-GEVONDEN TO TRUE
               NOT INVALID KEY SET KANTOOR-GEVONDEN TO TRUE
           END-READ
           IF KANTOOR-NIET-GEVONDEN AND KANTOREN-STATUS NOT = "23"
               DISPLAY "KANTORENBESTAND IS DEFECT, STATUS: "
                   KANTOREN-STATUS
               PERFORM FOUT
           END-IF.

       SLUIT-BESTAND.
           CLOSE KANTOREN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ONDERHOUD-KANTOREN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE KNT-CODE TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
