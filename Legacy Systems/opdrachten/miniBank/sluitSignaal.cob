      *************************************************************
      * SLUIT SIGNAAL
      *
      * OPVOLGING VAN DE PATROONSIGNALEN DIE DETECTEER-PATRONEN IN
      * SIGNALEN.DAT ZET. WIE DOSSIERNUMMER 0 OPGEEFT KRIJGT DE
      * LIJST VAN DE NOG OPEN DOSSIERS. BIJ EEN DOSSIERNUMMER
      * WORDEN HET SIGNAAL EN DE ONDERLIGGENDE JOURNAALREGELS UIT
      * SIGNAALREGELS.DAT GETOOND; EEN OPEN DOSSIER WORDT DAARNA
      * GESLOTEN MET EEN VERPLICHTE OPMERKING, DE OPERATOR EN DE
      * DATUM, EN DE AFSLUITING KOMT IN DE AUDITLOG. EEN GESLOTEN
      * DOSSIER WORDT ENKEL GETOOND.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLUIT-SIGNAAL.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SIGNALEN
                  ASSIGN TO "BESTANDEN/SIGNALEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SIG-NR
                  ALTERNATE RECORD KEY IS SIG-HERKENNING
                  FILE STATUS IS SIGNALEN-STATUS.

           SELECT OPTIONAL SIGNAALREGELS
                  ASSIGN TO "BESTANDEN/SIGNAALREGELS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SGR-SLEUTEL
                  FILE STATUS IS SIGNAALREGELS-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNALEN BLOCK CONTAINS 10 RECORDS.
       01  SIGNAAL-REC.
           COPY "signaal.cpy".

       FD  SIGNAALREGELS BLOCK CONTAINS 10 RECORDS.
       01  SIGNAALREGEL-REC.
           COPY "sigregel.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  SIGNALEN-STATUS PIC X(2).
       77  SIGNAALREGELS-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 DOSSIER-BESTAAT VALUE "J".
           88 DOSSIER-ONBEKEND VALUE "N".
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  GEVR-DOSSIERNR PIC 9(7).
       77  GEVR-OPMERKING PIC X(60).
       77  AANTAL-OPEN PIC 9(5) VALUE ZERO.
       77  BEDRAG-ED PIC -(7)9.99.
       77  TOTAAL-ED PIC Z(8)9.99.
       77  PATROON-TEKST PIC X(13).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           DISPLAY "GEEF HET DOSSIERNUMMER OP (0 = LIJST OPEN "
               "DOSSIERS):"
           ACCEPT GEVR-DOSSIERNR
           IF GEVR-DOSSIERNR = ZERO
               PERFORM TOON-OPEN-DOSSIERS
           ELSE
               PERFORM BEHANDEL-DOSSIER
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO SIGNAAL-REC SIGNAALREGEL-REC
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O SIGNALEN
           IF SIGNALEN-STATUS NOT = "00" AND SIGNALEN-STATUS NOT = "05"
               DISPLAY "KAN SIGNALENBESTAND NIET OPENEN, STATUS: "
                   SIGNALEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT SIGNAALREGELS
           IF SIGNAALREGELS-STATUS NOT = "00"
               AND SIGNAALREGELS-STATUS NOT = "05"
               DISPLAY "KAN SIGNAALREGELBESTAND NIET OPENEN, STATUS: "
                   SIGNAALREGELS-STATUS
               PERFORM FOUT
           END-IF.

       TOON-OPEN-DOSSIERS.
           DISPLAY "OPEN PATROONSIGNALEN"
           DISPLAY "---------------------------------------------"
           MOVE "N" TO GEDAAN
           MOVE ZERO TO SIG-NR
           START SIGNALEN KEY IS NOT < SIG-NR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM TOON-VOLGEND-DOSSIER UNTIL STOPLEZEN
           DISPLAY "---------------------------------------------"
           DISPLAY "OPEN DOSSIERS: " AANTAL-OPEN.

       TOON-VOLGEND-DOSSIER.
           READ SIGNALEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND SIGNALEN-STATUS NOT = "00"
               AND SIGNALEN-STATUS NOT = "02"
               DISPLAY "SIGNALENBESTAND IS DEFECT, STATUS: "
                   SIGNALEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND SIGNAAL-OPEN
               ADD 1 TO AANTAL-OPEN
               PERFORM BEPAAL-PATROONTEKST
               DISPLAY SIG-NR " " SIG-DATUM " KLANT " SIG-KLANTNR
                   " " PATROON-TEKST " " SIG-OMSCHRIJVING
           END-IF.

       BEHANDEL-DOSSIER.
           PERFORM ZOEK-DOSSIER
           IF DOSSIER-ONBEKEND
               DISPLAY "GEEN DOSSIER MET NUMMER " GEVR-DOSSIERNR
           ELSE
               PERFORM TOON-DOSSIER
               IF SIGNAAL-GESLOTEN
                   DISPLAY "DOSSIER WERD AL GESLOTEN OP "
                       SIG-GESLOTEN-OP " DOOR " SIG-GESLOTEN-DOOR
                   DISPLAY "OPMERKING: " SIG-OPMERKING
               ELSE
                   PERFORM SLUIT-DOSSIER
               END-IF
           END-IF.

       ZOEK-DOSSIER.
           SET DOSSIER-ONBEKEND TO TRUE
           MOVE GEVR-DOSSIERNR TO SIG-NR
           READ SIGNALEN
               INVALID KEY SET DOSSIER-ONBEKEND TO TRUE
               NOT INVALID KEY SET DOSSIER-BESTAAT TO TRUE
           END-READ
           IF DOSSIER-ONBEKEND AND SIGNALEN-STATUS NOT = "23"
               DISPLAY "SIGNALENBESTAND IS DEFECT, STATUS: "
                   SIGNALEN-STATUS
               PERFORM FOUT
           END-IF.

       TOON-DOSSIER.
           PERFORM BEPAAL-PATROONTEKST
           MOVE SIG-BEDRAG TO TOTAAL-ED
           DISPLAY "DOSSIER        : " SIG-NR
           DISPLAY "KLANT          : " SIG-KLANTNR
           DISPLAY "PATROON        : " PATROON-TEKST
           DISPLAY "SIGNAAL        : " SIG-OMSCHRIJVING
           DISPLAY "PERIODE        : " SIG-PERIODE
               "   GEDETECTEERD OP " SIG-DATUM
           DISPLAY "BEDRAG         : " TOTAAL-ED
           DISPLAY "JOURNAALREGELS : " SIG-AANTAL-REGELS
           MOVE "N" TO GEDAAN
           MOVE SIG-NR TO SGR-SIGNAALNR
           MOVE ZERO TO SGR-VOLGNR
           START SIGNAALREGELS KEY IS NOT < SGR-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM TOON-SIGNAALREGEL UNTIL STOPLEZEN.

       TOON-SIGNAALREGEL.
           READ SIGNAALREGELS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND SIGNAALREGELS-STATUS NOT = "00"
               DISPLAY "SIGNAALREGELBESTAND IS DEFECT, STATUS: "
                   SIGNAALREGELS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF SGR-SIGNAALNR NOT = SIG-NR
                   MOVE "J" TO GEDAAN
               ELSE
                   MOVE SGR-BEDRAG TO BEDRAG-ED
                   DISPLAY "  " SGR-DATUM " REKENING " SGR-REKNR
                       " BEDRAG " BEDRAG-ED " REF " SGR-REFERENTIE
               END-IF
           END-IF.

       BEPAAL-PATROONTEKST.
           MOVE SIG-PATROON TO PATROON-TEKST
           IF SIG-STRUCTURERING
               MOVE "STRUCTURERING" TO PATROON-TEKST
           END-IF
           IF SIG-SNELHEID
               MOVE "SNELHEID" TO PATROON-TEKST
           END-IF
           IF SIG-DOORSTROOM
               MOVE "DOORSTROOM" TO PATROON-TEKST
           END-IF.

       SLUIT-DOSSIER.
           DISPLAY "GEEF DE OPMERKING BIJ HET AFSLUITEN OP:"
           ACCEPT GEVR-OPMERKING
           IF GEVR-OPMERKING = SPACES
               DISPLAY "ZONDER OPMERKING WORDT HET DOSSIER NIET "
                   "GESLOTEN"
           ELSE
               SET SIGNAAL-GESLOTEN TO TRUE
               MOVE GEVR-OPMERKING TO SIG-OPMERKING
               MOVE OPERATOR-ID TO SIG-GESLOTEN-DOOR
               MOVE RUNDATUM TO SIG-GESLOTEN-OP
               REWRITE SIGNAAL-REC
                   INVALID KEY
                       DISPLAY "SIGNALENBESTAND IS DEFECT, STATUS: "
                           SIGNALEN-STATUS
                       PERFORM FOUT
               END-REWRITE
               MOVE SPACES TO AUDIT-REGEL
               MOVE SIG-NR TO AUD-SLEUTEL
               MOVE "SIGNAALSTATUS" TO AUD-VELD
               MOVE "OPEN" TO AUD-OUD
               MOVE "GESLOTEN" TO AUD-NIEUW
               PERFORM SCHRIJF-AUDIT
               DISPLAY "DOSSIER " SIG-NR " GESLOTEN"
           END-IF.

       SCHRIJF-AUDIT.
           MOVE "SLUIT-SIGNAAL" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SLUIT-BESTANDEN.
           CLOSE SIGNALEN
           CLOSE SIGNAALREGELS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "SLUIT-SIGNAAL" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-DOSSIERNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
