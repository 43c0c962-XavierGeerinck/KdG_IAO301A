      *************************************************************
      * SLUIT PERIODE
      *
      * BOEKHOUDKUNDIGE PERIODEAFSLUITING: NADAT GROOTBOEK-EXPORT
      * EEN MAAND (JJJJMM) NAAR DE BOEKHOUDING HEEFT GESTUURD, ZET
      * EEN OPERATOR VAN NIVEAU 3 DIE MAAND MET DIT PROGRAMMA ALS
      * AFGESLOTEN IN PERIODES.DAT. VANAF DAN LANDT ER NIETS MEER
      * IN: VERWERK-REKENING-BEWEGING, MAAK-CONTRABOEKING EN
      * VERWERK-GOEDKEURINGEN SCHUIVEN ELKE VALUTADATUM IN EEN
      * AFGESLOTEN MAAND VIA EERSTE-OPEN-DATUM DOOR NAAR DE EERSTE
      * DAG VAN DE EERSTE OPEN MAAND, MET EEN REGEL OP DE
      * HERDATERINGSLIJST HERDATERINGEN.LST.
      * ENKEL EEN VOORBIJE MAAND KAN WORDEN AFGESLOTEN. STAAT ER IN
      * HET RUNREGISTER NOG GEEN GESLAAGDE GROOTBOEK-EXPORT VOOR DIE
      * MAAND, DAN MOET DE OPERATOR DE AFSLUITING UITDRUKKELIJK
      * BEVESTIGEN.
      * HEROPENEN GEBEURT MET VIER OGEN: DIT PROGRAMMA ZET ENKEL EEN
      * AANVRAAG (ACTIE "P", MET DE REDEN) IN DE WACHTRIJ
      * GOEDKEURINGEN.DAT; PAS WANNEER EEN ANDERE OPERATOR VAN
      * NIVEAU 3 DE AANVRAAG IN VERWERK-GOEDKEURINGEN VRIJGEEFT, WORDT
      * DE MAAND HEROPEND. AFSLUITING, AANVRAAG EN HEROPENING KOMEN
      * IN HET MUTATIELOGBOEK.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLUIT-PERIODE.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODES
                  ASSIGN TO "BESTANDEN/PERIODES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PER-PERIODE
                  FILE STATUS IS PERIODES-STATUS.

           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS OPERATORS-STATUS.

           SELECT OPTIONAL RUNREGISTER
                  ASSIGN TO "BESTANDEN/RUNREGISTER.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS RUN-SLEUTEL
                  FILE STATUS IS REGISTER-STATUS.

           SELECT OPTIONAL GOEDKEURINGEN
                  ASSIGN TO "BESTANDEN/GOEDKEURINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS GKR-NR
                  FILE STATUS IS GOEDKEURINGEN-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES BLOCK CONTAINS 10 RECORDS.
       01  PERIODE-REC.
           COPY "periode.cpy".

       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATOR-REC.
           COPY "operator.cpy".

       FD  RUNREGISTER BLOCK CONTAINS 10 RECORDS.
       01  RUN-RECORD.
           COPY "runreg.cpy".

       FD  GOEDKEURINGEN BLOCK CONTAINS 10 RECORDS.
       01  GOEDKEURING-REC.
           COPY "goedkeur.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  PERIODES-STATUS PIC X(2).
       77  OPERATORS-STATUS PIC X(2).
       77  REGISTER-STATUS PIC X(2).
       77  GOEDKEURINGEN-STATUS PIC X(2).
       77  OPERATOR-GEVONDEN PIC X(1).
           88 OPERATOR-BEKEND VALUE "J".
           88 OPERATOR-ONBEKEND VALUE "N".
       77  PERIODE-GEVONDEN PIC X(1).
           88 PERIODE-BEKEND VALUE "J".
           88 PERIODE-ONBEKEND VALUE "N".
       77  EXPORT-TOESTAND PIC X(1).
           88 EXPORT-GEDAAN VALUE "J".
           88 EXPORT-ONTBREEKT VALUE "N".
       77  KEUZE PIC X(1).
           88 KEUZE-AFSLUITEN VALUE "A".
           88 KEUZE-HEROPENEN VALUE "H".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VOLGNR-WERK PIC 9(7).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  HEROPEN-REDEN PIC X(20).
       01  GEVR-PERIODE.
           02 GEVR-JAAR PIC 9(4).
           02 GEVR-MAAND PIC 99.
       01  GEVR-PERIODE-R REDEFINES GEVR-PERIODE PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF KEUZE-AFSLUITEN
               PERFORM SLUIT-MAAND-AF
           ELSE
               IF KEUZE-HEROPENEN
                   PERFORM VRAAG-HEROPENING-AAN
               ELSE
                   DISPLAY "ONGELDIGE KEUZE, NIETS GEWIJZIGD"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PERIODES
           GOBACK.

       INITIALISEER.
           MOVE 0 TO RETURN-CODE
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           PERFORM CONTROLEER-NIVEAU
           DISPLAY "GEEF DE PERIODE OP (JJJJMM):"
           ACCEPT GEVR-PERIODE
           IF GEVR-PERIODE NOT NUMERIC
               OR GEVR-MAAND < 1 OR GEVR-MAAND > 12
               DISPLAY "ONGELDIGE PERIODE " GEVR-PERIODE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "A = PERIODE AFSLUITEN, H = HEROPENING AANVRAGEN:"
           ACCEPT KEUZE
           OPEN I-O PERIODES
           IF PERIODES-STATUS NOT = "00" AND PERIODES-STATUS NOT = "05"
               DISPLAY "KAN PERIODEBESTAND NIET OPENEN, STATUS: "
                   PERIODES-STATUS
               PERFORM FOUT
           END-IF
           PERFORM ZOEK-PERIODE.

       CONTROLEER-NIVEAU.
           SET OPERATOR-ONBEKEND TO TRUE
           OPEN INPUT OPERATORS
           IF OPERATORS-STATUS NOT = "00"
               AND OPERATORS-STATUS NOT = "05"
               DISPLAY "KAN OPERATORBESTAND NIET OPENEN, STATUS: "
                   OPERATORS-STATUS
               PERFORM FOUT
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATORS
               INVALID KEY SET OPERATOR-ONBEKEND TO TRUE
               NOT INVALID KEY SET OPERATOR-BEKEND TO TRUE
           END-READ
           CLOSE OPERATORS
           IF OPERATOR-ONBEKEND OR OPR-NIVEAU < 3
               DISPLAY "ALLEEN EEN AANGEMELDE OPERATOR VAN NIVEAU 3 "
                   "MAG PERIODES AFSLUITEN OF HEROPENEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       ZOEK-PERIODE.
           SET PERIODE-ONBEKEND TO TRUE
           MOVE GEVR-PERIODE-R TO PER-PERIODE
           READ PERIODES
               INVALID KEY SET PERIODE-ONBEKEND TO TRUE
               NOT INVALID KEY SET PERIODE-BEKEND TO TRUE
           END-READ
           IF PERIODE-ONBEKEND AND PERIODES-STATUS NOT = "23"
               AND PERIODES-STATUS NOT = "35"
               AND PERIODES-STATUS NOT = "05"
               DISPLAY "PERIODEBESTAND IS DEFECT, STATUS: "
                   PERIODES-STATUS
               PERFORM FOUT
           END-IF.

       SLUIT-MAAND-AF.
           IF GEVR-PERIODE-R NOT < RUNDATUM (1:6)
               DISPLAY "ENKEL EEN VOORBIJE MAAND KAN WORDEN AFGESLOTEN"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF PERIODE-BEKEND AND PERIODE-AFGESLOTEN
                   DISPLAY "PERIODE " GEVR-PERIODE " IS AL AFGESLOTEN "
                       "SINDS " PER-AFGESLOTEN-DATUM
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM CONTROLEER-EXPORT
                   MOVE "J" TO OVERRIDE-KEUZE
                   IF EXPORT-ONTBREEKT
                       DISPLAY "GEEN GESLAAGDE GROOTBOEK-EXPORT VOOR "
                           GEVR-PERIODE " IN HET RUNREGISTER"
                       DISPLAY "TOCH AFSLUITEN? (J/N):"
                       ACCEPT OVERRIDE-KEUZE
                   END-IF
                   IF OVERRIDE-TOEGESTAAN
                       PERFORM SCHRIJF-AFSLUITING
                   ELSE
                       DISPLAY "PERIODE NIET AFGESLOTEN"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CONTROLEER-EXPORT.
           SET EXPORT-ONTBREEKT TO TRUE
           OPEN INPUT RUNREGISTER
           IF REGISTER-STATUS = "00"
               MOVE "GROOTBOEK-EXPORT" TO RUN-PROGRAMMA
               MOVE SPACES TO RUN-PERIODE
               MOVE GEVR-PERIODE TO RUN-PERIODE
               READ RUNREGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RUN-GESLAAGD
                           SET EXPORT-GEDAAN TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE RUNREGISTER.

       SCHRIJF-AFSLUITING.
           MOVE SPACES TO AUDIT-REGEL
           IF PERIODE-BEKEND
               MOVE "HEROPEND" TO AUD-OUD
           ELSE
               MOVE "OPEN" TO AUD-OUD
               MOVE SPACES TO PERIODE-REC
               MOVE GEVR-PERIODE-R TO PER-PERIODE
               MOVE ZERO TO PER-HEROPEND-DATUM
           END-IF
           SET PERIODE-AFGESLOTEN TO TRUE
           MOVE RUNDATUM TO PER-AFGESLOTEN-DATUM
           MOVE OPERATOR-ID TO PER-AFGESLOTEN-DOOR
           IF PERIODE-BEKEND
               REWRITE PERIODE-REC
                   INVALID KEY
                       DISPLAY "PERIODEBESTAND IS DEFECT, STATUS: "
                           PERIODES-STATUS
                       PERFORM FOUT
               END-REWRITE
           ELSE
               WRITE PERIODE-REC
                   INVALID KEY
                       DISPLAY "PERIODEBESTAND IS DEFECT, STATUS: "
                           PERIODES-STATUS
                       PERFORM FOUT
               END-WRITE
           END-IF
           MOVE GEVR-PERIODE TO AUD-SLEUTEL
           MOVE "PERIODE" TO AUD-VELD
           MOVE "AFGESLOTEN" TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "PERIODE " GEVR-PERIODE " AFGESLOTEN DOOR "
               OPERATOR-ID.

       VRAAG-HEROPENING-AAN.
           IF PERIODE-ONBEKEND OR NOT PERIODE-AFGESLOTEN
               DISPLAY "PERIODE " GEVR-PERIODE " IS NIET AFGESLOTEN"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "GEEF DE REDEN VAN DE HEROPENING OP:"
               ACCEPT HEROPEN-REDEN
               OPEN I-O GOEDKEURINGEN
               IF GOEDKEURINGEN-STATUS NOT = "00"
                   AND GOEDKEURINGEN-STATUS NOT = "05"
                   DISPLAY "KAN GOEDKEURINGSWACHTRIJ NIET OPENEN, "
                       "STATUS: " GOEDKEURINGEN-STATUS
                   PERFORM FOUT
               END-IF
               PERFORM ZOEK-VRIJ-VOLGNUMMER
               MOVE GKR-NR TO VOLGNR-WERK
               MOVE ZEROS TO GOEDKEURING-REC
               MOVE VOLGNR-WERK TO GKR-NR
               SET GOEDKEURING-HEROPENEN TO TRUE
               COMPUTE GKR-ORIG-DATUM = GEVR-PERIODE-R * 100 + 1
               MOVE SPACES TO GKR-ORIG-REFERENTIE
               MOVE HEROPEN-REDEN TO GKR-REDEN
               MOVE OPERATOR-ID TO GKR-AANVRAGER
               MOVE RUNDATUM TO GKR-DATUM
               SET GOEDKEURING-OPEN TO TRUE
               WRITE GOEDKEURING-REC
                   INVALID KEY
                       DISPLAY "GOEDKEURINGSWACHTRIJ IS DEFECT, "
                           "STATUS: " GOEDKEURINGEN-STATUS
                       PERFORM FOUT
               END-WRITE
               CLOSE GOEDKEURINGEN
               MOVE SPACES TO AUDIT-REGEL
               MOVE GEVR-PERIODE TO AUD-SLEUTEL
               MOVE "HEROPEN AANVRAAG" TO AUD-VELD
               MOVE "AFGESLOTEN" TO AUD-OUD
               MOVE HEROPEN-REDEN TO AUD-NIEUW
               PERFORM SCHRIJF-AUDIT
               DISPLAY "AANVRAAG " GKR-NR " IN DE WACHTRIJ: HEROPENING "
                   "PERIODE " GEVR-PERIODE
               DISPLAY "EEN TWEEDE OPERATOR VAN NIVEAU 3 MOET DE "
                   "AANVRAAG VRIJGEVEN IN VERWERK-GOEDKEURINGEN"
           END-IF.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO GKR-NR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO GKR-NR
           READ GOEDKEURINGEN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND GOEDKEURINGEN-STATUS NOT = "00"
               DISPLAY "GOEDKEURINGSWACHTRIJ IS DEFECT, STATUS: "
                   GOEDKEURINGEN-STATUS
               PERFORM FOUT
           END-IF.

       SCHRIJF-AUDIT.
           MOVE "SLUIT-PERIODE" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "SLUIT-PERIODE" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-PERIODE TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
