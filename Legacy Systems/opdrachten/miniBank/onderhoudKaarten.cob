      *************************************************************
      * ONDERHOUD KAARTEN
      *
      * ONDERHOUD VAN DE BETAALKAARTEN IN KAARTEN.DAT: TOEVOEGEN
      * (T), WIJZIGEN VAN VERVALDATUM EN LIMIETEN (W), BLOKKEREN (B)
      * OF HERACTIVEREN (H) VAN EEN KAART VIA DE STANDARD INPUT. EEN
      * KAART IS GESLEUTELD OP HAAR KAARTNUMMER EN HANGT AAN EEN
      * REKENING; DE KAARTHOUDER (KLANTNR) MOET DE EERSTE TITULARIS
      * OF EEN MEDEHOUDER VAN DIE REKENING ZIJN (MEDEHOUDERS.DAT).
      * PER KAART GELDT EEN DAGLIMIET EN EEN WEEKLIMIET (MAANDAG TOT
      * EN MET ZONDAG), DIE VERWERK-KAARTBETALINGEN BIJ HET BOEKEN
      * VAN DE AFREKENING VAN DE KAARTVERWERKER BEWAAKT.
      * OP EEN GESLOTEN OF GEBLOKKEERDE REKENING WORDT GEEN KAART
      * AANGEMAAKT OF HERACTIVEERD. ELKE WIJZIGING KOMT IN HET
      * MUTATIELOGBOEK AUDITLOG.LOG. EEN KANTOOROPERATOR KAN ENKEL
      * DE KAARTEN VAN REKENINGEN VAN HET EIGEN KANTOOR BEHEREN
      * (ZIE KANTOOR-TOEGANG).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-KAARTEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KAARTEN
                  ASSIGN TO "BESTANDEN/KAARTEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KRT-NR
                  FILE STATUS IS KAARTEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
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
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KAARTEN BLOCK CONTAINS 10 RECORDS.
       01  KAART-REC.
           COPY "kaart.cpy".

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

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ACTIE PIC X(1).
           88 ACTIE-TOEVOEGEN VALUE "T".
           88 ACTIE-WIJZIGEN VALUE "W".
           88 ACTIE-BLOKKEREN VALUE "B".
           88 ACTIE-HERACTIVEREN VALUE "H".
       77  GEVONDEN PIC X(1).
           88 KAART-GEVONDEN VALUE "J".
           88 KAART-NIET-GEVONDEN VALUE "N".
       77  GEVONDEN-REKENING PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  HOUDER-TOESTAND PIC X(1).
           88 HOUDER-GELDIG VALUE "J".
           88 HOUDER-ONGELDIG VALUE "N".
       77  KAARTEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
           88 KANTOOR-TOEGESTAAN VALUE "J".
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       77  GEVR-KAARTNR PIC 9(16).
       77  OUDE-STATUS PIC X(1).
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           02 GEVR-DEEL3 PIC 99.
       01  LIMIET-TOON PIC Z(4)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-ACTIE
           IF ACTIE-TOEVOEGEN
               PERFORM VOEG-KAART-TOE
           ELSE
               IF ACTIE-WIJZIGEN
                   PERFORM WIJZIG-KAART
               ELSE
                   IF ACTIE-BLOKKEREN
                       PERFORM BLOKKEER-KAART
                   ELSE
                       IF ACTIE-HERACTIVEREN
                           PERFORM HERACTIVEER-KAART
                       ELSE
                           DISPLAY "ONGELDIGE ACTIE, NIETS GEDAAN"
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO KAART-REC REK KLANT MEDEHOUDER-REC
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O KAARTEN
           IF KAARTEN-STATUS NOT = "00" AND KAARTEN-STATUS NOT = "05"
               DISPLAY "KAN KAARTENBESTAND NIET OPENEN, STATUS: "
                   KAARTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
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
           END-IF.

       LEES-ACTIE.
           DISPLAY "ONDERHOUD BETAALKAARTEN"
           DISPLAY "T = TOEVOEGEN, W = WIJZIGEN, B = BLOKKEREN, "
               "H = HERACTIVEREN"
           DISPLAY "GEEF DE GEWENSTE ACTIE OP:"
           ACCEPT ACTIE.

       LEES-KAARTNUMMER.
           DISPLAY "GEEF HET KAARTNUMMER OP (16 CIJFERS):"
           ACCEPT GEVR-KAARTNR
           MOVE GEVR-KAARTNR TO KRT-NR.

       LEES-REKENINGNUMMER.
           DISPLAY "GEEF DE REKENING OP (DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT GEVR-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT GEVR-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT GEVR-DEEL3
           CALL "CONTROLEER-REKNR" USING GEVR-REKNR REKNR-CONTROLE
           IF REKNR-ONGELDIG
               DISPLAY "ONGELDIG REKENINGNUMMER (MOD-97 "
                   "CONTROLEGETAL), PROBEER OPNIEUW"
           END-IF.

       VOEG-KAART-TOE.
           PERFORM LEES-KAARTNUMMER
           PERFORM ZOEK-KAART
           IF KAART-GEVONDEN
               DISPLAY "ER BESTAAT AL EEN KAART MET DIT NUMMER, "
                   "KAART WORDT NIET AANGEMAAKT"
           ELSE
               SET REKNR-ONGELDIG TO TRUE
               PERFORM LEES-REKENINGNUMMER UNTIL REKNR-GELDIG
               PERFORM ZOEK-REKENING
               IF REKENING-ONBEKEND
                   DISPLAY "GEEN REKENING MET DIT NUMMER, "
                       "KAART WORDT NIET AANGEMAAKT"
               ELSE
                   PERFORM CONTROLEER-KANTOOR
               END-IF
           END-IF
           IF KAART-NIET-GEVONDEN AND REKENING-BESTAAT
               AND KANTOOR-TOEGESTAAN
               IF REKENING-GESLOTEN OR REKENING-GEBLOKKEERD
                   DISPLAY "REKENING IS GESLOTEN OF GEBLOKKEERD, "
                       "KAART WORDT NIET AANGEMAAKT"
               ELSE
                   PERFORM LEES-KAARTHOUDER
                   IF HOUDER-GELDIG
                       PERFORM BEWAAR-NIEUWE-KAART
                   END-IF
               END-IF
           END-IF.

       LEES-KAARTHOUDER.
           SET HOUDER-ONGELDIG TO TRUE
           DISPLAY "GEEF HET KLANTNUMMER VAN DE KAARTHOUDER OP:"
           ACCEPT KRT-KLANTNR
           MOVE KRT-KLANTNR TO NR
           SET KLANT-ONBEKEND TO TRUE
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
               DISPLAY "GEEN KLANT MET KLANTNUMMER " KRT-KLANTNR
                   ", KAART WORDT NIET AANGEMAAKT"
           ELSE
               IF KRT-KLANTNR = KLANTNR
                   SET HOUDER-GELDIG TO TRUE
               ELSE
                   PERFORM ZOEK-MEDEHOUDER
               END-IF
           END-IF.

       ZOEK-MEDEHOUDER.
           MOVE GEVR-REKNR TO MHD-REKNR
           MOVE KRT-KLANTNR TO MHD-KLANTNR
           READ MEDEHOUDERS
               INVALID KEY
                   DISPLAY "KLANT " KRT-KLANTNR " IS GEEN HOUDER VAN "
                       "DEZE REKENING, KAART WORDT NIET AANGEMAAKT"
               NOT INVALID KEY SET HOUDER-GELDIG TO TRUE
           END-READ
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "23"
               DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF.

       BEWAAR-NIEUWE-KAART.
           MOVE GEVR-KAARTNR TO KRT-NR
           MOVE GEVR-REKNR TO KRT-REKNR
           SET KAART-ACTIEF TO TRUE
           MOVE SPACES TO KRT-BLOKKEER-REDEN
           MOVE ZERO TO KRT-BLOKKEER-DATUM KRT-DAG-DATUM
               KRT-DAG-GEBRUIKT KRT-WEEK-NR KRT-WEEK-GEBRUIKT
           PERFORM LEES-KAART-GEGEVENS
           WRITE KAART-REC
               INVALID KEY
                   DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                       KAARTEN-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE SPACES TO AUDIT-REGEL
           MOVE KRT-NR TO AUD-SLEUTEL
           MOVE "KAART" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           MOVE KRT-REKNR TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "KAART " KRT-NR " AANGEMAAKT OP REKENING "
               KRT-DEEL1 "-" KRT-DEEL2 "-" KRT-DEEL3.

       WIJZIG-KAART.
           PERFORM LEES-KAARTNUMMER
           PERFORM ZOEK-KAART-MET-TOEGANG
           IF KAART-GEVONDEN AND KANTOOR-TOEGESTAAN
               MOVE KRT-DAGLIMIET TO LIMIET-TOON
               DISPLAY "HUIDIGE VERVALDATUM: " KRT-VERVALDATUM
                   " DAGLIMIET: " LIMIET-TOON
               MOVE KRT-WEEKLIMIET TO LIMIET-TOON
               DISPLAY "HUIDIGE WEEKLIMIET: " LIMIET-TOON
               PERFORM LEES-KAART-GEGEVENS
               REWRITE KAART-REC
                   INVALID KEY
                       DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                           KAARTEN-STATUS
                       PERFORM FOUT
               END-REWRITE
               MOVE SPACES TO AUDIT-REGEL
               MOVE KRT-NR TO AUD-SLEUTEL
               MOVE "KAARTLIMIETEN" TO AUD-VELD
               MOVE SPACES TO AUD-OUD
               MOVE KRT-VERVALDATUM TO AUD-NIEUW
               PERFORM SCHRIJF-AUDIT
               DISPLAY "KAART GEWIJZIGD"
           END-IF.

       BLOKKEER-KAART.
           PERFORM LEES-KAARTNUMMER
           PERFORM ZOEK-KAART-MET-TOEGANG
           IF KAART-GEVONDEN AND KANTOOR-TOEGESTAAN
               MOVE KRT-STATUS TO OUDE-STATUS
               DISPLAY "GEEF DE REDEN VAN DE BLOKKERING OP:"
               ACCEPT KRT-BLOKKEER-REDEN
               SET KAART-GEBLOKKEERD TO TRUE
               MOVE RUNDATUM TO KRT-BLOKKEER-DATUM
               PERFORM BEWAAR-STATUS
               DISPLAY "KAART GEBLOKKEERD"
           END-IF.

       HERACTIVEER-KAART.
           PERFORM LEES-KAARTNUMMER
           PERFORM ZOEK-KAART-MET-TOEGANG
           IF KAART-GEVONDEN AND KANTOOR-TOEGESTAAN
               IF REKENING-GESLOTEN OR REKENING-GEBLOKKEERD
                   DISPLAY "REKENING IS GESLOTEN OF GEBLOKKEERD, "
                       "KAART BLIJFT GEBLOKKEERD"
               ELSE
                   MOVE KRT-STATUS TO OUDE-STATUS
                   SET KAART-ACTIEF TO TRUE
                   MOVE SPACES TO KRT-BLOKKEER-REDEN
                   MOVE ZERO TO KRT-BLOKKEER-DATUM
                   PERFORM BEWAAR-STATUS
                   DISPLAY "KAART GEHERACTIVEERD"
               END-IF
           END-IF.

       BEWAAR-STATUS.
           REWRITE KAART-REC
               INVALID KEY
                   DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                       KAARTEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           MOVE SPACES TO AUDIT-REGEL
           MOVE KRT-NR TO AUD-SLEUTEL
           MOVE "KAARTSTATUS" TO AUD-VELD
           MOVE OUDE-STATUS TO AUD-OUD
           MOVE KRT-STATUS TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT.

       LEES-KAART-GEGEVENS.
           DISPLAY "GEEF DE VERVALDATUM OP (JJJJMM):"
           ACCEPT KRT-VERVALDATUM
           DISPLAY "GEEF DE DAGLIMIET OP:"
           ACCEPT KRT-DAGLIMIET
           DISPLAY "GEEF DE WEEKLIMIET OP:"
           ACCEPT KRT-WEEKLIMIET
           IF KRT-WEEKLIMIET < KRT-DAGLIMIET
               DISPLAY "WEEKLIMIET KLEINER DAN DAGLIMIET, WEEKLIMIET "
                   "GELIJKGESTELD AAN DAGLIMIET"
               MOVE KRT-DAGLIMIET TO KRT-WEEKLIMIET
           END-IF.

       ZOEK-KAART-MET-TOEGANG.
           PERFORM ZOEK-KAART
           SET KANTOOR-TOEGESTAAN TO TRUE
           IF KAART-NIET-GEVONDEN
               DISPLAY "GEEN KAART GEVONDEN MET DIT NUMMER"
           ELSE
               MOVE KRT-REKNR TO GEVR-REKNR
               PERFORM ZOEK-REKENING
               IF REKENING-BESTAAT
                   PERFORM CONTROLEER-KANTOOR
               END-IF
           END-IF.

       ZOEK-KAART.
           SET KAART-NIET-GEVONDEN TO TRUE
           READ KAARTEN
               INVALID KEY SET KAART-NIET-GEVONDEN TO TRUE
               NOT INVALID KEY SET KAART-GEVONDEN TO TRUE
           END-READ
           IF KAART-NIET-GEVONDEN AND KAARTEN-STATUS NOT = "23"
               DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                   KAARTEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-REKENING.
           SET REKENING-ONBEKEND TO TRUE
           MOVE GEVR-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       CONTROLEER-KANTOOR.
           CALL "KANTOOR-TOEGANG" USING KANTOOR OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           IF NOT KANTOOR-TOEGESTAAN
               DISPLAY "REKENING HOORT BIJ KANTOOR " KANTOOR
                   ", GEEN TOEGANG VOOR DEZE OPERATOR"
           END-IF.

       SCHRIJF-AUDIT.
           MOVE "ONDERHOUD-KAARTEN" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SLUIT-BESTANDEN.
           CLOSE KAARTEN
           CLOSE REKENINGEN
           CLOSE KLANTEN
           CLOSE MEDEHOUDERS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ONDERHOUD-KAARTEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE KRT-NR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
