      *************************************************************
      * VERWERK BESLAGEN
      *
      * DAGELIJKSE DOORSTORTING VAN BESLAGEN BEDRAGEN NAAR DE
      * GERECHTSDEURWAARDER. DE ACTIEVE BESLAGEN IN BESLAGEN.DAT
      * WORDEN IN VOLGORDE VAN BESLAGNUMMER, DUS VAN ONTVANGST,
      * AFGEWERKT: PER REKENING WORDT ALLES WAT BOVEN HET BESCHERMDE
      * BEDRAG VAN HET OUDSTE ACTIEVE BESLAG STAAT DOORGESTORT, EERST
      * AAN HET OUDSTE BESLAG TOT DAT VOLLEDIG BETAALD IS EN PAS DAN
      * AAN HET VOLGENDE. HET BESCHERMDE DEEL BLIJFT VOOR DE KLANT
      * BESCHIKBAAR.
      *
      * ELKE DOORSTORTING WORDT ALS EXTERNE BETALING (BEW-EXTERN =
      * "J", SOORT "B") MET NAAM EN BANKREFERENTIE VAN DE
      * DEURWAARDER NAAR REKENINGBEWEGINGEN.DAT GESCHREVEN, ZODAT
      * VERWERK-REKENING-BEWEGING ZE BOEKT EN IN HET UITVOERBESTAND
      * VOOR HET BANKNETWERK ZET. HET BETAALDE BEDRAG EN DE DATUM
      * VAN DE LAATSTE BETALING KOMEN OP HET BESLAG; IS HET BESLAGEN
      * BEDRAG BEREIKT, DAN KRIJGT HET BESLAG STATUS VOLDAAN.
      * GEBLOKKEERDE EN GESLOTEN REKENINGEN WORDEN OVERGESLAGEN,
      * EVENALS REKENINGEN WAAROP VANDAAG AL DOORGESTORT WERD, OOK
      * ALS HET BESLAG DAT DIE DOORSTORTING KREEG INTUSSEN VOLDAAN
      * IS. DE DOORSTORTINGEN KOMEN OP DE LIJST
      * BESLAGAFHOUDINGEN.LST, DIE VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL GEZET WORDT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-BESLAGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BESLAGEN
                  ASSIGN TO "BESTANDEN/BESLAGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BSL-NR
                  ALTERNATE RECORD KEY IS BSL-REKNR WITH DUPLICATES
                  FILE STATUS IS BESLAGEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL AFHOUDINGSLIJST
                  ASSIGN TO "BESTANDEN/BESLAGAFHOUDINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BESLAGEN BLOCK CONTAINS 10 RECORDS.
       01  BESLAG-REC.
           COPY "beslag.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  AFHOUDINGSLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 REKENING-GEVONDEN VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  BESLAGEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  BESCHIKBAAR PIC S9(9)V99.
       77  OPENSTAAND PIC 9(7)V99.
       77  AFHOUDING PIC 9(7)V99.
       77  OUD-BETAALD PIC 9(7)V99.
       77  AANTAL-BESLAGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-AFHOUDINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-VOLDAAN PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERGESLAGEN PIC 9(7) VALUE ZERO.
       77  TOTAAL-AFGEHOUDEN PIC 9(9)V99 VALUE ZERO.
       77  BOEKINGSREFERENTIE PIC X(16).
       77  AUD-BEDRAG-WERK PIC -(7)9.99.
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
       77  REK-IDX PIC 9(3).
       77  REK-BEZET PIC 9(3) VALUE ZERO.
       77  REK-POS PIC 9(3).
       01  REKENING-TABEL.
           02 TAB-REKENING OCCURS 500.
               03 TAB-REKNR PIC 9(12).
               03 TAB-BESCHERMD PIC 9(7)V99.
               03 TAB-AFGEHOUDEN PIC 9(9)V99.
               03 TAB-VANDAAG PIC X(1).
                   88 TAB-VANDAAG-BETAALD VALUE "J".
       01  AFHOUDING-VELDEN.
           02 AFH-BESLAGNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 AFH-DEEL1 PIC 999.
           02 FILLER PIC X VALUE "-".
           02 AFH-DEEL2 PIC 9(7).
           02 FILLER PIC X VALUE "-".
           02 AFH-DEEL3 PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 AFH-REFERENTIE PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 AFH-DEURWAARDER PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 AFH-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AFH-BETAALD PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AFH-OPEN PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 AFH-OPMERKING PIC X(10).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-BESLAGEN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE AANTAL-AFHOUDINGEN TO REGISTER-AANTAL
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO BESLAG-REC REK
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "VERWERK-BESLAGEN" TO REGISTER-PROGRAMMA
           MOVE RUNDATUM TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           OPEN I-O BESLAGEN
           IF BESLAGEN-STATUS NOT = "00" AND BESLAGEN-STATUS NOT = "05"
               DISPLAY "KAN BESLAGENBESTAND NIET OPENEN, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           MOVE ZERO TO BSL-NR
           START BESLAGEN KEY IS NOT < BSL-NR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           OPEN OUTPUT AFHOUDINGSLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "DOORSTORTING BESLAGEN OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:123)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "BESLAG" TO LIJST-REGEL (1:6)
           MOVE "REKENING" TO LIJST-REGEL (9:8)
           MOVE "REFERENTIE" TO LIJST-REGEL (24:10)
           MOVE "DEURWAARDER" TO LIJST-REGEL (45:11)
           MOVE "AFGEHOUDEN" TO LIJST-REGEL (77:10)
           MOVE "TOT NU" TO LIJST-REGEL (92:6)
           MOVE "NOG OPEN" TO LIJST-REGEL (103:8)
           PERFORM SCHRIJF-LIJSTREGEL.

       LEES-BESLAGEN.
           READ BESLAGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND BESLAGEN-STATUS NOT = "00"
               AND BESLAGEN-STATUS NOT = "02"
               DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF BESLAG-ACTIEF
                   ADD 1 TO AANTAL-BESLAGEN
                   PERFORM VERWERK-BESLAG
               ELSE
                   IF BSL-LAATSTE-BETALING = RUNDATUM
                       PERFORM MARKEER-VANDAAG-BETAALD
                   END-IF
               END-IF
           END-IF.

      * EEN BESLAG DAT VANDAAG IN EEN EERDERE RUN VOLDAAN WERD, IS
      * NIET MEER ACTIEF, MAAR ZIJN DOORSTORTING STAAT NOG NIET IN
      * HET SALDO. DE REKENING WORDT DAN VOOR DE VOLGENDE BESLAGEN
      * ALS VANDAAG AL DOORGESTORT GEMARKEERD.
       MARKEER-VANDAAG-BETAALD.
           MOVE BSL-REKNR TO REKNR
           PERFORM ZOEK-REKENING-IN-TABEL
           SET TAB-VANDAAG-BETAALD (REK-POS) TO TRUE.

       VERWERK-BESLAG.
           MOVE BSL-REKNR TO REKNR
           SET REKENING-ONBEKEND TO TRUE
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-GEVONDEN TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-ONBEKEND
               ADD 1 TO AANTAL-OVERGESLAGEN
               DISPLAY "BESLAG " BSL-NR " - REKENING " BSL-REKNR
                   " ONBEKEND, OVERGESLAGEN"
           ELSE
               IF REKENING-GESLOTEN OR REKENING-GEBLOKKEERD
                   ADD 1 TO AANTAL-OVERGESLAGEN
                   DISPLAY "BESLAG " BSL-NR " - REKENING " DEEL1 "-"
                       DEEL2 "-" DEEL3 " GESLOTEN OF GEBLOKKEERD, "
                       "OVERGESLAGEN"
               ELSE
                   PERFORM BEPAAL-AFHOUDING
               END-IF
           END-IF.

      * HET EERSTE (OUDSTE) ACTIEVE BESLAG OP EEN REKENING BEPAALT
      * HET BESCHERMDE BEDRAG; LATERE BESLAGEN OP DEZELFDE REKENING
      * KRIJGEN ALLEEN WAT DE VORIGE IN DEZE RUN NOG OVERLATEN. WERD
      * ER VANDAAG AL DOORGESTORT (HERNEMING VAN DE RUN), DAN STAAN
      * DIE BEWEGINGEN NOG NIET IN HET SALDO EN WORDT DE REKENING
      * OVERGESLAGEN.
       BEPAAL-AFHOUDING.
           PERFORM ZOEK-REKENING-IN-TABEL
           IF BSL-LAATSTE-BETALING = RUNDATUM
               SET TAB-VANDAAG-BETAALD (REK-POS) TO TRUE
           END-IF
           COMPUTE BESCHIKBAAR = SALDO
               - TAB-BESCHERMD (REK-POS)
               - TAB-AFGEHOUDEN (REK-POS)
           COMPUTE OPENSTAAND = BSL-BEDRAG - BSL-BETAALD
           MOVE ZERO TO AFHOUDING
           IF TAB-VANDAAG-BETAALD (REK-POS)
               ADD 1 TO AANTAL-OVERGESLAGEN
               DISPLAY "BESLAG " BSL-NR " - REKENING " DEEL1 "-"
                   DEEL2 "-" DEEL3 " VANDAAG AL DOORGESTORT, "
                   "OVERGESLAGEN"
           ELSE
               IF BESCHIKBAAR > ZERO
                   MOVE OPENSTAAND TO AFHOUDING
                   IF BESCHIKBAAR < OPENSTAAND
                       MOVE BESCHIKBAAR TO AFHOUDING
                   END-IF
               END-IF
           END-IF
           IF AFHOUDING > ZERO
               ADD AFHOUDING TO TAB-AFGEHOUDEN (REK-POS)
               PERFORM STORT-DOOR
           END-IF.

       ZOEK-REKENING-IN-TABEL.
           MOVE ZERO TO REK-POS
           PERFORM ZOEK-IN-TABEL VARYING REK-IDX FROM 1 BY 1
               UNTIL REK-IDX > REK-BEZET OR REK-POS > ZERO
           IF REK-POS = ZERO
               IF REK-BEZET < 500
                   ADD 1 TO REK-BEZET
                   MOVE REK-BEZET TO REK-POS
                   MOVE REKNR TO TAB-REKNR (REK-POS)
                   MOVE BSL-BESCHERMD TO TAB-BESCHERMD (REK-POS)
                   MOVE ZERO TO TAB-AFGEHOUDEN (REK-POS)
                   MOVE "N" TO TAB-VANDAAG (REK-POS)
               ELSE
                   DISPLAY "TE VEEL REKENINGEN MET BESLAG IN EEN RUN"
                   PERFORM FOUT
               END-IF
           END-IF.

       ZOEK-IN-TABEL.
           IF TAB-REKNR (REK-IDX) = REKNR
               MOVE REK-IDX TO REK-POS
           END-IF.

       STORT-DOOR.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE REKNR TO BEW-REKNR
           SET BEW-SOORT-BESLAG TO TRUE
           MOVE MUNT TO BEW-MUNT
           SET BEW-IS-EXTERN TO TRUE
           MOVE BSL-DEURWAARDER TO BEW-EXT-NAAM
           MOVE BSL-BANKREF TO BEW-EXT-BANKREF
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           COMPUTE BEW-BEDRAG = 0 - AFHOUDING
           WRITE REKENING-BEWEGING
           MOVE BSL-BETAALD TO OUD-BETAALD
           ADD AFHOUDING TO BSL-BETAALD
           MOVE RUNDATUM TO BSL-LAATSTE-BETALING
           MOVE SPACES TO AFH-OPMERKING
           IF BSL-BETAALD NOT < BSL-BEDRAG
               SET BESLAG-VOLDAAN TO TRUE
               ADD 1 TO AANTAL-VOLDAAN
               MOVE "VOLDAAN" TO AFH-OPMERKING
           END-IF
           REWRITE BESLAG-REC
               INVALID KEY
                   DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                       BESLAGEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           ADD 1 TO AANTAL-AFHOUDINGEN
           ADD AFHOUDING TO TOTAAL-AFGEHOUDEN
           MOVE SPACES TO AUDIT-REGEL
           MOVE BSL-NR TO AUD-SLEUTEL
           MOVE "BESLAG BETAALD" TO AUD-VELD
           MOVE OUD-BETAALD TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-OUD
           MOVE BSL-BETAALD TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           MOVE BSL-NR TO AFH-BESLAGNR
           MOVE DEEL1 TO AFH-DEEL1
           MOVE DEEL2 TO AFH-DEEL2
           MOVE DEEL3 TO AFH-DEEL3
           MOVE BSL-REFERENTIE TO AFH-REFERENTIE
           MOVE BSL-DEURWAARDER TO AFH-DEURWAARDER
           MOVE AFHOUDING TO AFH-BEDRAG
           MOVE BSL-BETAALD TO AFH-BETAALD
           COMPUTE AFH-OPEN = BSL-BEDRAG - BSL-BETAALD
           MOVE AFHOUDING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-AUDIT.
           MOVE "VERWERK-BESLAGEN" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE BESLAGEN
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:123)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "ACTIEVE BESLAGEN: " DELIMITED BY SIZE
               AANTAL-BESLAGEN DELIMITED BY SIZE
               "  DOORSTORTINGEN: " DELIMITED BY SIZE
               AANTAL-AFHOUDINGEN DELIMITED BY SIZE
               "  VOLDAAN: " DELIMITED BY SIZE
               AANTAL-VOLDAAN DELIMITED BY SIZE
               "  OVERGESLAGEN: " DELIMITED BY SIZE
               AANTAL-OVERGESLAGEN DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "TOTAAL DOORGESTORT: " DELIMITED BY SIZE
               TOTAAL-AFGEHOUDEN DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE AFHOUDINGSLIJST
           MOVE "BESLAGAFHOUDINGEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/BESLAGAFHOUDINGEN.LST" TO SPOOL-BESTANDSNAAM
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
           MOVE "VERWERK-BESLAGEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE BSL-NR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
