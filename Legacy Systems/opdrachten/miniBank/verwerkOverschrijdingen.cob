      *************************************************************
      * VERWERK OVERSCHRIJDINGEN
      *
      * DAGELIJKSE OPVOLGING VAN REKENINGEN DIE VERDER ONDER NUL
      * STAAN DAN HUN KREDIETLIMIET TOELAAT. ZO'N OVERSCHRIJDING
      * ONTSTAAT NIET DOOR EEN GEWONE BOEKING (DIE WORDT GEWEIGERD)
      * MAAR DOOR EEN VERLAAGDE LIMIET (HERPRIJS-REKENINGEN, ANDER
      * REKENINGTYPE) OF DOOR AANGEREKENDE DEBETRENTE EN KOSTEN.
      *
      * PER REKENING MET EEN OVERSCHRIJDING HOUDT
      * OVERSCHRIJDINGEN.DAT DE DATUM BIJ WAAROP DE LIMIET VOOR HET
      * EERST OVERSCHREDEN WERD, HET OVERSCHREDEN BEDRAG, DE LAATST
      * VERSTUURDE BRIEF EN DE AANGEREKENDE STRAFINTREST. NA 15, 30
      * EN 60 DAGEN OVERSCHRIJDING GAAT TELKENS EEN BRIEF NAAR DE
      * KLANT (BRIEVEN IN OVERSCHRIJDINGEN.LST, VIA SPOOL-RAPPORT IN
      * DE RAPPORTSPOOL). OP HET OVERSCHREDEN BEDRAG ALLEEN (NIET OP
      * HET DEEL BINNEN DE LIMIET) WORDT PER VERLOPEN DAG
      * STRAFINTREST AANGEREKEND TEGEN HET JAARPERCENTAGE
      * OVERSCHR-INTREST-PCT UIT PARAMETERS.DAT; DE INTREST GAAT
      * RECHTSTREEKS VAN HET SALDO, ZOALS DE DEBETRENTE IN
      * BEREKEN-RENTE, EN ALS CATEGORIE OVERSCHR NAAR GROOTBOEK.WRK.
      * ZOALS DE DEBETRENTE KOMT ZE PER REKENING OOK IN
      * KOSTENREGISTER.LOG (CATEGORIE STRAFINTREST), VOOR HET
      * KOSTENOVERZICHT EN DE SALDORECONSTRUCTIE.
      * DIE GROOTBOEKREGEL WORDT PER THUISKANTOOR VAN DE REKENINGEN
      * GESPLITST (ZIE BOEK-GROOTBOEK).
      *
      * BIJ DE LAATSTE BRIEF WORDT EEN BLOKKERINGSAANVRAAG (ACTIE
      * "Z") IN GOEDKEURINGEN.DAT GEZET, DIE EEN TWEEDE OPERATOR IN
      * VERWERK-GOEDKEURINGEN MOET VRIJGEVEN (VIER OGEN). STAAT DE
      * REKENING WEER BINNEN HAAR LIMIET, BV. NA EEN AANZUIVERENDE
      * STORTING, DAN WORDT HET DOSSIER BIJ DE VOLGENDE RUN
      * AUTOMATISCH AFGESLOTEN EN BEGINT EEN LATERE OVERSCHRIJDING
      * OPNIEUW BIJ DE EERSTE BRIEF. ELKE WIJZIGING KOMT IN HET
      * MUTATIELOGBOEK.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-OVERSCHRIJDINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL OVERSCHRIJDINGEN
                  ASSIGN TO "BESTANDEN/OVERSCHRIJDINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OVS-REKNR
                  FILE STATUS IS OVERSCHR-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL GOEDKEURINGEN
                  ASSIGN TO "BESTANDEN/GOEDKEURINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS GKR-NR
                  FILE STATUS IS GOEDKEURINGEN-STATUS.

           SELECT OPTIONAL BRIEVENLIJST
                  ASSIGN TO "BESTANDEN/OVERSCHRIJDINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  OVERSCHRIJDINGEN BLOCK CONTAINS 10 RECORDS.
       01  OVERSCHRIJDING-REC.
           COPY "overschr.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  GOEDKEURINGEN BLOCK CONTAINS 10 RECORDS.
       01  GOEDKEURING-REC.
           COPY "goedkeur.cpy".

       FD  BRIEVENLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  DOSSIER-TOESTAND PIC X(1).
           88 DOSSIER-BESTAAT VALUE "J".
           88 DOSSIER-ONBEKEND VALUE "N".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VOLGNR-WERK PIC 9(7).
       77  REKENINGEN-STATUS PIC X(2).
       77  OVERSCHR-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  GOEDKEURINGEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  TRAP-1-DAGEN PIC 9(3) VALUE 15.
       77  TRAP-2-DAGEN PIC 9(3) VALUE 30.
       77  TRAP-3-DAGEN PIC 9(3) VALUE 60.
       77  OVERSCHR-PCT PIC 9(3)V99.
       77  OVERSCHRIJDING PIC S9(8)V99.
       77  STRAFINTREST PIC 9(7)V99.
       77  NIEUWE-TRAP PIC 9(1).
       77  VORIGE-BRIEF PIC 9(8).
       77  RUN-SERIEEL PIC 9(7).
       77  BEGIN-SERIEEL PIC 9(7).
       77  INTREST-SERIEEL PIC 9(7).
       77  SERIEEL-DAGNR PIC 9(7).
       77  DEEL-JAAR PIC 9(4).
       77  VORIG-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9(4).
       77  DAGEN-OVERSCHREDEN PIC 9(5).
       77  DAGEN-INTREST PIC 9(5).
       77  AANTAL-REKENINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-OPEN PIC 9(7) VALUE ZERO.
       77  AANTAL-NIEUW PIC 9(7) VALUE ZERO.
       77  AANTAL-AANGEZUIVERD PIC 9(7) VALUE ZERO.
       77  AANTAL-TRAP-1 PIC 9(7) VALUE ZERO.
       77  AANTAL-TRAP-2 PIC 9(7) VALUE ZERO.
       77  AANTAL-TRAP-3 PIC 9(7) VALUE ZERO.
       77  AANTAL-AANVRAGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-INTREST PIC 9(7) VALUE ZERO.
       77  TOTAAL-OVERSCHREDEN PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-INTREST PIC 9(9)V99 VALUE ZERO.
       77  PCT-WERK PIC ZZ9.99.
       77  AUD-BEDRAG-WERK PIC -(7)9.99.
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
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
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL.
           02 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  CUMDAGEN REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.
       01  BRIEF-BEDRAGREGEL.
           02 BRF-OMSCHRIJVING PIC X(30).
           02 FILLER PIC X(2) VALUE ": ".
           02 BRF-BEDRAG PIC -(7)9.99.
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-REKENINGEN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           COMPUTE REGISTER-AANTAL = AANTAL-TRAP-1 + AANTAL-TRAP-2
               + AANTAL-TRAP-3
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO REK OVERSCHRIJDING-REC KLANT
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "VERWERK-OVERSCHRIJD" TO REGISTER-PROGRAMMA
           MOVE RUNDATUM TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO RUN-SERIEEL
           MOVE "OVERSCHR-INTREST-PCT" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO OVERSCHR-PCT
           OPEN I-O REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O OVERSCHRIJDINGEN
           IF OVERSCHR-STATUS NOT = "00" AND OVERSCHR-STATUS NOT = "05"
               DISPLAY "KAN OVERSCHRIJDINGENBESTAND NIET OPENEN, "
                   "STATUS: " OVERSCHR-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O GOEDKEURINGEN
           IF GOEDKEURINGEN-STATUS NOT = "00"
               AND GOEDKEURINGEN-STATUS NOT = "05"
               DISPLAY "KAN GOEDKEURINGSWACHTRIJ NIET OPENEN, "
                   "STATUS: " GOEDKEURINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT BRIEVENLIJST
           OPEN EXTEND KOSTENREGISTER
           DISPLAY "OVERSCHRIJDINGSRUN OP " RUNDATUM.

       LEES-REKENINGEN.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND REKENINGEN-STATUS NOT = "00"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               ADD 1 TO AANTAL-REKENINGEN
               PERFORM VERWERK-REKENING
           END-IF.

       VERWERK-REKENING.
           MOVE ZERO TO OVERSCHRIJDING
           IF NOT REKENING-GESLOTEN
               COMPUTE OVERSCHRIJDING = 0 - SALDO - KREDIETLIMIET
           END-IF
           PERFORM ZOEK-DOSSIER
           IF OVERSCHRIJDING > ZERO
               IF DOSSIER-BESTAAT
                   PERFORM VOLG-DOSSIER-OP
               ELSE
                   PERFORM OPEN-DOSSIER
               END-IF
           ELSE
               IF DOSSIER-BESTAAT
                   PERFORM SLUIT-DOSSIER
               END-IF
           END-IF.

       ZOEK-DOSSIER.
           SET DOSSIER-ONBEKEND TO TRUE
           MOVE REKNR TO OVS-REKNR
           READ OVERSCHRIJDINGEN
               INVALID KEY SET DOSSIER-ONBEKEND TO TRUE
               NOT INVALID KEY SET DOSSIER-BESTAAT TO TRUE
           END-READ
           IF DOSSIER-ONBEKEND AND OVERSCHR-STATUS NOT = "23"
               DISPLAY "OVERSCHRIJDINGENBESTAND IS DEFECT, STATUS: "
                   OVERSCHR-STATUS
               PERFORM FOUT
           END-IF.

       OPEN-DOSSIER.
           MOVE ZEROS TO OVERSCHRIJDING-REC
           MOVE REKNR TO OVS-REKNR
           MOVE KLANTNR TO OVS-KLANTNR
           MOVE RUNDATUM TO OVS-BEGINDATUM
           MOVE OVERSCHRIJDING TO OVS-BEDRAG
           SET OVS-GEEN-BRIEF TO TRUE
           MOVE RUNDATUM TO OVS-INTREST-TOT
           WRITE OVERSCHRIJDING-REC
               INVALID KEY
                   DISPLAY "OVERSCHRIJDINGENBESTAND IS DEFECT, "
                       "STATUS: " OVERSCHR-STATUS
                   PERFORM FOUT
           END-WRITE
           ADD 1 TO AANTAL-NIEUW AANTAL-OPEN
           ADD OVS-BEDRAG TO TOTAAL-OVERSCHREDEN
           MOVE SPACES TO AUDIT-REGEL
           MOVE "OVERSCHRIJDING" TO AUD-VELD
           MOVE "BINNEN LIMIET" TO AUD-OUD
           MOVE OVS-BEDRAG TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "NIEUWE OVERSCHRIJDING " DEEL1 "-" DEEL2 "-" DEEL3
               " BEDRAG: " OVS-BEDRAG.

       VOLG-DOSSIER-OP.
           PERFORM REKEN-STRAFINTREST
           MOVE OVERSCHRIJDING TO OVS-BEDRAG
           ADD 1 TO AANTAL-OPEN
           ADD OVS-BEDRAG TO TOTAAL-OVERSCHREDEN
           MOVE OVS-BEGINDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO BEGIN-SERIEEL
           MOVE ZERO TO DAGEN-OVERSCHREDEN
           IF RUN-SERIEEL > BEGIN-SERIEEL
               COMPUTE DAGEN-OVERSCHREDEN = RUN-SERIEEL - BEGIN-SERIEEL
           END-IF
           MOVE ZERO TO NIEUWE-TRAP
           IF DAGEN-OVERSCHREDEN NOT < TRAP-1-DAGEN
               MOVE 1 TO NIEUWE-TRAP
           END-IF
           IF DAGEN-OVERSCHREDEN NOT < TRAP-2-DAGEN
               MOVE 2 TO NIEUWE-TRAP
           END-IF
           IF DAGEN-OVERSCHREDEN NOT < TRAP-3-DAGEN
               MOVE 3 TO NIEUWE-TRAP
           END-IF
           IF NIEUWE-TRAP > OVS-TRAP
               PERFORM VERHOOG-TRAP
           END-IF
           REWRITE OVERSCHRIJDING-REC
               INVALID KEY
                   DISPLAY "OVERSCHRIJDINGENBESTAND IS DEFECT, "
                       "STATUS: " OVERSCHR-STATUS
                   PERFORM FOUT
           END-REWRITE.

       REKEN-STRAFINTREST.
           MOVE OVS-INTREST-TOT TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO INTREST-SERIEEL
           MOVE ZERO TO DAGEN-INTREST STRAFINTREST
           IF RUN-SERIEEL > INTREST-SERIEEL
               COMPUTE DAGEN-INTREST = RUN-SERIEEL - INTREST-SERIEEL
               COMPUTE STRAFINTREST ROUNDED = OVERSCHRIJDING
                   * OVERSCHR-PCT / 100 * DAGEN-INTREST / 365
           END-IF
           MOVE RUNDATUM TO OVS-INTREST-TOT
           IF STRAFINTREST > ZERO
               SUBTRACT STRAFINTREST FROM SALDO
               MOVE RUNDATUM TO GEWIJZIGD
               REWRITE REK
                   INVALID KEY
                       DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                           REKENINGEN-STATUS
                       PERFORM FOUT
               END-REWRITE
               PERFORM REGISTREER-STRAFINTREST
               ADD STRAFINTREST TO OVERSCHRIJDING
               ADD STRAFINTREST TO OVS-INTREST-TOTAAL
               ADD STRAFINTREST TO TOTAAL-INTREST
               ADD 1 TO AANTAL-INTREST
               PERFORM TEL-GROOTBOEK-KANTOOR
               DISPLAY "STRAFINTREST " DEEL1 "-" DEEL2 "-" DEEL3
                   " OVER " DAGEN-INTREST " DAGEN: " STRAFINTREST
           END-IF.

       REGISTREER-STRAFINTREST.
           MOVE SPACES TO KOSTREG-REGEL
           MOVE RUNDATUM TO KRG-DATUM
           MOVE KLANTNR TO KRG-KLANTNR
           MOVE REKNR TO KRG-REKNR
           SET KOST-STRAFINTREST TO TRUE
           MOVE STRAFINTREST TO KRG-BEDRAG
           MOVE ZERO TO KRG-VOORHEFFING
           WRITE KOSTREG-REGEL.

       VERHOOG-TRAP.
           MOVE OVS-BRIEFDATUM TO VORIGE-BRIEF
           MOVE SPACES TO AUDIT-REGEL
           MOVE "OVERSCHR-BRIEF" TO AUD-VELD
           MOVE OVS-TRAP TO AUD-OUD
           MOVE NIEUWE-TRAP TO AUD-NIEUW
           MOVE NIEUWE-TRAP TO OVS-TRAP
           MOVE RUNDATUM TO OVS-BRIEFDATUM
           PERFORM SCHRIJF-AUDIT
           IF NIEUWE-TRAP = 1
               ADD 1 TO AANTAL-TRAP-1
           END-IF
           IF NIEUWE-TRAP = 2
               ADD 1 TO AANTAL-TRAP-2
           END-IF
           IF NIEUWE-TRAP = 3
               ADD 1 TO AANTAL-TRAP-3
           END-IF
           PERFORM ZOEK-KLANT
           PERFORM DRUK-BRIEF
           IF OVS-LAATSTE-BRIEF AND OVS-GKR-NR = ZERO
               IF REKENING-GEBLOKKEERD
                   DISPLAY "REKENING " DEEL1 "-" DEEL2 "-" DEEL3
                       " IS AL GEBLOKKEERD, GEEN AANVRAAG NODIG"
               ELSE
                   PERFORM ZET-BLOKKERING-IN-WACHTRIJ
               END-IF
           END-IF.

       ZET-BLOKKERING-IN-WACHTRIJ.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE GKR-NR TO VOLGNR-WERK
           MOVE ZEROS TO GOEDKEURING-REC
           MOVE VOLGNR-WERK TO GKR-NR
           SET GOEDKEURING-BLOKKEREN TO TRUE
           MOVE REKNR TO GKR-REKNR
           MOVE ZERO TO GKR-BEDRAG
           MOVE "KREDIETOVERSCHREDEN" TO GKR-REDEN
           MOVE OPERATOR-ID TO GKR-AANVRAGER
           MOVE RUNDATUM TO GKR-DATUM
           SET GOEDKEURING-OPEN TO TRUE
           WRITE GOEDKEURING-REC
               INVALID KEY
                   DISPLAY "GOEDKEURINGSWACHTRIJ IS DEFECT, STATUS: "
                       GOEDKEURINGEN-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE GKR-NR TO OVS-GKR-NR
           ADD 1 TO AANTAL-AANVRAGEN
           MOVE SPACES TO AUDIT-REGEL
           MOVE "BLOKKEERAANVRAAG" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           MOVE GKR-NR TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "BLOKKERINGSAANVRAAG " GKR-NR " VOOR REKENING "
               DEEL1 "-" DEEL2 "-" DEEL3 " IN DE WACHTRIJ".

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

       SLUIT-DOSSIER.
           ADD 1 TO AANTAL-AANGEZUIVERD
           MOVE SPACES TO AUDIT-REGEL
           MOVE "OVERSCHRIJDING" TO AUD-VELD
           MOVE OVS-BEDRAG TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-OUD
           MOVE "AANGEZUIVERD" TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "AANGEZUIVERD " DEEL1 "-" DEEL2 "-" DEEL3
               " (OVERSCHREDEN SINDS " OVS-BEGINDATUM ")"
           IF OVS-GKR-NR NOT = ZERO AND NOT REKENING-GEBLOKKEERD
               DISPLAY "  LET OP: BLOKKERINGSAANVRAAG " OVS-GKR-NR
                   " KAN IN VERWERK-GOEDKEURINGEN AFGEWEZEN WORDEN"
           END-IF
           DELETE OVERSCHRIJDINGEN RECORD
               INVALID KEY
                   DISPLAY "OVERSCHRIJDINGENBESTAND IS DEFECT, "
                       "STATUS: " OVERSCHR-STATUS
                   PERFORM FOUT
           END-DELETE.

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           MOVE KLANTNR TO NR
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
               MOVE SPACES TO KLANT
               MOVE KLANTNR TO NR
               MOVE "*** ONBEKENDE KLANT ***" TO NAAM
           END-IF.

       DRUK-BRIEF.
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE NAAM TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE STRAAT TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           STRING POSTCODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               GEMEENTE DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REKENING: " DELIMITED BY SIZE
               DEEL1 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DEEL2 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DEEL3 DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           MOVE "DATUM: " TO LIJST-REGEL (50:7)
           MOVE RUNDATUM TO LIJST-REGEL (57:8)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           IF NIEUWE-TRAP = 1
               MOVE "BETREFT: OVERSCHRIJDING VAN UW KREDIETLIMIET"
                   TO LIJST-REGEL
           END-IF
           IF NIEUWE-TRAP = 2
               MOVE "BETREFT: TWEEDE HERINNERING KREDIETOVERSCHRIJDING"
                   TO LIJST-REGEL
           END-IF
           IF NIEUWE-TRAP = 3
               MOVE "BETREFT: LAATSTE AANMANING - BLOKKERING REKENING"
                   TO LIJST-REGEL
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           IF NIEUWE-TRAP = 1
               PERFORM DRUK-TEKST-TRAP-1
           END-IF
           IF NIEUWE-TRAP = 2
               PERFORM DRUK-TEKST-TRAP-2
           END-IF
           IF NIEUWE-TRAP = 3
               PERFORM DRUK-TEKST-TRAP-3
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "SALDO" TO BRF-OMSCHRIJVING
           MOVE SALDO TO BRF-BEDRAG
           PERFORM DRUK-BEDRAGREGEL
           MOVE "TOEGESTANE KREDIETLIMIET" TO BRF-OMSCHRIJVING
           MOVE KREDIETLIMIET TO BRF-BEDRAG
           PERFORM DRUK-BEDRAGREGEL
           MOVE "OVERSCHREDEN BEDRAG" TO BRF-OMSCHRIJVING
           MOVE OVS-BEDRAG TO BRF-BEDRAG
           PERFORM DRUK-BEDRAGREGEL
           IF OVS-INTREST-TOTAAL > ZERO
               MOVE "AANGEREKENDE STRAFINTREST" TO BRF-OMSCHRIJVING
               MOVE OVS-INTREST-TOTAAL TO BRF-BEDRAG
               PERFORM DRUK-BEDRAGREGEL
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "GELIEVE HET OVERSCHREDEN BEDRAG ZO SPOEDIG MOGELIJK OP"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "UW REKENING TE STORTEN. HEEFT U INTUSSEN GESTORT, DAN"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "MAG U DEZE BRIEF ALS ONBESTAAND BESCHOUWEN."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TEKST-TRAP-1.
           STRING "SINDS " DELIMITED BY SIZE
               OVS-BEGINDATUM DELIMITED BY SIZE
               " STAAT UW REKENING VERDER ONDER NUL DAN DE"
               DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "KREDIETLIMIET DIE WIJ U TOESTAAN. OP HET OVERSCHREDEN"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE OVERSCHR-PCT TO PCT-WERK
           STRING "BEDRAG REKENEN WIJ STRAFINTREST VAN " DELIMITED BY
               SIZE
               PCT-WERK DELIMITED BY SIZE
               " PCT PER JAAR AAN." DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TEKST-TRAP-2.
           STRING "ONDANKS ONZE BRIEF VAN " DELIMITED BY SIZE
               VORIGE-BRIEF DELIMITED BY SIZE
               " STAAT UW REKENING NOG STEEDS" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "BUITEN HAAR KREDIETLIMIET. DE STRAFINTREST LOOPT"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "VERDER TOT DE OVERSCHRIJDING VOLLEDIG AANGEZUIVERD IS."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TEKST-TRAP-3.
           STRING "ONDANKS ONZE BRIEF VAN " DELIMITED BY SIZE
               VORIGE-BRIEF DELIMITED BY SIZE
               " WERD DE OVERSCHRIJDING NIET" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "AANGEZUIVERD. WIJ ZIJN GENOODZAAKT UW REKENING TE"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "BLOKKEREN TOT HET OVERSCHREDEN BEDRAG EN DE"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "STRAFINTREST VOLLEDIG BETAALD ZIJN."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-BEDRAGREGEL.
           MOVE BRIEF-BEDRAGREGEL TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SPACES TO BRF-OMSCHRIJVING.

       SCHRIJF-AUDIT.
           MOVE REKNR TO AUD-SLEUTEL
           MOVE "VERWERK-OVERSCHRIJD" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

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
           CLOSE REKENINGEN
           CLOSE OVERSCHRIJDINGEN
           CLOSE KLANTEN
           CLOSE GOEDKEURINGEN
           CLOSE BRIEVENLIJST
           CLOSE KOSTENREGISTER
           PERFORM LOG-GROOTBOEK
           MOVE "OVERSCHRIJDINGEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/OVERSCHRIJDINGEN.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       LOG-GROOTBOEK.
           IF AANTAL-INTREST > ZERO
               MOVE SPACES TO GROOTBOEK-REGEL
               MOVE RUNDATUM TO GLW-DATUM
               MOVE "OVERSCHR" TO GLW-CATEGORIE
               MOVE AANTAL-INTREST TO GLW-AANTAL
               MOVE TOTAAL-INTREST TO GLW-BEDRAG
               CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
                   GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG
           END-IF.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "OVERSCHR" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE STRAFINTREST TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "REKENINGEN BEKEKEN          : " AANTAL-REKENINGEN
           DISPLAY "REKENINGEN IN OVERSCHRIJDING: " AANTAL-OPEN
           DISPLAY "  WAARVAN NIEUW             : " AANTAL-NIEUW
           DISPLAY "TOTAAL OVERSCHREDEN BEDRAG  : " TOTAAL-OVERSCHREDEN
           DISPLAY "AANGEZUIVERD EN AFGESLOTEN  : " AANTAL-AANGEZUIVERD
           DISPLAY "EERSTE BRIEVEN (15 DAGEN)   : " AANTAL-TRAP-1
           DISPLAY "TWEEDE BRIEVEN (30 DAGEN)   : " AANTAL-TRAP-2
           DISPLAY "LAATSTE BRIEVEN (60 DAGEN)  : " AANTAL-TRAP-3
           DISPLAY "BLOKKERINGSAANVRAGEN        : " AANTAL-AANVRAGEN
           DISPLAY "STRAFINTREST AANGEREKEND    : " TOTAAL-INTREST.

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
           MOVE "VERWERK-OVERSCHRIJD" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
