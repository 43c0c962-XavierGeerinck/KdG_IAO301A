      *************************************************************
      * MELD OVERLIJDEN
      *
      * REGISTRATIE VAN HET OVERLIJDEN VAN EEN KLANT. DE OPERATOR
      * GEEFT HET KLANTNUMMER EN DE DATUM VAN OVERLIJDEN OP; DIE
      * DATUM KOMT MET DE MELDDATUM EN DE OPERATOR IN
      * OVERLIJDENS.DAT. DAARNA WORDT IN EEN KEER AFGEHANDELD WAT DE
      * BALIE VROEGER REKENING PER REKENING MOEST DOEN:
      *
      * - VOOR ELKE OPEN REKENING WAAROP DE OVERLEDENE ENIGE
      *   HOUDER IS (GEEN MEDEHOUDER "M" IN MEDEHOUDERS.DAT) GAAT
      *   EEN BLOKKERINGSAANVRAAG (ACTIE "Z", REDEN OVERLIJDEN) NAAR
      *   DE VIER-OGENWACHTRIJ GOEDKEURINGEN.DAT, ZOALS BIJ
      *   BLOKKEER-REKENING;
      * - DE MANDATEN (MANDATEN.DAT) EN PERMANENTE OPDRACHTEN
      *   (PERMOPDRACHTEN.DAT) OP DIE REKENINGEN WORDEN GESTOPT;
      * - ELKE VOLMACHT (ROL "V") VAN DE OVERLEDENE OP EEN
      *   REKENING WORDT UIT MEDEHOUDERS.DAT VERWIJDERD.
      *
      * GEMEENSCHAPPELIJKE REKENINGEN BLIJVEN OPEN VOOR DE
      * OVERLEVENDE HOUDER(S). ELKE WIJZIGING KOMT IN HET
      * MUTATIELOGBOEK.
      *
      * TOT SLOT DRUKT HET PROGRAMMA VOOR DE NOTARIS DE STAAT VAN DE
      * NALATENSCHAP AF: ELKE REKENING WAAROP DE OVERLEDENE HOUDER
      * OF MEDEHOUDER IS, MET HET SALDO OP DE DATUM VAN OVERLIJDEN
      * (HET HUIDIGE SALDO MIN DE JOURNAALBOEKINGEN EN DE RENTE UIT
      * KOSTENREGISTER.LOG VAN NA DIE DATUM), EN ELK TERMIJNDEPOSITO
      * DAT OP DIE DATUM LIEP. DE STAAT GAAT NAAR NALATENSCHAP.LST EN
      * VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL. WERD HET OVERLIJDEN AL
      * GEREGISTREERD, DAN WORDT ALLEEN DE STAAT OPNIEUW AFGEDRUKT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MELD-OVERLIJDEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL OVERLIJDENS
                  ASSIGN TO "BESTANDEN/OVERLIJDENS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OVL-KLANTNR
                  FILE STATUS IS OVERLIJDENS-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
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

           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL
                  FILE STATUS IS MANDATEN-STATUS.

           SELECT OPTIONAL PERMANENTE-OPDRACHTEN
                  ASSIGN TO "BESTANDEN/PERMOPDRACHTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPD-NR
                  FILE STATUS IS OPDRACHTEN-STATUS.

           SELECT OPTIONAL TERMIJNDEPOSITOS
                  ASSIGN TO "BESTANDEN/TERMIJNDEPOSITOS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TDP-SLEUTEL
                  FILE STATUS IS DEPOSITOS-STATUS.

           SELECT OPTIONAL GOEDKEURINGEN
                  ASSIGN TO "BESTANDEN/GOEDKEURINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS GKR-NR
                  FILE STATUS IS GOEDKEURINGEN-STATUS.

           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS.

           SELECT OPTIONAL NALATENSCHAPLIJST
                  ASSIGN TO "BESTANDEN/NALATENSCHAP.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
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

       FD  OVERLIJDENS BLOCK CONTAINS 10 RECORDS.
       01  OVERLIJDEN-REC.
           COPY "overlijden.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAAT.
           COPY "mandaat.cpy".

       FD  PERMANENTE-OPDRACHTEN BLOCK CONTAINS 10 RECORDS.
       01  OPDRACHT.
           COPY "permopd.cpy".

       FD  TERMIJNDEPOSITOS BLOCK CONTAINS 10 RECORDS.
       01  DEPOSITO.
           COPY "termdep.cpy".

       FD  GOEDKEURINGEN BLOCK CONTAINS 10 RECORDS.
       01  GOEDKEURING-REC.
           COPY "goedkeur.cpy".

       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  NALATENSCHAPLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  OVERLIJDEN-TOESTAND PIC X(1).
           88 OVERLIJDEN-GEKEND VALUE "J".
           88 OVERLIJDEN-NIEUW VALUE "N".
       77  INVOER-TOESTAND PIC X(1).
           88 INVOER-GELDIG VALUE "J".
       77  BEVESTIGING PIC X(1).
           88 REGISTRATIE-BEVESTIGD VALUE "J".
       77  KLANTEN-STATUS PIC X(2).
       77  OVERLIJDENS-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  MANDATEN-STATUS PIC X(2).
       77  OPDRACHTEN-STATUS PIC X(2).
       77  DEPOSITOS-STATUS PIC X(2).
       77  GOEDKEURINGEN-STATUS PIC X(2).
       77  JOURNAAL-STATUS PIC X(2).
       77  REGISTER-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  KLANTNR-OVERLEDEN PIC 9(7).
       77  OVERLIJDENSDATUM PIC 9(8).
       77  REK-KLAAR PIC X(1).
           88 REK-SCAN-KLAAR VALUE "J".
       77  MEDE-KLAAR PIC X(1).
           88 MEDE-SCAN-KLAAR VALUE "J".
       77  MEDEHOUDER-OVER PIC X(1).
           88 NOG-VOLMACHTEN VALUE "J".
           88 GEEN-VOLMACHTEN-MEER VALUE "N".
       77  MAN-KLAAR PIC X(1).
           88 MAN-SCAN-KLAAR VALUE "J".
       77  OPD-KLAAR PIC X(1).
           88 OPD-SCAN-KLAAR VALUE "J".
       77  TDP-KLAAR PIC X(1).
           88 TDP-SCAN-KLAAR VALUE "J".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VOLGNR-WERK PIC 9(7).
       77  NIEUWE-ROL PIC X(1).
       77  REK-BEZET PIC 9(3) VALUE ZERO.
       77  REK-IDX PIC 9(3) COMP.
       77  REK-POS PIC 9(3) COMP.
       77  AANTAL-DEPOSITOS PIC 9(5) VALUE ZERO.
       77  KOERS PIC 9(3)V9(6).
       77  KOERS-RESULTAAT PIC X(1).
           88 KOERS-GEVONDEN VALUE "J".
       77  EUR-BEDRAG PIC S9(9)V99.
       77  TOTAAL-SALDI-EUR PIC S9(9)V99 VALUE ZERO.
       77  TOTAAL-DEPOSITOS-EUR PIC S9(9)V99 VALUE ZERO.
       77  TOTAAL-BEDRAG-ED PIC -(9)9.99.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERK-REKNR.
           02 WRK-DEEL1 PIC 999.
           02 WRK-DEEL2 PIC 9(7).
           02 WRK-DEEL3 PIC 99.
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  REKENINGEN-TABEL.
           02 REKENING-ITEM OCCURS 50.
               03 TAB-REKNR PIC 9(12).
               03 TAB-SALDO PIC S9(8)V99.
               03 TAB-MUNT PIC X(3).
               03 TAB-TYPE PIC X(4).
               03 TAB-ROL PIC X(1).
                   88 TAB-TITULARIS VALUE "T".
                   88 TAB-MEDEHOUDER VALUE "M".
               03 TAB-ALLEEN PIC X(1).
                   88 TAB-ENIGE-HOUDER VALUE "J".
               03 TAB-GESLOTEN PIC X(1).
                   88 TAB-REK-GESLOTEN VALUE "J".
               03 TAB-GEBLOKKEERD PIC X(1).
                   88 TAB-REK-GEBLOKKEERD VALUE "J".
       01  REKENING-VELDEN.
           02 NLR-DEEL1 PIC 999.
           02 FILLER PIC X VALUE "-".
           02 NLR-DEEL2 PIC 9(7).
           02 FILLER PIC X VALUE "-".
           02 NLR-DEEL3 PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLR-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLR-MUNT PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLR-ROL PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLR-SALDO PIC -(8)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLR-OPMERKING PIC X(30).
       01  DEPOSITO-VELDEN.
           02 NLD-DEEL1 PIC 999.
           02 FILLER PIC X VALUE "-".
           02 NLD-DEEL2 PIC 9(7).
           02 FILLER PIC X VALUE "-".
           02 NLD-DEEL3 PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLD-VOLGNR PIC 9(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 NLD-MUNT PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLD-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLD-RENTE PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLD-STARTDATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NLD-VERVALDATUM PIC 9(8).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-KLANT
           IF KLANT-BESTAAT
               PERFORM ZOEK-OVERLIJDEN
               IF OVERLIJDEN-GEKEND
                   DISPLAY "OVERLIJDEN VAN KLANT " KLANTNR-OVERLEDEN
                       " WERD AL GEREGISTREERD OP " OVL-GEMELD
                       " (OVERLEDEN OP " OVL-DATUM ")"
                   DISPLAY "DE STAAT VAN DE NALATENSCHAP WORDT "
                       "OPNIEUW AFGEDRUKT"
                   MOVE OVL-DATUM TO OVERLIJDENSDATUM
                   PERFORM VERZAMEL-REKENINGEN
                   PERFORM DRUK-NALATENSCHAP
               ELSE
                   PERFORM LEES-OVERLIJDENSDATUM
                   PERFORM LEES-BEVESTIGING
                   IF REGISTRATIE-BEVESTIGD
                       PERFORM VERZAMEL-REKENINGEN
                       PERFORM VERWERK-OVERLIJDEN
                       PERFORM DRUK-NALATENSCHAP
                   ELSE
                       DISPLAY "OVERLIJDEN NIET GEREGISTREERD"
                   END-IF
               END-IF
           ELSE
               DISPLAY "GEEN KLANT GEVONDEN MET DIT NUMMER"
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO KLANT REK
           MOVE ZERO TO KLANTNR-OVERLEDEN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O OVERLIJDENS
           IF OVERLIJDENS-STATUS NOT = "00"
               AND OVERLIJDENS-STATUS NOT = "05"
               DISPLAY "KAN OVERLIJDENSBESTAND NIET OPENEN, STATUS: "
                   OVERLIJDENS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O MEDEHOUDERS
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "05"
               DISPLAY "KAN MEDEHOUDERSBESTAND NIET OPENEN, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O MANDATEN
           IF MANDATEN-STATUS NOT = "00" AND MANDATEN-STATUS NOT = "05"
               DISPLAY "KAN MANDATENBESTAND NIET OPENEN, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O PERMANENTE-OPDRACHTEN
           IF OPDRACHTEN-STATUS NOT = "00"
               AND OPDRACHTEN-STATUS NOT = "05"
               DISPLAY "KAN OPDRACHTENBESTAND NIET OPENEN, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT TERMIJNDEPOSITOS
           IF DEPOSITOS-STATUS NOT = "00"
               AND DEPOSITOS-STATUS NOT = "05"
               DISPLAY "KAN DEPOSITOBESTAND NIET OPENEN, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O GOEDKEURINGEN
           IF GOEDKEURINGEN-STATUS NOT = "00"
               AND GOEDKEURINGEN-STATUS NOT = "05"
               DISPLAY "KAN GOEDKEURINGSWACHTRIJ NIET OPENEN, "
                   "STATUS: " GOEDKEURINGEN-STATUS
               PERFORM FOUT
           END-IF.

       LEES-KLANT.
           DISPLAY "REGISTRATIE OVERLIJDEN KLANT"
           DISPLAY "GEEF HET KLANTNUMMER VAN DE OVERLEDENE OP:"
           ACCEPT KLANTNR-OVERLEDEN
           SET KLANT-ONBEKEND TO TRUE
           MOVE KLANTNR-OVERLEDEN TO NR
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           IF KLANT-BESTAAT
               DISPLAY "KLANT " NR " " NAAM
               DISPLAY "      " STRAAT
               DISPLAY "      " POSTCODE " " GEMEENTE
           END-IF.

       ZOEK-OVERLIJDEN.
           SET OVERLIJDEN-NIEUW TO TRUE
           MOVE KLANTNR-OVERLEDEN TO OVL-KLANTNR
           READ OVERLIJDENS
               INVALID KEY SET OVERLIJDEN-NIEUW TO TRUE
               NOT INVALID KEY SET OVERLIJDEN-GEKEND TO TRUE
           END-READ
           IF OVERLIJDEN-NIEUW AND OVERLIJDENS-STATUS NOT = "23"
               DISPLAY "OVERLIJDENSBESTAND IS DEFECT, STATUS: "
                   OVERLIJDENS-STATUS
               PERFORM FOUT
           END-IF.

       LEES-OVERLIJDENSDATUM.
           MOVE "N" TO INVOER-TOESTAND
           PERFORM LEES-DATUM UNTIL INVOER-GELDIG.

       LEES-DATUM.
           DISPLAY "GEEF DE DATUM VAN OVERLIJDEN OP (JJJJMMDD):"
           ACCEPT OVERLIJDENSDATUM
           MOVE OVERLIJDENSDATUM TO WERKDATUM
           IF OVERLIJDENSDATUM = ZERO
               OR WRK-MAAND < 1 OR WRK-MAAND > 12
               OR WRK-DAG < 1 OR WRK-DAG > 31
               DISPLAY "ONGELDIGE DATUM, PROBEER OPNIEUW"
           ELSE
               IF OVERLIJDENSDATUM > RUNDATUM
                   DISPLAY "DATUM LIGT IN DE TOEKOMST, PROBEER OPNIEUW"
               ELSE
                   MOVE "J" TO INVOER-TOESTAND
               END-IF
           END-IF.

       LEES-BEVESTIGING.
           DISPLAY "OVERLIJDEN VAN " NAAM " OP " OVERLIJDENSDATUM
               " REGISTREREN? REKENINGEN WORDEN GEBLOKKEERD EN "
               "OPDRACHTEN GESTOPT (J/N):"
           ACCEPT BEVESTIGING.

      * VERZAMELT IN DE TABEL ELKE REKENING VAN DE OVERLEDENE: EERST
      * DE REKENINGEN WAARVAN HIJ TITULARIS IS (ALTERNATIEVE SLEUTEL
      * KLANTNR), DAN DE REKENINGEN WAAROP HIJ MEDEHOUDER IS.
       VERZAMEL-REKENINGEN.
           MOVE ZERO TO REK-BEZET
           MOVE "N" TO REK-KLAAR
           MOVE KLANTNR-OVERLEDEN TO KLANTNR
           START REKENINGEN KEY IS = KLANTNR
               INVALID KEY MOVE "J" TO REK-KLAAR
           END-START
           IF REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-VOLGENDE-REKENING UNTIL REK-SCAN-KLAAR
           PERFORM BEPAAL-ENIGE-HOUDER
               VARYING REK-IDX FROM 1 BY 1 UNTIL REK-IDX > REK-BEZET
           MOVE "N" TO MEDE-KLAAR
           MOVE LOW-VALUES TO MHD-SLEUTEL
           START MEDEHOUDERS KEY IS NOT < MHD-SLEUTEL
               INVALID KEY MOVE "J" TO MEDE-KLAAR
           END-START
           PERFORM ZOEK-MEDEHOUDERSCHAP UNTIL MEDE-SCAN-KLAAR.

       LEES-VOLGENDE-REKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO REK-KLAAR
           END-READ
           IF NOT REK-SCAN-KLAAR
               IF REKENINGEN-STATUS NOT = "00"
                   AND REKENINGEN-STATUS NOT = "02"
                   DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                       REKENINGEN-STATUS
                   PERFORM FOUT
               END-IF
               IF KLANTNR NOT = KLANTNR-OVERLEDEN
                   MOVE "J" TO REK-KLAAR
               ELSE
                   MOVE "T" TO NIEUWE-ROL
                   PERFORM VOEG-REKENING-TOE
               END-IF
           END-IF.

       VOEG-REKENING-TOE.
           IF REK-BEZET < 50
               ADD 1 TO REK-BEZET
               MOVE REKNR TO TAB-REKNR (REK-BEZET)
               MOVE SALDO TO TAB-SALDO (REK-BEZET)
               MOVE MUNT TO TAB-MUNT (REK-BEZET)
               IF MUNT = SPACES OR MUNT = "000" OR MUNT = LOW-VALUES
                   MOVE "EUR" TO TAB-MUNT (REK-BEZET)
               END-IF
               MOVE REKENINGTYPE TO TAB-TYPE (REK-BEZET)
               MOVE NIEUWE-ROL TO TAB-ROL (REK-BEZET)
               MOVE "J" TO TAB-ALLEEN (REK-BEZET)
               IF NIEUWE-ROL = "M"
                   MOVE "N" TO TAB-ALLEEN (REK-BEZET)
               END-IF
               MOVE GESLOTEN TO TAB-GESLOTEN (REK-BEZET)
               MOVE GEBLOKKEERD TO TAB-GEBLOKKEERD (REK-BEZET)
           ELSE
               DISPLAY "TE VEEL REKENINGEN VOOR DEZE KLANT"
               PERFORM FOUT
           END-IF.

      * EEN REKENING VAN DE OVERLEDENE MET EEN MEDEHOUDER (ROL "M")
      * IS GEMEENSCHAPPELIJK; EEN VOLMACHTHEBBER (ROL "V") MAAKT
      * HEM NIET TOT MEDEHOUDER.
       BEPAAL-ENIGE-HOUDER.
           MOVE "N" TO MEDE-KLAAR
           MOVE TAB-REKNR (REK-IDX) TO MHD-REKNR
           MOVE ZERO TO MHD-KLANTNR
           START MEDEHOUDERS KEY IS NOT < MHD-SLEUTEL
               INVALID KEY MOVE "J" TO MEDE-KLAAR
           END-START
           PERFORM ZOEK-MEDE-OP-REKENING UNTIL MEDE-SCAN-KLAAR.

       ZOEK-MEDE-OP-REKENING.
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
               IF MHD-REKNR NOT = TAB-REKNR (REK-IDX)
                   MOVE "J" TO MEDE-KLAAR
               ELSE
                   IF MEDEHOUDER-MEDE
                       MOVE "N" TO TAB-ALLEEN (REK-IDX)
                       MOVE "J" TO MEDE-KLAAR
                   END-IF
               END-IF
           END-IF.

       ZOEK-MEDEHOUDERSCHAP.
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
               IF MHD-KLANTNR = KLANTNR-OVERLEDEN AND MEDEHOUDER-MEDE
                   PERFORM LEES-MEDE-REKENING
               END-IF
           END-IF.

       LEES-MEDE-REKENING.
           MOVE MHD-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY
                   DISPLAY "MEDEHOUDERSCHAP OP ONBEKENDE REKENING "
                       MHD-REKNR " OVERGESLAGEN"
               NOT INVALID KEY
                   MOVE "M" TO NIEUWE-ROL
                   PERFORM VOEG-REKENING-TOE
           END-READ
           IF REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       VERWERK-OVERLIJDEN.
           MOVE ZEROS TO OVERLIJDEN-REC
           MOVE KLANTNR-OVERLEDEN TO OVL-KLANTNR
           MOVE OVERLIJDENSDATUM TO OVL-DATUM
           MOVE RUNDATUM TO OVL-GEMELD
           MOVE OPERATOR-ID TO OVL-OPERATOR
           WRITE OVERLIJDEN-REC
               INVALID KEY
                   DISPLAY "OVERLIJDENSBESTAND IS DEFECT, STATUS: "
                       OVERLIJDENS-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE SPACES TO AUDIT-REGEL
           MOVE KLANTNR-OVERLEDEN TO AUD-SLEUTEL
           MOVE "OVERLIJDEN" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           MOVE OVERLIJDENSDATUM TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           PERFORM BLOKKEER-REKENING
               VARYING REK-IDX FROM 1 BY 1 UNTIL REK-IDX > REK-BEZET
           PERFORM STOP-OPDRACHTEN
           PERFORM VERWIJDER-VOLMACHTEN
           REWRITE OVERLIJDEN-REC
               INVALID KEY
                   DISPLAY "OVERLIJDENSBESTAND IS DEFECT, STATUS: "
                       OVERLIJDENS-STATUS
                   PERFORM FOUT
           END-REWRITE
           DISPLAY "OVERLIJDEN GEREGISTREERD"
           DISPLAY "BLOKKERINGSAANVRAGEN : " OVL-AANTAL-GEBLOKKEERD
           DISPLAY "MANDATEN GESTOPT     : " OVL-AANTAL-MANDATEN
           DISPLAY "OPDRACHTEN GESTOPT   : " OVL-AANTAL-OPDRACHTEN
           DISPLAY "VOLMACHTEN VERWIJDERD: " OVL-AANTAL-VOLMACHTEN.

       BLOKKEER-REKENING.
           IF TAB-ENIGE-HOUDER (REK-IDX)
               AND NOT TAB-REK-GESLOTEN (REK-IDX)
               MOVE TAB-REKNR (REK-IDX) TO WERK-REKNR
               IF TAB-REK-GEBLOKKEERD (REK-IDX)
                   DISPLAY "REKENING " WRK-DEEL1 "-" WRK-DEEL2 "-"
                       WRK-DEEL3 " IS AL GEBLOKKEERD"
               ELSE
                   PERFORM ZET-BLOKKERING-IN-WACHTRIJ
               END-IF
               PERFORM STOP-MANDATEN
           END-IF.

       ZET-BLOKKERING-IN-WACHTRIJ.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE GKR-NR TO VOLGNR-WERK
           MOVE ZEROS TO GOEDKEURING-REC
           MOVE VOLGNR-WERK TO GKR-NR
           SET GOEDKEURING-BLOKKEREN TO TRUE
           MOVE TAB-REKNR (REK-IDX) TO GKR-REKNR
           MOVE ZERO TO GKR-BEDRAG
           MOVE "OVERLIJDEN TITULARIS" TO GKR-REDEN
           MOVE OPERATOR-ID TO GKR-AANVRAGER
           MOVE RUNDATUM TO GKR-DATUM
           SET GOEDKEURING-OPEN TO TRUE
           WRITE GOEDKEURING-REC
               INVALID KEY
                   DISPLAY "GOEDKEURINGSWACHTRIJ IS DEFECT, STATUS: "
                       GOEDKEURINGEN-STATUS
                   PERFORM FOUT
           END-WRITE
           ADD 1 TO OVL-AANTAL-GEBLOKKEERD
           MOVE SPACES TO AUDIT-REGEL
           MOVE TAB-REKNR (REK-IDX) TO AUD-SLEUTEL
           MOVE "BLOKKEERAANVRAAG" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           MOVE GKR-NR TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "BLOKKERINGSAANVRAAG " GKR-NR " VOOR REKENING "
               WRK-DEEL1 "-" WRK-DEEL2 "-" WRK-DEEL3 " IN DE WACHTRIJ".

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

       STOP-MANDATEN.
           MOVE "N" TO MAN-KLAAR
           MOVE TAB-REKNR (REK-IDX) TO MAN-REKNR
           MOVE LOW-VALUES TO MAN-CREDITEUR
           START MANDATEN KEY IS NOT < MAN-SLEUTEL
               INVALID KEY MOVE "J" TO MAN-KLAAR
           END-START
           PERFORM STOP-VOLGEND-MANDAAT UNTIL MAN-SCAN-KLAAR.

       STOP-VOLGEND-MANDAAT.
           READ MANDATEN NEXT
               AT END MOVE "J" TO MAN-KLAAR
           END-READ
           IF NOT MAN-SCAN-KLAAR
               IF MANDATEN-STATUS NOT = "00"
                   AND MANDATEN-STATUS NOT = "02"
                   DISPLAY "MANDATENBESTAND IS DEFECT, STATUS: "
                       MANDATEN-STATUS
                   PERFORM FOUT
               END-IF
               IF MAN-REKNR NOT = TAB-REKNR (REK-IDX)
                   MOVE "J" TO MAN-KLAAR
               ELSE
                   IF NOT MANDAAT-GESTOPT
                       SET MANDAAT-GESTOPT TO TRUE
                       REWRITE MANDAAT
                           INVALID KEY
                               DISPLAY "MANDATENBESTAND IS DEFECT, "
                                   "STATUS: " MANDATEN-STATUS
                               PERFORM FOUT
                       END-REWRITE
                       ADD 1 TO OVL-AANTAL-MANDATEN
                       MOVE SPACES TO AUDIT-REGEL
                       MOVE MAN-REKNR TO AUD-SLEUTEL
                       MOVE "MAN-GESTOPT" TO AUD-VELD
                       MOVE MAN-CREDITEUR TO AUD-OUD
                       MOVE "GESTOPT (OVERLIJDEN)" TO AUD-NIEUW
                       PERFORM SCHRIJF-AUDIT
                       DISPLAY "MANDAAT " MAN-CREDITEUR " OP REKENING "
                           MAN-DEEL1 "-" MAN-DEEL2 "-" MAN-DEEL3
                           " GESTOPT"
                   END-IF
               END-IF
           END-IF.

       STOP-OPDRACHTEN.
           MOVE "N" TO OPD-KLAAR
           MOVE ZERO TO OPD-NR
           START PERMANENTE-OPDRACHTEN KEY IS NOT < OPD-NR
               INVALID KEY MOVE "J" TO OPD-KLAAR
           END-START
           PERFORM STOP-VOLGENDE-OPDRACHT UNTIL OPD-SCAN-KLAAR.

       STOP-VOLGENDE-OPDRACHT.
           READ PERMANENTE-OPDRACHTEN NEXT
               AT END MOVE "J" TO OPD-KLAAR
           END-READ
           IF NOT OPD-SCAN-KLAAR
               IF OPDRACHTEN-STATUS NOT = "00"
                   AND OPDRACHTEN-STATUS NOT = "02"
                   DISPLAY "OPDRACHTENBESTAND IS DEFECT, STATUS: "
                       OPDRACHTEN-STATUS
                   PERFORM FOUT
               END-IF
               IF NOT OPDRACHT-GESTOPT
                   MOVE ZERO TO REK-POS
                   PERFORM ZOEK-OPDRACHT-REKENING
                       VARYING REK-IDX FROM 1 BY 1
                       UNTIL REK-IDX > REK-BEZET OR REK-POS > ZERO
                   IF REK-POS > ZERO
                       PERFORM STOP-OPDRACHT
                   END-IF
               END-IF
           END-IF.

       ZOEK-OPDRACHT-REKENING.
           IF TAB-REKNR (REK-IDX) = OPD-REKNR
               AND TAB-ENIGE-HOUDER (REK-IDX)
               AND NOT TAB-REK-GESLOTEN (REK-IDX)
               MOVE REK-IDX TO REK-POS
           END-IF.

       STOP-OPDRACHT.
           SET OPDRACHT-GESTOPT TO TRUE
           REWRITE OPDRACHT
               INVALID KEY
                   DISPLAY "OPDRACHTENBESTAND IS DEFECT, STATUS: "
                       OPDRACHTEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           ADD 1 TO OVL-AANTAL-OPDRACHTEN
           MOVE SPACES TO AUDIT-REGEL
           MOVE OPD-NR TO AUD-SLEUTEL
           MOVE "OPD-GESTOPT" TO AUD-VELD
           MOVE OPD-REKNR TO AUD-OUD
           MOVE "GESTOPT (OVERLIJDEN)" TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "PERMANENTE OPDRACHT " OPD-NR " OP REKENING "
               OPD-DEEL1 "-" OPD-DEEL2 "-" OPD-DEEL3 " GESTOPT".

      * NA ELKE VERWIJDERING BEGINT DE ZOEKTOCHT OPNIEUW VANAF HET
      * BEGIN VAN HET BESTAND, ZOALS BIJ VOEG-KLANTEN-SAMEN.
       VERWIJDER-VOLMACHTEN.
           SET NOG-VOLMACHTEN TO TRUE
           PERFORM VERWIJDER-VOLGENDE-VOLMACHT
               UNTIL GEEN-VOLMACHTEN-MEER.

       VERWIJDER-VOLGENDE-VOLMACHT.
           SET GEEN-VOLMACHTEN-MEER TO TRUE
           MOVE "N" TO MEDE-KLAAR
           MOVE LOW-VALUES TO MHD-SLEUTEL
           START MEDEHOUDERS KEY IS NOT < MHD-SLEUTEL
               INVALID KEY MOVE "J" TO MEDE-KLAAR
           END-START
           PERFORM ZOEK-VOLMACHT
               UNTIL MEDE-SCAN-KLAAR OR NOG-VOLMACHTEN.

       ZOEK-VOLMACHT.
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
               IF MHD-KLANTNR = KLANTNR-OVERLEDEN
                   AND MEDEHOUDER-VOLMACHT
                   PERFORM VERWIJDER-VOLMACHT
                   SET NOG-VOLMACHTEN TO TRUE
               END-IF
           END-IF.

       VERWIJDER-VOLMACHT.
           DELETE MEDEHOUDERS RECORD
               INVALID KEY
                   DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                       MEDEHOUDERS-STATUS
                   PERFORM FOUT
           END-DELETE
           ADD 1 TO OVL-AANTAL-VOLMACHTEN
           MOVE SPACES TO AUDIT-REGEL
           MOVE MHD-REKNR TO AUD-SLEUTEL
           MOVE "VOLMACHT" TO AUD-VELD
           MOVE KLANTNR-OVERLEDEN TO AUD-OUD
           MOVE "VERWIJDERD (OVERLIJDEN)" TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           MOVE MHD-REKNR TO WERK-REKNR
           DISPLAY "VOLMACHT OP REKENING " WRK-DEEL1 "-" WRK-DEEL2
               "-" WRK-DEEL3 " VERWIJDERD".

      * HET SALDO OP DE DATUM VAN OVERLIJDEN IS HET HUIDIGE SALDO
      * MIN ALLE JOURNAALBOEKINGEN MET EEN LATERE BOEKDATUM, EN MIN
      * DE RENTE EN STRAFINTREST UIT HET KOSTENREGISTER VAN NA DIE
      * DATUM: DIE GAAN RECHTSTREEKS OP HET SALDO, ZONDER JOURNAAL.
       BEREKEN-SALDO-OP-DATUM.
           MOVE "N" TO GEDAAN
           OPEN INPUT REKENING-JOURNAAL
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALBESTAND NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-JOURNAAL UNTIL STOPLEZEN
           CLOSE REKENING-JOURNAAL
           MOVE "N" TO GEDAAN
           OPEN INPUT KOSTENREGISTER
           IF REGISTER-STATUS NOT = "00" AND REGISTER-STATUS NOT = "05"
               DISPLAY "KAN KOSTENREGISTER NIET OPENEN, STATUS: "
                   REGISTER-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-KOSTENREGISTER UNTIL STOPLEZEN
           CLOSE KOSTENREGISTER.

       LEES-JOURNAAL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "JOURNAALBESTAND IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND JRN-DATUM > OVERLIJDENSDATUM
               MOVE ZERO TO REK-POS
               PERFORM ZOEK-JOURNAAL-REKENING
                   VARYING REK-IDX FROM 1 BY 1
                   UNTIL REK-IDX > REK-BEZET OR REK-POS > ZERO
               IF REK-POS > ZERO
                   SUBTRACT JRN-BEDRAG FROM TAB-SALDO (REK-POS)
               END-IF
           END-IF.

       ZOEK-JOURNAAL-REKENING.
           IF TAB-REKNR (REK-IDX) = JRN-REKNR
               MOVE REK-IDX TO REK-POS
           END-IF.

      * CREDITRENTE KWAM NETTO (NA VOORHEFFING) OP HET SALDO, DEBET-
      * RENTE EN STRAFINTREST WERDEN ERVAN AFGEHOUDEN.
       LEES-KOSTENREGISTER.
           READ KOSTENREGISTER
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND REGISTER-STATUS NOT = "00"
               DISPLAY "KOSTENREGISTER IS DEFECT, STATUS: "
                   REGISTER-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND KRG-DATUM > OVERLIJDENSDATUM
               AND (KOST-DEBETRENTE OR KOST-CREDITRENTE
               OR KOST-STRAFINTREST)
               MOVE ZERO TO REK-POS
               PERFORM ZOEK-REGISTER-REKENING
                   VARYING REK-IDX FROM 1 BY 1
                   UNTIL REK-IDX > REK-BEZET OR REK-POS > ZERO
               IF REK-POS > ZERO
                   IF KOST-CREDITRENTE
                       SUBTRACT KRG-BEDRAG FROM TAB-SALDO (REK-POS)
                       ADD KRG-VOORHEFFING TO TAB-SALDO (REK-POS)
                   ELSE
                       ADD KRG-BEDRAG TO TAB-SALDO (REK-POS)
                   END-IF
               END-IF
           END-IF.

       ZOEK-REGISTER-REKENING.
           IF TAB-REKNR (REK-IDX) = KRG-REKNR
               MOVE REK-IDX TO REK-POS
           END-IF.

       DRUK-NALATENSCHAP.
           PERFORM BEREKEN-SALDO-OP-DATUM
           OPEN OUTPUT NALATENSCHAPLIJST
           MOVE SPACES TO LIJST-REGEL
           MOVE "STAAT VAN DE NALATENSCHAP" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KLANT                : " DELIMITED BY SIZE
               NR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAAM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE STRAAT TO LIJST-REGEL (24:30)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING POSTCODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               GEMEENTE DELIMITED BY SIZE
               INTO LIJST-REGEL (24:40)
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "DATUM VAN OVERLIJDEN : " DELIMITED BY SIZE
               OVERLIJDENSDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "OPGEMAAKT OP         : " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "REKENINGEN EN SALDO OP DE DATUM VAN OVERLIJDEN"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "REKENING" TO LIJST-REGEL (1:8)
           MOVE "TYPE" TO LIJST-REGEL (17:4)
           MOVE "MUNT" TO LIJST-REGEL (23:4)
           MOVE "HOEDANIG" TO LIJST-REGEL (28:8)
           MOVE "SALDO" TO LIJST-REGEL (52:5)
           MOVE "OPMERKING" TO LIJST-REGEL (59:9)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM DRUK-REKENING
               VARYING REK-IDX FROM 1 BY 1 UNTIL REK-IDX > REK-BEZET
           IF REK-BEZET = ZERO
               MOVE "GEEN REKENINGEN" TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-SALDI-EUR TO TOTAAL-BEDRAG-ED
           STRING "TOTAAL SALDI (EUR)       : " DELIMITED BY SIZE
               TOTAAL-BEDRAG-ED DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "LOPENDE TERMIJNDEPOSITO'S OP DE DATUM VAN OVERLIJDEN"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "REKENING" TO LIJST-REGEL (1:8)
           MOVE "NR" TO LIJST-REGEL (17:2)
           MOVE "MUNT" TO LIJST-REGEL (23:4)
           MOVE "BEDRAG" TO LIJST-REGEL (32:6)
           MOVE "RENTE" TO LIJST-REGEL (41:5)
           MOVE "START" TO LIJST-REGEL (48:5)
           MOVE "VERVAL" TO LIJST-REGEL (58:6)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM DRUK-DEPOSITOS
               VARYING REK-IDX FROM 1 BY 1 UNTIL REK-IDX > REK-BEZET
           IF AANTAL-DEPOSITOS = ZERO
               MOVE "GEEN LOPENDE TERMIJNDEPOSITO'S" TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-DEPOSITOS-EUR TO TOTAAL-BEDRAG-ED
           STRING "TOTAAL DEPOSITO'S (EUR)  : " DELIMITED BY SIZE
               TOTAAL-BEDRAG-ED DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "SALDI: HUIDIG SALDO MIN DE JOURNAALBOEKINGEN VAN NA"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "DE DATUM VAN OVERLIJDEN. BEDRAGEN IN VREEMDE MUNT"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "ZIJN IN DE TOTALEN OMGEREKEND AAN DE HUIDIGE KOERS."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE NALATENSCHAPLIJST
           MOVE "NALATENSCHAP" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/NALATENSCHAP.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       DRUK-REKENING.
           MOVE TAB-REKNR (REK-IDX) TO WERK-REKNR
           MOVE WRK-DEEL1 TO NLR-DEEL1
           MOVE WRK-DEEL2 TO NLR-DEEL2
           MOVE WRK-DEEL3 TO NLR-DEEL3
           MOVE TAB-TYPE (REK-IDX) TO NLR-TYPE
           MOVE TAB-MUNT (REK-IDX) TO NLR-MUNT
           IF TAB-TITULARIS (REK-IDX)
               MOVE "TITULARIS" TO NLR-ROL
           ELSE
               MOVE "MEDEHOUDER" TO NLR-ROL
           END-IF
           MOVE TAB-SALDO (REK-IDX) TO NLR-SALDO
           MOVE SPACES TO NLR-OPMERKING
           IF TAB-REK-GESLOTEN (REK-IDX)
               MOVE "GESLOTEN" TO NLR-OPMERKING
           ELSE
               IF NOT TAB-ENIGE-HOUDER (REK-IDX)
                   MOVE "GEMEENSCHAPPELIJKE REKENING"
                       TO NLR-OPMERKING
               END-IF
           END-IF
           MOVE REKENING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM ZOEK-KOERS
           COMPUTE EUR-BEDRAG ROUNDED = TAB-SALDO (REK-IDX) * KOERS
           ADD EUR-BEDRAG TO TOTAAL-SALDI-EUR.

       DRUK-DEPOSITOS.
           MOVE "N" TO TDP-KLAAR
           MOVE TAB-REKNR (REK-IDX) TO TDP-REKNR
           MOVE ZERO TO TDP-VOLGNR
           START TERMIJNDEPOSITOS KEY IS NOT < TDP-SLEUTEL
               INVALID KEY MOVE "J" TO TDP-KLAAR
           END-START
           PERFORM DRUK-VOLGEND-DEPOSITO UNTIL TDP-SCAN-KLAAR.

      * EEN DEPOSITO LIEP OP DE DATUM VAN OVERLIJDEN ALS HET TOEN
      * AL GESTART WAS EN NOG NIET VERVALLEN OF UITBETAALD.
       DRUK-VOLGEND-DEPOSITO.
           READ TERMIJNDEPOSITOS NEXT
               AT END MOVE "J" TO TDP-KLAAR
           END-READ
           IF NOT TDP-SCAN-KLAAR
               IF DEPOSITOS-STATUS NOT = "00"
                   AND DEPOSITOS-STATUS NOT = "02"
                   DISPLAY "DEPOSITOBESTAND IS DEFECT, STATUS: "
                       DEPOSITOS-STATUS
                   PERFORM FOUT
               END-IF
               IF TDP-REKNR NOT = TAB-REKNR (REK-IDX)
                   MOVE "J" TO TDP-KLAAR
               ELSE
                   IF TDP-STARTDATUM NOT > OVERLIJDENSDATUM
                       AND (DEPOSITO-LOPEND
                           OR TDP-VERVALDATUM > OVERLIJDENSDATUM)
                       PERFORM DRUK-DEPOSITO
                   END-IF
               END-IF
           END-IF.

       DRUK-DEPOSITO.
           ADD 1 TO AANTAL-DEPOSITOS
           MOVE TDP-DEEL1 TO NLD-DEEL1
           MOVE TDP-DEEL2 TO NLD-DEEL2
           MOVE TDP-DEEL3 TO NLD-DEEL3
           MOVE TDP-VOLGNR TO NLD-VOLGNR
           MOVE TAB-MUNT (REK-IDX) TO NLD-MUNT
           MOVE TDP-BEDRAG TO NLD-BEDRAG
           MOVE TDP-RENTE TO NLD-RENTE
           MOVE TDP-STARTDATUM TO NLD-STARTDATUM
           MOVE TDP-VERVALDATUM TO NLD-VERVALDATUM
           MOVE DEPOSITO-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM ZOEK-KOERS
           COMPUTE EUR-BEDRAG ROUNDED = TDP-BEDRAG * KOERS
           ADD EUR-BEDRAG TO TOTAAL-DEPOSITOS-EUR.

       ZOEK-KOERS.
           CALL "LEES-KOERS" USING TAB-MUNT (REK-IDX) KOERS
               KOERS-RESULTAAT
           IF NOT KOERS-GEVONDEN
               DISPLAY "GEEN KOERS VOOR " TAB-MUNT (REK-IDX)
                   " - BEDRAG AAN KOERS 1 IN HET TOTAAL"
               MOVE 1 TO KOERS
           END-IF.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SCHRIJF-AUDIT.
           MOVE "MELD-OVERLIJDEN" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SLUIT-BESTANDEN.
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE OVERLIJDENS
           CLOSE MEDEHOUDERS
           CLOSE MANDATEN
           CLOSE PERMANENTE-OPDRACHTEN
           CLOSE TERMIJNDEPOSITOS
           CLOSE GOEDKEURINGEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "MELD-OVERLIJDEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE KLANTNR-OVERLEDEN TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
