      *************************************************************
      * VERWERK AFLOSSINGEN
      *
      * MAANDELIJKSE BATCH VOOR DE AFBETALINGSLENINGEN IN
      * LENINGEN.DAT (OPEN-LENING). VOOR ELKE LOPENDE LENING
      * WAARVAN EEN TERMIJN IN DE RUNMAAND OF DAARVOOR VERVALT,
      * WORDT HET MAANDBEDRAG ALS DEBETBEWEGING NAAR
      * REKENINGBEWEGINGEN.DAT GESCHREVEN, ZODAT
      * VERWERK-REKENING-BEWEGING DE AFHOUDING LANGS DE NORMALE WEG
      * BOEKT. HET MAANDBEDRAG WORDT OPGESPLITST IN RENTE (OP HET
      * OPENSTAAND KAPITAAL) EN KAPITAAL; BEIDE DELEN GAAN PER RUN
      * APART NAAR GROOTBOEK.WRK (CATEGORIEEN LENKAPIT EN
      * LENRENTE), ZODAT DE LENINGRENTE NIET LANGER TUSSEN DE
      * DEBETRENTE VAN BEREKEN-RENTE VERDWIJNT. BEIDE REGELS WORDEN
      * PER THUISKANTOOR VAN DE REKENING GESPLITST (ZIE
      * BOEK-GROOTBOEK).
      *
      * ELKE AFGEBOEKTE TERMIJN KOMT MET ZIJN BOEKINGSREFERENTIE IN
      * LENINGTERMIJNEN.DAT. VOOR DE NIEUWE TERMIJNEN WORDEN DE
      * VORIGE OPGEVOLGD:
      *  - STAAT DE REFERENTIE IN REKBEWSUSPENSE.DAT (DE AFHOUDING
      *    WERD GEWEIGERD), DAN IS DE TERMIJN ACHTERSTALLIG;
      *  - STAAT DE REFERENTIE IN REKJOURNAAL.DAT, DAN IS DE
      *    TERMIJN BETAALD (OOK NA EEN HERAANBIEDING);
      *  - IS EEN TERMIJN VAN EEN VORIGE MAAND NOG NERGENS GEBOEKT,
      *    DAN IS HIJ EVENEENS ACHTERSTALLIG.
      * EEN ACHTERSTALLIGE TERMIJN ZET DE LENING IN ACHTERSTAL MET
      * HET ACHTERSTALLIG BEDRAG EN DE DATUM VAN DE EERSTE GEMISTE
      * TERMIJN; ZODRA ALLE ACHTERSTALLIGE TERMIJNEN ALSNOG GEBOEKT
      * ZIJN VALT DE LENING TERUG OP LOPEND. PRINT-ACHTERSTALLIGE-
      * LENINGEN LIJST DE LENINGEN IN ACHTERSTAL.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-AFLOSSINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-SLEUTEL
                  FILE STATUS IS LENINGEN-STATUS.

           SELECT OPTIONAL LENINGTERMIJNEN
                  ASSIGN TO "BESTANDEN/LENINGTERMIJNEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LTM-REFERENTIE
                  FILE STATUS IS TERMIJNEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL SUSPENSE-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKBEWSUSPENSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SUSPENSE-STATUS.

           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LENINGEN BLOCK CONTAINS 10 RECORDS.
       01  LENING.
           COPY "lening.cpy".

       FD  LENINGTERMIJNEN BLOCK CONTAINS 10 RECORDS.
       01  LENINGTERMIJN.
           COPY "lentermijn.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  SUSPENSE-BEWEGINGEN.
       01  SUSPENSE-REGEL.
           COPY "rekbewsus.cpy".

       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  TERMIJN-GEVONDEN PIC X(1).
           88 TERMIJN-BESTAAT VALUE "J".
           88 TERMIJN-ONBEKEND VALUE "N".
       77  LENING-GEVONDEN PIC X(1).
           88 LENING-BESTAAT VALUE "J".
           88 LENING-ONBEKEND VALUE "N".
       77  LENINGEN-STATUS PIC X(2).
       77  TERMIJNEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  SUSPENSE-STATUS PIC X(2).
       77  JOURNAAL-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  RUNPERIODE PIC 9(6).
       77  AANTAL-LENINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-TERMIJNEN PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERGESLAGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-GEWEIGERD PIC 9(7) VALUE ZERO.
       77  AANTAL-NIET-GEBOEKT PIC 9(7) VALUE ZERO.
       77  AANTAL-BETAALD PIC 9(7) VALUE ZERO.
       77  AANTAL-AFGELOST PIC 9(7) VALUE ZERO.
       77  TERMIJN-RENTE PIC 9(7)V99.
       77  TERMIJN-KAPITAAL PIC 9(7)V99.
       77  TERMIJN-BEDRAG PIC 9(7)V99.
       77  TOTAAL-KAPITAAL PIC 9(9)V99 VALUE ZERO.
       77  TOTALE-RENTE PIC 9(9)V99 VALUE ZERO.
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       77  REGISTER-ACTIE PIC X(1).
       77  REGISTER-PROGRAMMA PIC X(20).
       77  REGISTER-PERIODE PIC X(8).
       77  REGISTER-AANTAL PIC 9(7).
       77  REGISTER-RESULTAAT PIC X(1).
           88 REGISTRATIE-OK VALUE "J".
           88 RUN-REEDS-UITGEVOERD VALUE "G".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       77  BOEKINGSREFERENTIE PIC X(16).
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-SUSPENSE
           PERFORM CONTROLEER-JOURNAAL
           PERFORM CONTROLEER-OPEN-TERMIJNEN
           PERFORM VERWERK-LENINGEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE AANTAL-TERMIJNEN TO REGISTER-AANTAL
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO LENING REK
           MOVE SPACES TO LENINGTERMIJN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE RUNDATUM (1:6) TO RUNPERIODE
           MOVE "VERWERK-AFLOSSINGEN" TO REGISTER-PROGRAMMA
           MOVE SPACES TO REGISTER-PERIODE
           MOVE RUNPERIODE TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           OPEN I-O LENINGEN
           IF LENINGEN-STATUS NOT = "00"
               AND LENINGEN-STATUS NOT = "05"
               DISPLAY "KAN LENINGENBESTAND NIET OPENEN, STATUS: "
                   LENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O LENINGTERMIJNEN
           IF TERMIJNEN-STATUS NOT = "00"
               AND TERMIJNEN-STATUS NOT = "05"
               DISPLAY "KAN TERMIJNENBESTAND NIET OPENEN, STATUS: "
                   TERMIJNEN-STATUS
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
           DISPLAY "AFBOEKING LENINGTERMIJNEN PERIODE " RUNPERIODE
           DISPLAY "---------------------------------------".

      *************************************************************
      * OPVOLGING VAN DE VORIGE TERMIJNEN
      *************************************************************
       CONTROLEER-SUSPENSE.
           MOVE "N" TO GEDAAN
           OPEN INPUT SUSPENSE-BEWEGINGEN
           IF SUSPENSE-STATUS NOT = "00" AND SUSPENSE-STATUS NOT = "05"
               DISPLAY "KAN WACHTBESTAND NIET OPENEN, STATUS: "
                   SUSPENSE-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-SUSPENSE UNTIL STOPLEZEN
           CLOSE SUSPENSE-BEWEGINGEN.

       LEES-SUSPENSE.
           READ SUSPENSE-BEWEGINGEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND SUSPENSE-STATUS NOT = "00"
               DISPLAY "WACHTBESTAND IS DEFECT, STATUS: "
                   SUSPENSE-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND SUS-REFERENTIE NOT = SPACES
               MOVE SUS-REFERENTIE TO LTM-REFERENTIE
               PERFORM ZOEK-TERMIJN
               IF TERMIJN-BESTAAT AND TERMIJN-OPEN
                   ADD 1 TO AANTAL-GEWEIGERD
                   DISPLAY "GEWEIGERD: LENING " LTM-REKNR "/"
                       LTM-VOLGNR " TERMIJN " LTM-TERMIJN
                       " REDEN " SUS-REDEN
                   PERFORM MARKEER-ACHTERSTALLIG
               END-IF
           END-IF.

       CONTROLEER-JOURNAAL.
           MOVE "N" TO GEDAAN
           OPEN INPUT REKENING-JOURNAAL
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALBESTAND NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-JOURNAAL UNTIL STOPLEZEN
           CLOSE REKENING-JOURNAAL.

       LEES-JOURNAAL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "JOURNAALBESTAND IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND JRN-REFERENTIE NOT = SPACES
               AND JRN-BEDRAG < ZERO
               MOVE JRN-REFERENTIE TO LTM-REFERENTIE
               PERFORM ZOEK-TERMIJN
               IF TERMIJN-BESTAAT AND NOT TERMIJN-BETAALD
                   PERFORM MARKEER-BETAALD
               END-IF
           END-IF.

      * EEN TERMIJN VAN EEN VORIGE MAAND DIE NOCH IN HET JOURNAAL
      * NOCH IN HET WACHTBESTAND STAAT (BV. DEFINITIEF AFGEWEZEN
      * DOOR HERAANBIEDEN-BEWEGINGEN) TELT OOK ALS GEMIST.
       CONTROLEER-OPEN-TERMIJNEN.
           MOVE "N" TO GEDAAN
           MOVE SPACES TO LTM-REFERENTIE
           START LENINGTERMIJNEN KEY IS NOT < LTM-REFERENTIE
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-OPEN-TERMIJN UNTIL STOPLEZEN.

       LEES-OPEN-TERMIJN.
           READ LENINGTERMIJNEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND TERMIJNEN-STATUS NOT = "00"
               DISPLAY "TERMIJNENBESTAND IS DEFECT, STATUS: "
                   TERMIJNEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF TERMIJN-OPEN
                   AND LTM-VERVALDATUM (1:6) < RUNPERIODE
                   ADD 1 TO AANTAL-NIET-GEBOEKT
                   DISPLAY "NIET GEBOEKT: LENING " LTM-REKNR "/"
                       LTM-VOLGNR " TERMIJN " LTM-TERMIJN
                       " VERVALLEN " LTM-VERVALDATUM
                   PERFORM MARKEER-ACHTERSTALLIG
               END-IF
           END-IF.

       ZOEK-TERMIJN.
           SET TERMIJN-ONBEKEND TO TRUE
           READ LENINGTERMIJNEN
               INVALID KEY SET TERMIJN-ONBEKEND TO TRUE
               NOT INVALID KEY SET TERMIJN-BESTAAT TO TRUE
           END-READ
           IF TERMIJN-ONBEKEND AND TERMIJNEN-STATUS NOT = "23"
               DISPLAY "TERMIJNENBESTAND IS DEFECT, STATUS: "
                   TERMIJNEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-LENING-VAN-TERMIJN.
           SET LENING-ONBEKEND TO TRUE
           MOVE LTM-LENING TO LEN-SLEUTEL
           READ LENINGEN
               INVALID KEY SET LENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET LENING-BESTAAT TO TRUE
           END-READ
           IF LENING-ONBEKEND AND LENINGEN-STATUS NOT = "23"
               DISPLAY "LENINGENBESTAND IS DEFECT, STATUS: "
                   LENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       MARKEER-ACHTERSTALLIG.
           SET TERMIJN-ACHTERSTALLIG TO TRUE
           PERFORM HERSCHRIJF-TERMIJN
           PERFORM ZOEK-LENING-VAN-TERMIJN
           IF LENING-BESTAAT
               ADD LTM-BEDRAG TO LEN-ACHTERSTAL
               ADD 1 TO LEN-ACHTERSTAL-AANTAL
               IF LEN-ACHTERSTAL-SINDS = ZERO
                   OR LTM-VERVALDATUM < LEN-ACHTERSTAL-SINDS
                   MOVE LTM-VERVALDATUM TO LEN-ACHTERSTAL-SINDS
               END-IF
               SET LENING-ACHTERSTALLIG TO TRUE
               PERFORM HERSCHRIJF-LENING
           END-IF.

       MARKEER-BETAALD.
           IF TERMIJN-ACHTERSTALLIG
               PERFORM ZOEK-LENING-VAN-TERMIJN
               IF LENING-BESTAAT
                   PERFORM ZUIVER-ACHTERSTAL
               END-IF
           END-IF
           SET TERMIJN-BETAALD TO TRUE
           PERFORM HERSCHRIJF-TERMIJN
           ADD 1 TO AANTAL-BETAALD.

       ZUIVER-ACHTERSTAL.
           IF LEN-ACHTERSTAL > LTM-BEDRAG
               SUBTRACT LTM-BEDRAG FROM LEN-ACHTERSTAL
           ELSE
               MOVE ZERO TO LEN-ACHTERSTAL
           END-IF
           IF LEN-ACHTERSTAL-AANTAL > ZERO
               SUBTRACT 1 FROM LEN-ACHTERSTAL-AANTAL
           END-IF
           IF LEN-ACHTERSTAL-AANTAL = ZERO
               MOVE ZERO TO LEN-ACHTERSTAL
               MOVE ZERO TO LEN-ACHTERSTAL-SINDS
               IF LEN-TERMIJNEN-GEDAAN NOT < LEN-LOOPTIJD
                   SET LENING-AFGELOST TO TRUE
               ELSE
                   SET LENING-LOPEND TO TRUE
               END-IF
               DISPLAY "ACHTERSTAL AANGEZUIVERD: LENING " LEN-REKNR
                   "/" LEN-VOLGNR
           END-IF
           PERFORM HERSCHRIJF-LENING.

       HERSCHRIJF-TERMIJN.
           REWRITE LENINGTERMIJN
               INVALID KEY
                   DISPLAY "TERMIJNENBESTAND IS DEFECT, STATUS: "
                       TERMIJNEN-STATUS
                   PERFORM FOUT
           END-REWRITE.

       HERSCHRIJF-LENING.
           REWRITE LENING
               INVALID KEY
                   DISPLAY "LENINGENBESTAND IS DEFECT, STATUS: "
                       LENINGEN-STATUS
                   PERFORM FOUT
           END-REWRITE.

      *************************************************************
      * AFBOEKING VAN DE NIEUWE TERMIJNEN
      *************************************************************
       VERWERK-LENINGEN.
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO LEN-SLEUTEL
           START LENINGEN KEY IS NOT < LEN-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-LENING UNTIL STOPLEZEN.

       LEES-LENING.
           READ LENINGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LENINGEN-STATUS NOT = "00"
               DISPLAY "LENINGENBESTAND IS DEFECT, STATUS: "
                   LENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               ADD 1 TO AANTAL-LENINGEN
               IF NOT LENING-AFGELOST
                   AND LEN-TERMIJNEN-GEDAAN < LEN-LOOPTIJD
                   AND LEN-VOLGENDE-VERVAL (1:6) NOT > RUNPERIODE
                   PERFORM BOEK-LENING-AF
               END-IF
           END-IF.

       BOEK-LENING-AF.
           PERFORM ZOEK-REKENING
           IF REKENING-ONBEKEND
               ADD 1 TO AANTAL-OVERGESLAGEN
               DISPLAY "OVERGESLAGEN: LENING " LEN-VOLGNR
                   " REKENING " LEN-DEEL1 "-" LEN-DEEL2 "-" LEN-DEEL3
                   " ONBEKEND"
           ELSE
               PERFORM BOEK-TERMIJN-AF
                   UNTIL LEN-TERMIJNEN-GEDAAN NOT < LEN-LOOPTIJD
                   OR LEN-VOLGENDE-VERVAL (1:6) > RUNPERIODE
               PERFORM HERSCHRIJF-LENING
           END-IF.

       ZOEK-REKENING.
           SET REKENING-ONBEKEND TO TRUE
           MOVE LEN-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

      * ZELFDE OPSPLITSING ALS DE AFLOSSINGSTABEL VAN OPEN-LENING:
      * RENTE OP HET OPENSTAAND KAPITAAL, DE REST IS KAPITAAL, EN
      * DE LAATSTE TERMIJN NEEMT HET RESTERENDE KAPITAAL OP.
       BOEK-TERMIJN-AF.
           COMPUTE TERMIJN-RENTE ROUNDED =
               LEN-OPENSTAAND * LEN-RENTE / 1200
           ADD 1 TO LEN-TERMIJNEN-GEDAAN
           IF LEN-TERMIJNEN-GEDAAN = LEN-LOOPTIJD
               OR LEN-TERMIJNBEDRAG - TERMIJN-RENTE > LEN-OPENSTAAND
               MOVE LEN-OPENSTAAND TO TERMIJN-KAPITAAL
           ELSE
               COMPUTE TERMIJN-KAPITAAL =
                   LEN-TERMIJNBEDRAG - TERMIJN-RENTE
           END-IF
           COMPUTE TERMIJN-BEDRAG = TERMIJN-KAPITAAL + TERMIJN-RENTE
           PERFORM SCHRIJF-DEBETBEWEGING
           PERFORM SCHRIJF-TERMIJN
           SUBTRACT TERMIJN-KAPITAAL FROM LEN-OPENSTAAND
           ADD 1 TO AANTAL-TERMIJNEN
           ADD TERMIJN-KAPITAAL TO TOTAAL-KAPITAAL
           ADD TERMIJN-RENTE TO TOTALE-RENTE
           PERFORM TEL-GROOTBOEK-KANTOOR
           DISPLAY "AFGEBOEKT: LENING " LEN-VOLGNR " REKENING "
               LEN-DEEL1 "-" LEN-DEEL2 "-" LEN-DEEL3
               " TERMIJN " LEN-TERMIJNEN-GEDAAN
               " KAPITAAL " TERMIJN-KAPITAAL " RENTE " TERMIJN-RENTE
           MOVE LEN-VOLGENDE-VERVAL TO WERKDATUM
           IF WRK-MAAND = 12
               MOVE 1 TO WRK-MAAND
               ADD 1 TO WRK-JAAR
           ELSE
               ADD 1 TO WRK-MAAND
           END-IF
           MOVE WERKDATUM TO LEN-VOLGENDE-VERVAL
           IF LEN-TERMIJNEN-GEDAAN NOT < LEN-LOOPTIJD
               AND LEN-ACHTERSTAL-AANTAL = ZERO
               SET LENING-AFGELOST TO TRUE
               ADD 1 TO AANTAL-AFGELOST
               DISPLAY "AFGELOST: LENING " LEN-VOLGNR " REKENING "
                   LEN-DEEL1 "-" LEN-DEEL2 "-" LEN-DEEL3
           END-IF.

       SCHRIJF-DEBETBEWEGING.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE LEN-REKNR TO BEW-REKNR
           MOVE "K" TO BEW-SOORT
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE MUNT TO BEW-MUNT
           COMPUTE BEW-BEDRAG = 0 - TERMIJN-BEDRAG
           WRITE REKENING-BEWEGING.

       SCHRIJF-TERMIJN.
           MOVE SPACES TO LENINGTERMIJN
           MOVE BOEKINGSREFERENTIE TO LTM-REFERENTIE
           MOVE LEN-SLEUTEL TO LTM-LENING
           MOVE LEN-TERMIJNEN-GEDAAN TO LTM-TERMIJN
           MOVE LEN-VOLGENDE-VERVAL TO LTM-VERVALDATUM
           MOVE TERMIJN-BEDRAG TO LTM-BEDRAG
           MOVE TERMIJN-KAPITAAL TO LTM-KAPITAAL
           MOVE TERMIJN-RENTE TO LTM-RENTE
           SET TERMIJN-OPEN TO TRUE
           WRITE LENINGTERMIJN
               INVALID KEY
                   DISPLAY "TERMIJNENBESTAND IS DEFECT, STATUS: "
                       TERMIJNEN-STATUS
                   PERFORM FOUT
           END-WRITE.

       SLUIT-BESTANDEN.
           CLOSE LENINGEN
           CLOSE LENINGTERMIJNEN
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN
           PERFORM LOG-GROOTBOEK.

       LOG-GROOTBOEK.
           MOVE SPACES TO GROOTBOEK-REGEL
           MOVE RUNDATUM TO GLW-DATUM
           MOVE "LENKAPIT" TO GLW-CATEGORIE
           MOVE AANTAL-TERMIJNEN TO GLW-AANTAL
           MOVE TOTAAL-KAPITAAL TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG
           MOVE SPACES TO GROOTBOEK-REGEL
           MOVE RUNDATUM TO GLW-DATUM
           MOVE "LENRENTE" TO GLW-CATEGORIE
           MOVE AANTAL-TERMIJNEN TO GLW-AANTAL
           MOVE TOTALE-RENTE TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

      * KAPITAAL EN RENTE VAN DE TERMIJN TELLEN MEE VOOR HET
      * THUISKANTOOR VAN DE REKENING WAAROP DE LENING LOOPT.
       TEL-GROOTBOEK-KANTOOR.
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE "LENKAPIT" TO GLW-CATEGORIE
           MOVE TERMIJN-KAPITAAL TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG
           MOVE "LENRENTE" TO GLW-CATEGORIE
           MOVE TERMIJN-RENTE TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------".
           DISPLAY "LENINGEN GELEZEN    : " AANTAL-LENINGEN.
           DISPLAY "TERMIJNEN AFGEBOEKT : " AANTAL-TERMIJNEN.
           DISPLAY "OVERGESLAGEN        : " AANTAL-OVERGESLAGEN.
           DISPLAY "LENINGEN AFGELOST   : " AANTAL-AFGELOST.
           DISPLAY "TOTAAL KAPITAAL     : " TOTAAL-KAPITAAL.
           DISPLAY "TOTAAL RENTE        : " TOTALE-RENTE.
           DISPLAY "VORIGE TERMIJNEN BETAALD   : " AANTAL-BETAALD.
           DISPLAY "VORIGE TERMIJNEN GEWEIGERD : " AANTAL-GEWEIGERD.
           DISPLAY "VORIGE TERMIJNEN NIET GEBOEKT: "
               AANTAL-NIET-GEBOEKT.

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
           MOVE "VERWERK-AFLOSSINGEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE LEN-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
