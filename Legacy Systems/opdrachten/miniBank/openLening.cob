      *************************************************************
      * OPEN LENING
      *
      * OPENT EEN AFBETALINGSLENING (BV. AUTO OF VERBOUWING) VOOR
      * EEN BESTAANDE REKENING, IN PLAATS VAN DE LENING ALS
      * PERMANENTE KREDIETLIMIET OP HET REKENINGRECORD TE ZETTEN.
      * DE LENING KOMT MET HOOFDSOM, JAARRENTE, LOOPTIJD IN MAANDEN
      * EN STARTDATUM IN LENINGEN.DAT (GESLEUTELD OP DE
      * AFLOSSINGSREKENING PLUS VOLGNUMMER). HET VASTE
      * MAANDBEDRAG WORDT ALS ANNUITEIT BEREKEND EN DE HOOFDSOM
      * WORDT ALS CREDITBEWEGING NAAR REKENINGBEWEGINGEN.DAT
      * GESCHREVEN, ZODAT VERWERK-REKENING-BEWEGING DE UITBETALING
      * LANGS DE NORMALE WEG BOEKT.
      *
      * BIJ DE OPENING WORDT DE VOLLEDIGE AFLOSSINGSTABEL (PER
      * TERMIJN DE VERVALDATUM, HET MAANDBEDRAG, HET DEEL RENTE,
      * HET DEEL KAPITAAL EN HET OPENSTAAND KAPITAAL NA DE
      * TERMIJN) NAAR AFLOSSINGSTABEL.LST GESCHREVEN EN VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET, ZODAT ZE AAN DE
      * KLANT MEEGEGEVEN KAN WORDEN. DE MAANDELIJKSE AFBOEKING
      * GEBEURT DOOR VERWERK-AFLOSSINGEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-LENING.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-SLEUTEL
                  FILE STATUS IS LENINGEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL AFLOSSINGSTABEL
                  ASSIGN TO "BESTANDEN/AFLOSSINGSTABEL.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LENINGEN BLOCK CONTAINS 10 RECORDS.
       01  LENING.
           COPY "lening.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  AFLOSSINGSTABEL.
       01  LIJST-REGEL PIC X(132).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEVONDEN PIC X(1).
           88 REKENING-GEVONDEN VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  LENINGEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  GEVR-HOOFDSOM PIC 9(7)V99.
       77  GEVR-RENTE PIC 9(3)V99.
       77  GEVR-LOOPTIJD PIC 9(3).
       77  MAAND-RENTE PIC 9V9(10).
       77  RENTE-FACTOR PIC 9(5)V9(10).
       77  TERMIJN-NR PIC 9(3).
       77  TERMIJN-RENTE PIC 9(7)V99.
       77  TERMIJN-KAPITAAL PIC 9(7)V99.
       77  TERMIJN-BEDRAG PIC 9(7)V99.
       77  REST-KAPITAAL PIC 9(7)V99.
       77  TOTALE-RENTE PIC 9(8)V99 VALUE ZERO.
       77  TOTAAL-TERUG PIC 9(8)V99 VALUE ZERO.
       77  VERVALDATUM PIC 9(8).
       77  AUD-BEDRAG-WERK PIC -(7)9.99.
       77  BOEKINGSREFERENTIE PIC X(16).
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  TABEL-VELDEN.
           02 TBL-TERMIJN PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TBL-DATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TBL-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TBL-RENTE PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TBL-KAPITAAL PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TBL-REST PIC Z(6)9.99.

       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-LENING-IN
           PERFORM ZOEK-REKENING
           IF REKENING-GEVONDEN
               IF REKENING-GESLOTEN
                   DISPLAY "REKENING IS GESLOTEN, LENING WORDT "
                       "NIET GEOPEND"
               ELSE
                   IF REKENING-GEBLOKKEERD
                       DISPLAY "REKENING IS GEBLOKKEERD, LENING "
                           "WORDT NIET GEOPEND"
                   ELSE
                       PERFORM OPEN-DE-LENING
                   END-IF
               END-IF
           ELSE
               DISPLAY "GEEN REKENING GEVONDEN MET DIT NUMMER"
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO LENING REK
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O LENINGEN
           IF LENINGEN-STATUS NOT = "00"
               AND LENINGEN-STATUS NOT = "05"
               DISPLAY "KAN LENINGENBESTAND NIET OPENEN, STATUS: "
                   LENINGEN-STATUS
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
           END-IF.

       LEES-LENING-IN.
           SET REKNR-ONGELDIG TO TRUE
           PERFORM LEES-REKENINGNUMMER UNTIL REKNR-GELDIG
           DISPLAY "GEEF DE HOOFDSOM VAN DE LENING OP:"
           ACCEPT GEVR-HOOFDSOM
           DISPLAY "GEEF DE AFGESPROKEN RENTEVOET OP (JAARBASIS):"
           ACCEPT GEVR-RENTE
           DISPLAY "GEEF DE LOOPTIJD OP (AANTAL MAANDEN):"
           ACCEPT GEVR-LOOPTIJD.

       LEES-REKENINGNUMMER.
           DISPLAY "GEEF DE AFLOSSINGSREKENING OP (DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT LEN-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT LEN-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT LEN-DEEL3
           CALL "CONTROLEER-REKNR" USING LEN-REKNR REKNR-CONTROLE
           IF REKNR-ONGELDIG
               DISPLAY "ONGELDIG REKENINGNUMMER (MOD-97 "
                   "CONTROLEGETAL), PROBEER OPNIEUW"
           END-IF.

       ZOEK-REKENING.
           SET REKENING-ONBEKEND TO TRUE
           MOVE LEN-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-GEVONDEN TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       OPEN-DE-LENING.
           IF GEVR-HOOFDSOM = ZERO OR GEVR-LOOPTIJD = ZERO
               DISPLAY "HOOFDSOM EN LOOPTIJD MOETEN GROTER DAN NUL "
                   "ZIJN, LENING WORDT NIET GEOPEND"
           ELSE
               PERFORM ZOEK-VRIJ-VOLGNUMMER
               PERFORM BEREKEN-TERMIJNBEDRAG
               PERFORM BEWAAR-LENING
               PERFORM SCHRIJF-CREDITBEWEGING
               PERFORM SCHRIJF-AUDIT-OPENING
               PERFORM DRUK-AFLOSSINGSTABEL
               DISPLAY "LENING " LEN-VOLGNR " GEOPEND OP REKENING "
                   LEN-DEEL1 "-" LEN-DEEL2 "-" LEN-DEEL3
                   " HOOFDSOM " GEVR-HOOFDSOM " MAANDBEDRAG "
                   LEN-TERMIJNBEDRAG
           END-IF.

      * ANNUITEIT: MAANDBEDRAG = H * R * (1 + R) ** N
      * / ((1 + R) ** N - 1) MET R DE MAANDRENTE. ZONDER RENTE
      * WORDT DE HOOFDSOM GEWOON OVER DE LOOPTIJD VERDEELD.
       BEREKEN-TERMIJNBEDRAG.
           IF GEVR-RENTE = ZERO
               COMPUTE LEN-TERMIJNBEDRAG ROUNDED =
                   GEVR-HOOFDSOM / GEVR-LOOPTIJD
           ELSE
               COMPUTE MAAND-RENTE ROUNDED = GEVR-RENTE / 1200
               COMPUTE RENTE-FACTOR ROUNDED =
                   (1 + MAAND-RENTE) ** GEVR-LOOPTIJD
               COMPUTE LEN-TERMIJNBEDRAG ROUNDED =
                   GEVR-HOOFDSOM * MAAND-RENTE * RENTE-FACTOR
                   / (RENTE-FACTOR - 1)
           END-IF.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO LEN-VOLGNR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO LEN-VOLGNR
           READ LENINGEN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND LENINGEN-STATUS NOT = "00"
               DISPLAY "LENINGENBESTAND IS DEFECT, STATUS: "
                   LENINGEN-STATUS
               PERFORM FOUT
           END-IF.

      * DE EERSTE TERMIJN VERVALT EEN MAAND NA DE OPENING; EEN
      * VERVALDAG NA DE 28STE WORDT OP DE 28STE GEZET, ZODAT ELKE
      * MAAND DEZELFDE VERVALDAG KAN HOUDEN.
       BEWAAR-LENING.
           MOVE GEVR-HOOFDSOM TO LEN-HOOFDSOM
           MOVE GEVR-RENTE TO LEN-RENTE
           MOVE GEVR-LOOPTIJD TO LEN-LOOPTIJD
           MOVE RUNDATUM TO LEN-STARTDATUM
           MOVE GEVR-HOOFDSOM TO LEN-OPENSTAAND
           MOVE ZERO TO LEN-TERMIJNEN-GEDAAN
           MOVE ZERO TO LEN-ACHTERSTAL
           MOVE ZERO TO LEN-ACHTERSTAL-AANTAL
           MOVE ZERO TO LEN-ACHTERSTAL-SINDS
           MOVE RUNDATUM TO WERKDATUM
           IF WRK-DAG > 28
               MOVE 28 TO WRK-DAG
           END-IF
           PERFORM SCHUIF-MAAND-OP
           MOVE WERKDATUM TO LEN-VOLGENDE-VERVAL
           SET LENING-LOPEND TO TRUE
           WRITE LENING
               INVALID KEY
                   DISPLAY "LENINGENBESTAND IS DEFECT, STATUS: "
                       LENINGEN-STATUS
                   PERFORM FOUT
           END-WRITE.

       SCHUIF-MAAND-OP.
           IF WRK-MAAND = 12
               MOVE 1 TO WRK-MAAND
               ADD 1 TO WRK-JAAR
           ELSE
               ADD 1 TO WRK-MAAND
           END-IF.

       SCHRIJF-CREDITBEWEGING.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE LEN-REKNR TO BEW-REKNR
           MOVE "K" TO BEW-SOORT
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE MUNT TO BEW-MUNT
           MOVE GEVR-HOOFDSOM TO BEW-BEDRAG
           WRITE REKENING-BEWEGING.

       SCHRIJF-AUDIT-OPENING.
           MOVE SPACES TO AUDIT-REGEL
           MOVE LEN-SLEUTEL TO AUD-SLEUTEL
           MOVE "LENING GEOPEND" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           MOVE GEVR-HOOFDSOM TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-NIEUW
           MOVE "OPEN-LENING" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       DRUK-AFLOSSINGSTABEL.
           OPEN OUTPUT AFLOSSINGSTABEL
           MOVE SPACES TO LIJST-REGEL
           STRING "AFLOSSINGSTABEL LENING " DELIMITED BY SIZE
               LEN-VOLGNR DELIMITED BY SIZE
               " REKENING " DELIMITED BY SIZE
               LEN-DEEL1 "-" LEN-DEEL2 "-" LEN-DEEL3
               DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "HOOFDSOM: " LEN-HOOFDSOM DELIMITED BY SIZE
               "  RENTE: " LEN-RENTE DELIMITED BY SIZE
               "  LOOPTIJD: " LEN-LOOPTIJD DELIMITED BY SIZE
               " MAANDEN  MAANDBEDRAG: " DELIMITED BY SIZE
               LEN-TERMIJNBEDRAG DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:69)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "NR." TO LIJST-REGEL (1:3)
           MOVE "VERVALDAG" TO LIJST-REGEL (6:9)
           MOVE "BEDRAG" TO LIJST-REGEL (20:6)
           MOVE "RENTE" TO LIJST-REGEL (33:5)
           MOVE "KAPITAAL" TO LIJST-REGEL (42:8)
           MOVE "OPENSTAAND" TO LIJST-REGEL (52:10)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE LEN-OPENSTAAND TO REST-KAPITAAL
           MOVE LEN-VOLGENDE-VERVAL TO WERKDATUM
           PERFORM DRUK-TERMIJN
               VARYING TERMIJN-NR FROM 1 BY 1
               UNTIL TERMIJN-NR > LEN-LOOPTIJD
           MOVE ALL "-" TO LIJST-REGEL (1:69)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "TOTAAL RENTE: " TOTALE-RENTE DELIMITED BY SIZE
               "  TOTAAL TERUG TE BETALEN: " DELIMITED BY SIZE
               TOTAAL-TERUG DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE AFLOSSINGSTABEL
           MOVE "AFLOSSINGSTABEL" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/AFLOSSINGSTABEL.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

      * DEZELFDE OPSPLITSING ALS VERWERK-AFLOSSINGEN: RENTE OP HET
      * OPENSTAAND KAPITAAL, DE REST VAN HET MAANDBEDRAG IS
      * KAPITAAL. DE LAATSTE TERMIJN NEEMT HET RESTERENDE KAPITAAL
      * OP, ZODAT AFRONDINGSVERSCHILLEN DAAR WEGVALLEN.
       DRUK-TERMIJN.
           COMPUTE TERMIJN-RENTE ROUNDED =
               REST-KAPITAAL * LEN-RENTE / 1200
           IF TERMIJN-NR = LEN-LOOPTIJD
               OR LEN-TERMIJNBEDRAG - TERMIJN-RENTE > REST-KAPITAAL
               MOVE REST-KAPITAAL TO TERMIJN-KAPITAAL
           ELSE
               COMPUTE TERMIJN-KAPITAAL =
                   LEN-TERMIJNBEDRAG - TERMIJN-RENTE
           END-IF
           COMPUTE TERMIJN-BEDRAG = TERMIJN-KAPITAAL + TERMIJN-RENTE
           SUBTRACT TERMIJN-KAPITAAL FROM REST-KAPITAAL
           ADD TERMIJN-RENTE TO TOTALE-RENTE
           ADD TERMIJN-BEDRAG TO TOTAAL-TERUG
           MOVE SPACES TO TABEL-VELDEN
           MOVE TERMIJN-NR TO TBL-TERMIJN
           MOVE WERKDATUM TO TBL-DATUM
           MOVE TERMIJN-BEDRAG TO TBL-BEDRAG
           MOVE TERMIJN-RENTE TO TBL-RENTE
           MOVE TERMIJN-KAPITAAL TO TBL-KAPITAAL
           MOVE REST-KAPITAAL TO TBL-REST
           MOVE TABEL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHUIF-MAAND-OP.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE LENINGEN
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "OPEN-LENING" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE LEN-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
