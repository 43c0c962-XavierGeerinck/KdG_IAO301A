      *************************************************************
      * PRINT SALDOATTEST
      *
      * MAAKT OP VRAAG VAN EEN RECHTBANK, NOTARIS OF REVISOR EEN
      * ATTEST VAN HET SALDO OP EEN PEILDATUM IN HET VERLEDEN
      * (OVERLIJDEN, BESLAG, ECHTSCHEIDING, ...). DE SALDI WORDEN
      * OPNIEUW OPGEBOUWD UIT REKJOURNAAL.DAT, VOOR EEN ENKELE
      * REKENING, VOOR ALLE REKENINGEN VAN EEN KLANT (OOK DE
      * REKENINGEN WAARVAN DE KLANT VOLGENS MEDEHOUDERS.DAT
      * MEDEHOUDER IS; EEN VOLMACHT TELT NIET) OF VOOR ALLE
      * REKENINGEN. PER REKENING KOMEN OP HET ATTEST:
      * - HET GEBOEKTE SALDO: DE SOM VAN ALLE BOEKINGEN MET
      *   BOEKDATUM TOT EN MET DE PEILDATUM;
      * - HET VALUTASALDO: DE SOM VAN ALLE BOEKINGEN MET
      *   VALUTADATUM TOT EN MET DE PEILDATUM, OOK ALS ZE PAS LATER
      *   MET TERUGWERKENDE KRACHT GEBOEKT ZIJN (OUDE REGELS ZONDER
      *   VALUTADATUM TELLEN OP HUN BOEKDATUM);
      * - DE LAATSTE BOEKING TOT DE PEILDATUM, MET DATUM, VOLGNUMMER
      *   EN BOEKINGSREFERENTIE.
      * DEBET- EN CREDITRENTE (BEREKEN-RENTE) EN STRAFINTREST
      * (VERWERK-OVERSCHRIJDINGEN) GAAN RECHTSTREEKS OP HET SALDO
      * ZONDER JOURNAALREGEL; ZE KOMEN UIT KOSTENREGISTER.LOG EN
      * TELLEN OP HUN DATUM MEE IN BEIDE SALDI (CREDITRENTE NETTO,
      * NA VOORHEFFING), ZONDER DE LAATSTE BOEKING TE WIJZIGEN.
      * TER CONTROLE WORDT HET JOURNAAL VERDER AFGESPEELD TOT
      * VANDAAG: DE UITKOMST MOET HET HUIDIGE SALDO IN REKENINGEN
      * ZIJN. WIJKT HET AF, DAN KRIJGT HET ATTEST EEN VOORBEHOUD EN
      * EINDIGT HET PROGRAMMA MET RETURN-CODE 4. ELK ATTEST WORDT
      * AFGESLOTEN MET DE AANGEMELDE OPERATOR, DATUM EN UUR EN EEN
      * RUIMTE VOOR DE HANDTEKENING.
      * HET JOURNAAL WORDT IN ZIJN BOEKINGSVOLGORDE VIA EEN SORT
      * PER REKENING GEGROEPEERD; VOOR ELKE GEVRAAGDE REKENING GAAT
      * EERST HAAR RECORD UIT REKENINGEN MEE, ZODAT OOK EEN REKENING
      * ZONDER BOEKINGEN EEN ATTEST KRIJGT. JOURNAALREGELS VAN EEN
      * REKENING DIE NIET MEER IN REKENINGEN STAAT, KRIJGEN BIJ ALLE
      * REKENINGEN EEN ATTEST ZONDER CONTROLE.
      * DE ATTESTEN GAAN NAAR SALDOATTEST.LST EN VIA SPOOL-RAPPORT
      * IN DE RAPPORTSPOOL; DE OPVRAGING VAN EEN REKENING OF KLANT
      * KOMT IN HET INZAGELOGBOEK (ZIE LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-SALDOATTEST.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS.

           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT SORT-ATTEST
                  ASSIGN TO "BESTANDEN/SORTATTEST.TMP".

           SELECT OPTIONAL ATTESTLIJST
                  ASSIGN TO "BESTANDEN/SALDOATTEST.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       SD  SORT-ATTEST.
       01  ATTEST-REC.
           02 SAT-REKNR PIC 9(12).
           02 SAT-VOLGORDE PIC 9(9).
           02 SAT-SOORT PIC X(1).
               88 SAT-REKENING VALUE "R".
               88 SAT-BOEKING VALUE "B".
               88 SAT-RENTE VALUE "I".
           02 SAT-KLANTNR PIC 9(7).
           02 SAT-SALDO PIC S9(7)V99.
           02 SAT-GESLOTEN PIC X(1).
           02 SAT-MUNT PIC X(3).
           02 SAT-DATUM PIC 9(8).
           02 SAT-VALUTADATUM PIC 9(8).
           02 SAT-BEDRAG PIC S9(7)V99.
           02 SAT-JRN-VOLGNR PIC 9(7).
           02 SAT-REFERENTIE PIC X(16).

       FD  ATTESTLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  EERSTE-REKENING PIC X(1).
           88 NOG-GEEN-REKENING VALUE "J".
       77  INVOER-TOESTAND PIC X(1).
           88 INVOER-GELDIG VALUE "J".
           88 INVOER-ONGELDIG VALUE "N".
       77  SELECTIE-SOORT PIC X(1).
           88 SELECTIE-REKENING VALUE "R".
           88 SELECTIE-KLANT VALUE "K".
           88 SELECTIE-ALLE VALUE "A".
       77  GEVONDEN-REKENING PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  GEVONDEN-SELECTIE PIC X(1).
           88 IN-SELECTIE VALUE "J".
       77  GROEP-TOESTAND PIC X(1).
           88 GROEP-MET-REKENING VALUE "J".
           88 GROEP-ZONDER-REKENING VALUE "N".
       77  JOURNAAL-STATUS PIC X(2).
       77  REGISTER-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  VANDAAG PIC 9(8).
       77  NU-TIJD PIC 9(8).
       77  PEILDATUM PIC 9(8).
       77  GEVR-KLANTNR PIC 9(7).
       77  OPERATOR-ID PIC X(8).
       77  VOLGORDE-TELLER PIC 9(9) VALUE ZERO.
       77  SEL-IDX PIC 9(3) COMP.
       77  AANTAL-SELECTIE PIC 9(3) COMP VALUE ZERO.
       77  HUIDIG-REKNR PIC 9(12) VALUE ZERO.
       77  GEBOEKT-SALDO PIC S9(9)V99.
       77  VALUTA-SALDO PIC S9(9)V99.
       77  AFGESPEELD-SALDO PIC S9(9)V99.
       77  RENTE-SALDO PIC S9(9)V99.
       77  AANTAL-BOEKINGEN PIC 9(7).
       77  LAATSTE-DATUM PIC 9(8).
       77  LAATSTE-VOLGNR PIC 9(7).
       77  LAATSTE-REFERENTIE PIC X(16).
       77  AANTAL-ATTESTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-AFWIJKINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-ZONDER-REKENING PIC 9(7) VALUE ZERO.
       77  TOON-BEDRAG PIC -(9)9.99.
       77  TOON-SALDO PIC -(9)9.99.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "PRINT-SALDOATTEST".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           02 GEVR-DEEL3 PIC 99.
       01  TOON-REKNR.
           02 TOON-DEEL1 PIC 999.
           02 TOON-DEEL2 PIC 9(7).
           02 TOON-DEEL3 PIC 99.
       01  REKENING-GEGEVENS.
           02 RKG-KLANTNR PIC 9(7).
           02 RKG-SALDO PIC S9(7)V99.
           02 RKG-GESLOTEN PIC X(1).
               88 RKG-REKENING-GESLOTEN VALUE "J".
           02 RKG-MUNT PIC X(3).
       01  SELECTIE-TABEL.
           02 SEL-REKNR PIC 9(12) OCCURS 99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF INVOER-GELDIG
               SORT SORT-ATTEST
                   ON ASCENDING KEY SAT-REKNR SAT-VOLGORDE
                   INPUT PROCEDURE IS VERZAMEL-GEGEVENS
                   OUTPUT PROCEDURE IS DRUK-ATTESTEN
               PERFORM DRUK-TOTALEN
           END-IF
           PERFORM SLUIT-BESTANDEN
           IF INVOER-ONGELDIG
               MOVE 4 TO RETURN-CODE
           ELSE
               IF AANTAL-AFWIJKINGEN > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       INITIALISEER.
           ACCEPT VANDAAG FROM DATE YYYYMMDD
           SET INVOER-GELDIG TO TRUE
           MOVE ZEROS TO GEVR-REKNR
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           DISPLAY "GEEF DE PEILDATUM OP (JJJJMMDD):"
           ACCEPT PEILDATUM
           IF PEILDATUM = ZERO OR PEILDATUM > VANDAAG
               DISPLAY "PEILDATUM MOET VOOR OF OP VANDAAG LIGGEN"
               SET INVOER-ONGELDIG TO TRUE
           END-IF
           DISPLAY "GEEF HET KLANTNUMMER OP (0 = GEEN KLANT):"
           ACCEPT GEVR-KLANTNR
           IF GEVR-KLANTNR NOT = ZERO
               SET SELECTIE-KLANT TO TRUE
           ELSE
               DISPLAY "GEEF HET REKENINGNUMMER OP (DEEL1/DEEL2/DEEL3),"
               DISPLAY "NULLEN VOOR ALLE REKENINGEN:"
               DISPLAY "DEEL1 (3 CIJFERS):"
               ACCEPT GEVR-DEEL1
               DISPLAY "DEEL2 (7 CIJFERS):"
               ACCEPT GEVR-DEEL2
               DISPLAY "DEEL3 (2 CIJFERS):"
               ACCEPT GEVR-DEEL3
               IF GEVR-REKNR = ZEROS
                   SET SELECTIE-ALLE TO TRUE
               ELSE
                   SET SELECTIE-REKENING TO TRUE
               END-IF
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00" AND KLANTEN-STATUS NOT = "05"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT ATTESTLIJST
           IF INVOER-GELDIG
               STRING "SALDOATTESTEN OP PEILDATUM " PEILDATUM
                   "  (OPGEMAAKT OP " VANDAAG ")"
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
               MOVE ALL "=" TO LIJST-REGEL (1:60)
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

      *    INPUT PROCEDURE: EERST DE GEVRAAGDE REKENINGEN, DAN HUN
      *    JOURNAALREGELS IN DE VOLGORDE VAN REKJOURNAAL.DAT.
       VERZAMEL-GEGEVENS.
           IF SELECTIE-REKENING
               MOVE GEVR-REKNR TO REKNR
               PERFORM GEEF-GEVRAAGDE-REKENING-VRIJ
           END-IF
           IF SELECTIE-KLANT
               PERFORM SELECTEER-KLANTREKENINGEN
           END-IF
           IF SELECTIE-ALLE
               PERFORM SELECTEER-ALLE-REKENINGEN
           END-IF
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

       SELECTEER-KLANTREKENINGEN.
           MOVE "N" TO GEDAAN
           MOVE GEVR-KLANTNR TO KLANTNR
           START REKENINGEN KEY IS = KLANTNR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-KLANTREKENING UNTIL STOPLEZEN
           MOVE "N" TO GEDAAN
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS = "00" OR MEDEHOUDERS-STATUS = "05"
               PERFORM LEES-MEDEHOUDER UNTIL STOPLEZEN
           END-IF
           CLOSE MEDEHOUDERS.

       LEES-KLANTREKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "02"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF KLANTNR = GEVR-KLANTNR
                   PERFORM GEEF-REKENING-VRIJ
               ELSE
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF.

      * ENKEL EEN MEDEHOUDER DEELT IN HET TEGOED; EEN VOLMACHT-
      * HOUDER BESCHIKT ER ENKEL OVER.
       LEES-MEDEHOUDER.
           READ MEDEHOUDERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND MEDEHOUDERS-STATUS NOT = "00"
               DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND MHD-KLANTNR = GEVR-KLANTNR
               AND MEDEHOUDER-MEDE
               MOVE MHD-REKNR TO REKNR
               PERFORM GEEF-GEVRAAGDE-REKENING-VRIJ
           END-IF.

       GEEF-GEVRAAGDE-REKENING-VRIJ.
           SET REKENING-ONBEKEND TO TRUE
           READ REKENINGEN KEY IS REKNR
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-BESTAAT
               PERFORM GEEF-REKENING-VRIJ
           ELSE
               MOVE REKNR TO TOON-REKNR
               DISPLAY "REKENING " TOON-DEEL1 "-" TOON-DEEL2 "-"
                   TOON-DEEL3 " NIET GEVONDEN IN REKENINGEN"
           END-IF.

       SELECTEER-ALLE-REKENINGEN.
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO REKNR
           START REKENINGEN KEY IS NOT < REKNR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-VOLGENDE-REKENING UNTIL STOPLEZEN.

       LEES-VOLGENDE-REKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "02"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               PERFORM GEEF-REKENING-VRIJ
           END-IF.

      * BIJ EEN REKENING OF KLANT ONTHOUDT DE SELECTIETABEL WELKE
      * JOURNAALREGELS MEE MOETEN; EEN REKENING DIE DE KLANT ZOWEL
      * ALS HOUDER ALS ALS MEDEHOUDER HEEFT, GAAT MAAR EENMAAL MEE.
       GEEF-REKENING-VRIJ.
           MOVE "N" TO GEVONDEN-SELECTIE
           PERFORM ZOEK-IN-SELECTIE VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > AANTAL-SELECTIE OR IN-SELECTIE
           IF NOT IN-SELECTIE
               IF NOT SELECTIE-ALLE
                   IF AANTAL-SELECTIE = 99
                       DISPLAY "TE VEEL REKENINGEN VOOR EEN ATTEST"
                       PERFORM FOUT
                   END-IF
                   ADD 1 TO AANTAL-SELECTIE
                   MOVE REKNR TO SEL-REKNR (AANTAL-SELECTIE)
               END-IF
               MOVE SPACES TO ATTEST-REC
               MOVE REKNR TO SAT-REKNR
               MOVE ZERO TO SAT-VOLGORDE
               SET SAT-REKENING TO TRUE
               MOVE KLANTNR TO SAT-KLANTNR
               MOVE SALDO TO SAT-SALDO
               MOVE GESLOTEN TO SAT-GESLOTEN
               MOVE MUNT TO SAT-MUNT
               MOVE ZERO TO SAT-DATUM SAT-VALUTADATUM SAT-BEDRAG
                   SAT-JRN-VOLGNR
               RELEASE ATTEST-REC
           END-IF.

       ZOEK-IN-SELECTIE.
           IF SEL-REKNR (SEL-IDX) = REKNR
               MOVE "J" TO GEVONDEN-SELECTIE
           END-IF.

       LEES-JOURNAAL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "JOURNAALBESTAND IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE "N" TO GEVONDEN-SELECTIE
               IF SELECTIE-ALLE
                   MOVE "J" TO GEVONDEN-SELECTIE
               ELSE
                   MOVE JRN-REKNR TO REKNR
                   PERFORM ZOEK-IN-SELECTIE VARYING SEL-IDX
                       FROM 1 BY 1
                       UNTIL SEL-IDX > AANTAL-SELECTIE OR IN-SELECTIE
               END-IF
               IF IN-SELECTIE
                   PERFORM GEEF-BOEKING-VRIJ
               END-IF
           END-IF.

       GEEF-BOEKING-VRIJ.
           ADD 1 TO VOLGORDE-TELLER
           MOVE SPACES TO ATTEST-REC
           MOVE JRN-REKNR TO SAT-REKNR
           MOVE VOLGORDE-TELLER TO SAT-VOLGORDE
           SET SAT-BOEKING TO TRUE
           MOVE ZERO TO SAT-KLANTNR SAT-SALDO
           MOVE JRN-DATUM TO SAT-DATUM
           IF JRN-VALUTADATUM NUMERIC AND JRN-VALUTADATUM NOT = ZERO
               MOVE JRN-VALUTADATUM TO SAT-VALUTADATUM
           ELSE
               MOVE JRN-DATUM TO SAT-VALUTADATUM
           END-IF
           MOVE JRN-BEDRAG TO SAT-BEDRAG
           MOVE JRN-VOLGNR TO SAT-JRN-VOLGNR
           MOVE JRN-REFERENTIE TO SAT-REFERENTIE
           RELEASE ATTEST-REC.

      * ENKEL DE RENTE STAAT NIET IN HET JOURNAAL; DE ANDERE KOSTEN
      * IN HET REGISTER ZIJN GEWONE BOEKINGEN EN TELLEN AL MEE.
       LEES-KOSTENREGISTER.
           READ KOSTENREGISTER
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND REGISTER-STATUS NOT = "00"
               DISPLAY "KOSTENREGISTER IS DEFECT, STATUS: "
                   REGISTER-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               AND (KOST-DEBETRENTE OR KOST-CREDITRENTE
               OR KOST-STRAFINTREST)
               MOVE "N" TO GEVONDEN-SELECTIE
               IF SELECTIE-ALLE
                   MOVE "J" TO GEVONDEN-SELECTIE
               ELSE
                   MOVE KRG-REKNR TO REKNR
                   PERFORM ZOEK-IN-SELECTIE VARYING SEL-IDX
                       FROM 1 BY 1
                       UNTIL SEL-IDX > AANTAL-SELECTIE OR IN-SELECTIE
               END-IF
               IF IN-SELECTIE
                   PERFORM GEEF-RENTE-VRIJ
               END-IF
           END-IF.

       GEEF-RENTE-VRIJ.
           ADD 1 TO VOLGORDE-TELLER
           MOVE SPACES TO ATTEST-REC
           MOVE KRG-REKNR TO SAT-REKNR
           MOVE VOLGORDE-TELLER TO SAT-VOLGORDE
           SET SAT-RENTE TO TRUE
           MOVE ZERO TO SAT-KLANTNR SAT-SALDO SAT-JRN-VOLGNR
           MOVE KRG-DATUM TO SAT-DATUM
           MOVE KRG-DATUM TO SAT-VALUTADATUM
           IF KOST-CREDITRENTE
               COMPUTE SAT-BEDRAG = KRG-BEDRAG - KRG-VOORHEFFING
           ELSE
               COMPUTE SAT-BEDRAG = 0 - KRG-BEDRAG
           END-IF
           MOVE KRG-REFERENTIE TO SAT-REFERENTIE
           RELEASE ATTEST-REC.

      *    OUTPUT PROCEDURE: PER REKENING EERST HET RECORD UIT
      *    REKENINGEN (INDIEN AANWEZIG), DAN DE BOEKINGEN.
       DRUK-ATTESTEN.
           MOVE "J" TO EERSTE-REKENING
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM VERWERK-ATTESTREGEL UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-REKENING
               PERFORM SLUIT-REKENING
           END-IF.

       VERWERK-ATTESTREGEL.
           RETURN SORT-ATTEST
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-REKENING
                   MOVE "N" TO EERSTE-REKENING
                   PERFORM BEGIN-REKENING
               ELSE
                   IF SAT-REKNR NOT = HUIDIG-REKNR
                       PERFORM SLUIT-REKENING
                       PERFORM BEGIN-REKENING
                   END-IF
               END-IF
               IF SAT-REKENING
                   SET GROEP-MET-REKENING TO TRUE
                   MOVE SAT-KLANTNR TO RKG-KLANTNR
                   MOVE SAT-SALDO TO RKG-SALDO
                   MOVE SAT-GESLOTEN TO RKG-GESLOTEN
                   MOVE SAT-MUNT TO RKG-MUNT
               ELSE
                   IF SAT-RENTE
                       PERFORM TEL-RENTE
                   ELSE
                       PERFORM TEL-BOEKING
                   END-IF
               END-IF
           END-IF.

       BEGIN-REKENING.
           MOVE SAT-REKNR TO HUIDIG-REKNR
           SET GROEP-ZONDER-REKENING TO TRUE
           MOVE ZERO TO GEBOEKT-SALDO VALUTA-SALDO AFGESPEELD-SALDO
               RENTE-SALDO
               AANTAL-BOEKINGEN LAATSTE-DATUM LAATSTE-VOLGNR
           MOVE SPACES TO LAATSTE-REFERENTIE
           MOVE ZERO TO RKG-KLANTNR RKG-SALDO
           MOVE SPACES TO RKG-GESLOTEN RKG-MUNT.

       TEL-BOEKING.
           ADD SAT-BEDRAG TO AFGESPEELD-SALDO
           IF SAT-DATUM NOT > PEILDATUM
               ADD SAT-BEDRAG TO GEBOEKT-SALDO
               ADD 1 TO AANTAL-BOEKINGEN
               MOVE SAT-DATUM TO LAATSTE-DATUM
               MOVE SAT-JRN-VOLGNR TO LAATSTE-VOLGNR
               MOVE SAT-REFERENTIE TO LAATSTE-REFERENTIE
           END-IF
           IF SAT-VALUTADATUM NOT > PEILDATUM
               ADD SAT-BEDRAG TO VALUTA-SALDO
           END-IF.

       TEL-RENTE.
           ADD SAT-BEDRAG TO AFGESPEELD-SALDO
           IF SAT-DATUM NOT > PEILDATUM
               ADD SAT-BEDRAG TO GEBOEKT-SALDO
               ADD SAT-BEDRAG TO VALUTA-SALDO
               ADD SAT-BEDRAG TO RENTE-SALDO
           END-IF.

       SLUIT-REKENING.
           ADD 1 TO AANTAL-ATTESTEN
           MOVE HUIDIG-REKNR TO TOON-REKNR
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "SALDOATTEST REKENING " TOON-DEEL1 "-" TOON-DEEL2
               "-" TOON-DEEL3 " OP " PEILDATUM
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:60)
           PERFORM SCHRIJF-LIJSTREGEL
           IF GROEP-MET-REKENING
               PERFORM DRUK-HOUDER
           ELSE
               ADD 1 TO AANTAL-ZONDER-REKENING
               MOVE "  REKENING STAAT NIET MEER IN REKENINGEN"
                   TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           MOVE GEBOEKT-SALDO TO TOON-BEDRAG
           STRING "  GEBOEKT SALDO OP PEILDATUM   : " TOON-BEDRAG
               " " RKG-MUNT DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE VALUTA-SALDO TO TOON-BEDRAG
           STRING "  VALUTASALDO OP PEILDATUM     : " TOON-BEDRAG
               " " RKG-MUNT DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE RENTE-SALDO TO TOON-BEDRAG
           STRING "  WAARVAN RENTE EN STRAFINTREST: " TOON-BEDRAG
               " " RKG-MUNT DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "  BOEKINGEN TOT PEILDATUM      : " AANTAL-BOEKINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           IF AANTAL-BOEKINGEN = ZERO
               MOVE "  LAATSTE BOEKING              : GEEN"
                   TO LIJST-REGEL
           ELSE
               STRING "  LAATSTE BOEKING              : " LAATSTE-DATUM
                   " VOLGNR " LAATSTE-VOLGNR " REF " LAATSTE-REFERENTIE
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           IF GROEP-MET-REKENING
               PERFORM CONTROLEER-HUIDIG-SALDO
           END-IF
           PERFORM DRUK-ONDERTEKENING
           IF NOT SELECTIE-ALLE
               MOVE RKG-KLANTNR TO INZAGE-KLANTNR
               IF SELECTIE-KLANT
                   MOVE GEVR-KLANTNR TO INZAGE-KLANTNR
               END-IF
               MOVE HUIDIG-REKNR TO INZAGE-REKNR
               CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA
                   INZAGE-KLANTNR INZAGE-REKNR
           END-IF.

       DRUK-HOUDER.
           SET KLANT-ONBEKEND TO TRUE
           IF KLANTEN-STATUS = "00"
               MOVE RKG-KLANTNR TO NR
               READ KLANTEN
                   INVALID KEY SET KLANT-ONBEKEND TO TRUE
                   NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
               END-READ
               IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
                   DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                       KLANTEN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF
           IF KLANT-BESTAAT
               STRING "  HOUDER KLANT " RKG-KLANTNR ": " NAAM
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
           ELSE
               STRING "  HOUDER KLANT " RKG-KLANTNR
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           IF SELECTIE-KLANT AND RKG-KLANTNR NOT = GEVR-KLANTNR
               STRING "  KLANT " GEVR-KLANTNR " IS MEDEHOUDER"
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           IF RKG-REKENING-GESLOTEN
               MOVE "  REKENING IS INTUSSEN GESLOTEN" TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

      * HET VOLLEDIG AFGESPEELDE JOURNAAL, SAMEN MET DE RENTE UIT
      * HET KOSTENREGISTER, MOET HET HUIDIGE SALDO OPLEVEREN; ZO
      * NIET, DAN ONTBREEKT ER EEN BOEKING EN IS HET ATTEST NIET
      * SLUITEND.
       CONTROLEER-HUIDIG-SALDO.
           MOVE AFGESPEELD-SALDO TO TOON-BEDRAG
           MOVE RKG-SALDO TO TOON-SALDO
           IF AFGESPEELD-SALDO = RKG-SALDO
               STRING "  CONTROLE TOT " VANDAAG ": JOURNAAL "
                   TOON-BEDRAG " = SALDO " TOON-SALDO " IN ORDE"
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
           ELSE
               ADD 1 TO AANTAL-AFWIJKINGEN
               STRING "  CONTROLE TOT " VANDAAG ": JOURNAAL "
                   TOON-BEDRAG " <> SALDO " TOON-SALDO " AFWIJKING"
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
               MOVE "  *** ONDER VOORBEHOUD: JOURNAAL NIET SLUITEND ***"
                   TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

       DRUK-ONDERTEKENING.
           ACCEPT NU-TIJD FROM TIME
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "  OPGEMAAKT DOOR OPERATOR " OPERATOR-ID
               " OP " VANDAAG " OM " NU-TIJD (1:4)
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "  HANDTEKENING: ______________________________"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       DRUK-TOTALEN.
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:60)
           PERFORM SCHRIJF-LIJSTREGEL
           IF AANTAL-ATTESTEN = ZERO
               MOVE "GEEN REKENINGEN GEVONDEN VOOR DEZE SELECTIE"
                   TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           STRING "ATTESTEN GEDRUKT            : " AANTAL-ATTESTEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NIET SLUITEND MET SALDO     : " AANTAL-AFWIJKINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NIET MEER IN REKENINGEN     : "
               AANTAL-ZONDER-REKENING
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE KLANTEN
           CLOSE ATTESTLIJST
           IF INVOER-GELDIG
               MOVE "SALDOATTEST" TO SPOOL-RAPPORTNAAM
               MOVE "BESTANDEN/SALDOATTEST.LST" TO SPOOL-BESTANDSNAAM
               CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
                   SPOOL-BESTANDSNAAM
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-SALDOATTEST" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE HUIDIG-REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
