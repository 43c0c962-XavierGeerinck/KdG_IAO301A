      *************************************************************
      * PRINT KOSTENOVERZICHT
      *
      * JAAREINDEBATCH DIE ELKE KLANT EEN OVERZICHT GEEFT VAN ALLES
      * WAT DE BANK DE KLANT IN HET OPGEGEVEN JAAR AANREKENDE: PER
      * REKENING DE VERRICHTINGSKOSTEN (AANREKEN-VERRICHTINGKOSTEN),
      * DE MINSALDOKOSTEN (HEF-MINSALDOKOSTEN), DE DEBETRENTE
      * (BEREKEN-RENTE) EN DE STRAFINTREST OP EEN OVERSCHREDEN
      * KREDIETLIMIET (VERWERK-OVERSCHRIJDINGEN), MET DAARNAAST DE
      * UITBETAALDE BRUTO CREDITRENTE EN DE DAAROP INGEHOUDEN
      * VOORHEFFING. PER KLANT KOMT EEN OVERZICHT MET NAAM EN ADRES
      * IN KOSTENOVERZICHT.LST, DAT VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL GAAT.
      *
      * DE GEGEVENS KOMEN UIT KOSTENREGISTER.LOG, WAARIN DE
      * AANREKENENDE BATCHES ELKE KOST MET HAAR BOEKINGSREFERENTIE
      * NOTEREN. VERRICHTINGS- EN MINSALDOKOSTEN WORDEN VIA DIE
      * REFERENTIE GEKOPPELD AAN DE KOSTENBOEKING IN REKJOURNAAL.DAT
      * (EERSTE SORT OP REKENING EN REFERENTIE) EN TELLEN MEE IN HET
      * JAAR EN VOOR HET BEDRAG VAN DIE JOURNAALREGEL, ZODAT DE
      * TOTALEN OP DE OVERZICHTEN AFSTEMMEN MET DE KOSTENBOEKINGEN
      * IN HET JOURNAAL. EEN KOST VAN HET JAAR ZONDER JOURNAALREGEL
      * (BV. EEN GEWEIGERDE BEWEGING) OF MET EEN AFWIJKEND BEDRAG
      * KOMT OP DE AFSTEMMINGSLIJST KOSTENAFSTEMMING.LST, SAMEN MET
      * DE TOTALEN VAN DE OVERZICHTEN EN VAN HET JOURNAAL; BIJ EEN
      * AFWIJKING EINDIGT DE BATCH MET RETURN-CODE 4. DEBET- EN
      * CREDITRENTE EN STRAFINTREST WORDEN RECHTSTREEKS OP HET SALDO
      * GEBOEKT EN KOMEN ZONDER KOPPELING UIT HET REGISTER.
      * DE GEKOPPELDE KOSTEN GAAN VIA HET WERKBESTAND KOSTENJAAR.WRK
      * NAAR EEN TWEEDE SORT OP KLANT EN REKENING, DIE DE
      * OVERZICHTEN OPBOUWT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-KOSTENOVERZICHT.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS.

           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT KOSTEN-WERK
                  ASSIGN TO "BESTANDEN/KOSTENJAAR.WRK"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-KOPPELING
                  ASSIGN TO "BESTANDEN/SORTKOSTEN.TMP".

           SELECT SORT-OVERZICHT
                  ASSIGN TO "BESTANDEN/SORTOVERZICHT.TMP".

           SELECT OPTIONAL OVERZICHTLIJST
                  ASSIGN TO "BESTANDEN/KOSTENOVERZICHT.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AFSTEMLIJST
                  ASSIGN TO "BESTANDEN/KOSTENAFSTEMMING.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  KOSTEN-WERK.
       01  WERK-REC.
           02 WRK-KLANTNR PIC 9(7).
           02 WRK-REKNR PIC 9(12).
           02 WRK-CATEGORIE PIC X(1).
           02 WRK-BEDRAG PIC 9(7)V99.
           02 WRK-VOORHEFFING PIC 9(7)V99.

       SD  SORT-KOPPELING.
       01  KOPPEL-REC.
           02 SKP-REKNR PIC 9(12).
           02 SKP-REFERENTIE PIC X(16).
           02 SKP-BRON PIC X(1).
               88 SKP-UIT-REGISTER VALUE "1".
               88 SKP-UIT-JOURNAAL VALUE "2".
           02 SKP-KLANTNR PIC 9(7).
           02 SKP-CATEGORIE PIC X(1).
               88 SKP-RENTE VALUE "D" "C" "S".
           02 SKP-DATUM PIC 9(8).
           02 SKP-BEDRAG PIC 9(7)V99.
           02 SKP-VOORHEFFING PIC 9(7)V99.
           02 SKP-JRN-BEDRAG PIC S9(7)V99.

       SD  SORT-OVERZICHT.
       01  OVERZICHT-REC.
           02 OVZ-KLANTNR PIC 9(7).
           02 OVZ-REKNR PIC 9(12).
           02 OVZ-CATEGORIE PIC X(1).
               88 OVZ-VERRICHTINGEN VALUE "V".
               88 OVZ-MINSALDO VALUE "M".
               88 OVZ-DEBETRENTE VALUE "D".
               88 OVZ-CREDITRENTE VALUE "C".
               88 OVZ-STRAFINTREST VALUE "S".
           02 OVZ-BEDRAG PIC 9(7)V99.
           02 OVZ-VOORHEFFING PIC 9(7)V99.

       FD  OVERZICHTLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  AFSTEMLIJST.
       01  AFSTEM-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  REGISTER-STATUS PIC X(2).
       77  JOURNAAL-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  EERSTE-KLANT PIC X(1).
           88 NOG-GEEN-KLANT VALUE "J".
       77  GEVRAAGD-JAAR PIC 9(4).
       77  VORIG-JAAR PIC 9(4).
       77  HUIDIG-KLANTNR PIC 9(7).
       77  HUIDIG-REKNR PIC 9(12).
       77  AANTAL-OVERZICHTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-NIET-GEBOEKT PIC 9(7) VALUE ZERO.
       77  AANTAL-AFWIJKEND PIC 9(7) VALUE ZERO.
       77  BEDRAG-NIET-GEBOEKT PIC 9(9)V99 VALUE ZERO.
       77  JOURNAAL-KOSTEN PIC S9(9)V99 VALUE ZERO.
       77  OVERZICHT-KOSTEN PIC S9(9)V99 VALUE ZERO.
       77  KOSTEN-VERSCHIL PIC S9(9)V99 VALUE ZERO.
       77  GEBOEKT-BEDRAG PIC S9(7)V99.
       77  TOON-BEDRAG PIC -(9)9.99.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
      * DE REGISTERREGEL VAN EEN KOST DIE OP HAAR JOURNAALREGEL WACHT
       77  OPENSTAAND PIC X(1).
           88 KOST-WACHT VALUE "J".
           88 GEEN-KOST-WACHT VALUE "N".
       01  WACHTENDE-KOST.
           02 WK-REKNR PIC 9(12).
           02 WK-REFERENTIE PIC X(16).
           02 WK-KLANTNR PIC 9(7).
           02 WK-CATEGORIE PIC X(1).
           02 WK-DATUM PIC 9(8).
           02 WK-BEDRAG PIC 9(7)V99.
       01  KOSTEN-TOTALEN.
           02 KT-REKENING.
               03 KTR-VERRICHTINGEN PIC 9(9)V99.
               03 KTR-MINSALDO PIC 9(9)V99.
               03 KTR-DEBETRENTE PIC 9(9)V99.
               03 KTR-STRAFINTREST PIC 9(9)V99.
               03 KTR-CREDITRENTE PIC 9(9)V99.
               03 KTR-VOORHEFFING PIC 9(9)V99.
           02 KT-KLANT.
               03 KTK-VERRICHTINGEN PIC 9(9)V99.
               03 KTK-MINSALDO PIC 9(9)V99.
               03 KTK-DEBETRENTE PIC 9(9)V99.
               03 KTK-STRAFINTREST PIC 9(9)V99.
               03 KTK-CREDITRENTE PIC 9(9)V99.
               03 KTK-VOORHEFFING PIC 9(9)V99.
       01  TOON-REKNR.
           02 TOON-DEEL1 PIC 999.
           02 TOON-DEEL2 PIC 9(7).
           02 TOON-DEEL3 PIC 99.
       01  OVERZICHT-KOP.
           02 FILLER PIC X(16) VALUE "  REKENING".
           02 FILLER PIC X(15) VALUE "  VERRICHTINGEN".
           02 FILLER PIC X(15) VALUE "       MINSALDO".
           02 FILLER PIC X(15) VALUE "     DEBETRENTE".
           02 FILLER PIC X(15) VALUE "   STRAFINTREST".
           02 FILLER PIC X(15) VALUE "  TOTAAL KOSTEN".
           02 FILLER PIC X(15) VALUE "    CREDITRENTE".
           02 FILLER PIC X(15) VALUE "    VOORHEFFING".
       01  OVERZICHT-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-VERRICHTINGEN PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-MINSALDO PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-DEBETRENTE PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-STRAFINTREST PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-TOTAAL-KOSTEN PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-CREDITRENTE PIC Z(9)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OVV-VOORHEFFING PIC Z(9)9.99.
       01  AFWIJKING-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-REFERENTIE PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-DATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-CATEGORIE PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-GEBOEKT PIC -(7)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AFV-REDEN PIC X(30).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           SORT SORT-KOPPELING
               ON ASCENDING KEY SKP-REKNR SKP-REFERENTIE SKP-BRON
               INPUT PROCEDURE IS VERZAMEL-KOSTEN
               OUTPUT PROCEDURE IS KOPPEL-JOURNAAL
           SORT SORT-OVERZICHT
               ON ASCENDING KEY OVZ-KLANTNR OVZ-REKNR
               USING KOSTEN-WERK
               OUTPUT PROCEDURE IS DRUK-OVERZICHTEN
           PERFORM DRUK-AFSTEMMING
           PERFORM SLUIT-BESTANDEN
           IF AANTAL-NIET-GEBOEKT > ZERO OR AANTAL-AFWIJKEND > ZERO
               OR KOSTEN-VERSCHIL NOT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO KLANT
           DISPLAY "GEEF HET JAAR OP (JJJJ):"
           ACCEPT GEVRAAGD-JAAR
           COMPUTE VORIG-JAAR = GEVRAAGD-JAAR - 1
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00" AND KLANTEN-STATUS NOT = "05"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT OVERZICHTLIJST
           OPEN OUTPUT AFSTEMLIJST
           STRING "AFSTEMMING KOSTENOVERZICHT " GEVRAAGD-JAAR
               " MET HET JOURNAAL" DELIMITED BY SIZE
               INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           MOVE ALL "=" TO AFSTEM-REGEL (1:48)
           PERFORM SCHRIJF-AFSTEMREGEL
           MOVE "  REKENING        REFERENTIE        DATUM     K"
               TO AFSTEM-REGEL
           MOVE "     BEDRAG      GEBOEKT  REDEN" TO AFSTEM-REGEL (48:)
           PERFORM SCHRIJF-AFSTEMREGEL.

      *    INPUT PROCEDURE: DE REGISTERREGELS VAN HET JAAR (EN DE
      *    KOSTEN VAN HET VORIGE JAAR, DIE PAS DIT JAAR GEBOEKT
      *    KUNNEN ZIJN) EN DE JOURNAALREGELS VAN HET JAAR.
       VERZAMEL-KOSTEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT KOSTENREGISTER
           IF REGISTER-STATUS NOT = "00" AND REGISTER-STATUS NOT = "05"
               DISPLAY "KAN KOSTENREGISTER NIET OPENEN, STATUS: "
                   REGISTER-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-KOSTENREGISTER UNTIL STOPLEZEN
           CLOSE KOSTENREGISTER
           MOVE "N" TO GEDAAN
           OPEN INPUT REKENING-JOURNAAL
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN REKENINGJOURNAAL NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-JOURNAAL UNTIL STOPLEZEN
           CLOSE REKENING-JOURNAAL.

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
               IF KRG-DATUM (1:4) = GEVRAAGD-JAAR
                   OR (KRG-DATUM (1:4) = VORIG-JAAR
                   AND NOT KOST-DEBETRENTE AND NOT KOST-CREDITRENTE
                   AND NOT KOST-STRAFINTREST)
                   MOVE SPACES TO KOPPEL-REC
                   MOVE KRG-REKNR TO SKP-REKNR
                   MOVE KRG-REFERENTIE TO SKP-REFERENTIE
                   SET SKP-UIT-REGISTER TO TRUE
                   MOVE KRG-KLANTNR TO SKP-KLANTNR
                   MOVE KRG-CATEGORIE TO SKP-CATEGORIE
                   MOVE KRG-DATUM TO SKP-DATUM
                   MOVE KRG-BEDRAG TO SKP-BEDRAG
                   MOVE KRG-VOORHEFFING TO SKP-VOORHEFFING
                   MOVE ZERO TO SKP-JRN-BEDRAG
                   RELEASE KOPPEL-REC
               END-IF
           END-IF.

       LEES-JOURNAAL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "REKENINGJOURNAAL IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF JRN-DATUM (1:4) = GEVRAAGD-JAAR
                   AND JRN-REFERENTIE NOT = SPACES
                   MOVE SPACES TO KOPPEL-REC
                   MOVE JRN-REKNR TO SKP-REKNR
                   MOVE JRN-REFERENTIE TO SKP-REFERENTIE
                   SET SKP-UIT-JOURNAAL TO TRUE
                   MOVE ZERO TO SKP-KLANTNR SKP-BEDRAG SKP-VOORHEFFING
                   MOVE JRN-DATUM TO SKP-DATUM
                   MOVE JRN-BEDRAG TO SKP-JRN-BEDRAG
                   RELEASE KOPPEL-REC
               END-IF
           END-IF.

      *    OUTPUT PROCEDURE: PER REKENING EN REFERENTIE KOMT DE
      *    REGISTERREGEL VAN EEN KOST VLAK VOOR HAAR JOURNAALREGEL.
      *    ENKEL GEKOPPELDE KOSTEN EN DE RENTE (OOK STRAFINTREST)
      *    VAN HET JAAR GAAN NAAR HET WERKBESTAND.
       KOPPEL-JOURNAAL.
           OPEN OUTPUT KOSTEN-WERK
           SET GEEN-KOST-WACHT TO TRUE
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM VERWERK-KOPPELREGEL UNTIL SORT-UITGELEZEN
           PERFORM SLUIT-WACHTENDE-KOST
           CLOSE KOSTEN-WERK.

       VERWERK-KOPPELREGEL.
           RETURN SORT-KOPPELING
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF SKP-UIT-REGISTER
                   PERFORM SLUIT-WACHTENDE-KOST
                   IF SKP-RENTE
                       MOVE SKP-KLANTNR TO WRK-KLANTNR
                       MOVE SKP-REKNR TO WRK-REKNR
                       MOVE SKP-CATEGORIE TO WRK-CATEGORIE
                       MOVE SKP-BEDRAG TO WRK-BEDRAG
                       MOVE SKP-VOORHEFFING TO WRK-VOORHEFFING
                       WRITE WERK-REC
                   ELSE
                       PERFORM ZET-KOST-IN-WACHT
                   END-IF
               ELSE
                   IF KOST-WACHT AND SKP-REKNR = WK-REKNR
                       AND SKP-REFERENTIE = WK-REFERENTIE
                       PERFORM BOEK-GEKOPPELDE-KOST
                   END-IF
               END-IF
           END-IF.

       ZET-KOST-IN-WACHT.
           MOVE SKP-REKNR TO WK-REKNR
           MOVE SKP-REFERENTIE TO WK-REFERENTIE
           MOVE SKP-KLANTNR TO WK-KLANTNR
           MOVE SKP-CATEGORIE TO WK-CATEGORIE
           MOVE SKP-DATUM TO WK-DATUM
           MOVE SKP-BEDRAG TO WK-BEDRAG
           SET KOST-WACHT TO TRUE.

       BOEK-GEKOPPELDE-KOST.
           COMPUTE GEBOEKT-BEDRAG = 0 - SKP-JRN-BEDRAG
           ADD GEBOEKT-BEDRAG TO JOURNAAL-KOSTEN
           MOVE WK-KLANTNR TO WRK-KLANTNR
           MOVE WK-REKNR TO WRK-REKNR
           MOVE WK-CATEGORIE TO WRK-CATEGORIE
           MOVE GEBOEKT-BEDRAG TO WRK-BEDRAG
           MOVE ZERO TO WRK-VOORHEFFING
           WRITE WERK-REC
           IF GEBOEKT-BEDRAG NOT = WK-BEDRAG
               ADD 1 TO AANTAL-AFWIJKEND
               MOVE "BEDRAG WIJKT AF VAN JOURNAAL" TO AFV-REDEN
               PERFORM DRUK-AFWIJKING
           END-IF
           SET GEEN-KOST-WACHT TO TRUE.

      * EEN KOST VAN HET JAAR ZONDER JOURNAALREGEL WORDT GEMELD; EEN
      * KOST VAN HET VORIGE JAAR HOORT BIJ DAT JAAR.
       SLUIT-WACHTENDE-KOST.
           IF KOST-WACHT
               IF WK-DATUM (1:4) = GEVRAAGD-JAAR
                   ADD 1 TO AANTAL-NIET-GEBOEKT
                   ADD WK-BEDRAG TO BEDRAG-NIET-GEBOEKT
                   MOVE ZERO TO GEBOEKT-BEDRAG
                   MOVE "NIET GEBOEKT IN HET JOURNAAL" TO AFV-REDEN
                   PERFORM DRUK-AFWIJKING
               END-IF
               SET GEEN-KOST-WACHT TO TRUE
           END-IF.

       DRUK-AFWIJKING.
           MOVE WK-REKNR TO TOON-REKNR
           MOVE SPACES TO AFV-REKNR
           STRING TOON-DEEL1 DELIMITED BY SIZE
               "-" TOON-DEEL2 DELIMITED BY SIZE
               "-" TOON-DEEL3 DELIMITED BY SIZE
               INTO AFV-REKNR
           END-STRING
           MOVE WK-REFERENTIE TO AFV-REFERENTIE
           MOVE WK-DATUM TO AFV-DATUM
           MOVE WK-CATEGORIE TO AFV-CATEGORIE
           MOVE WK-BEDRAG TO AFV-BEDRAG
           MOVE GEBOEKT-BEDRAG TO AFV-GEBOEKT
           MOVE AFWIJKING-VELDEN TO AFSTEM-REGEL
           PERFORM SCHRIJF-AFSTEMREGEL.

      *    OUTPUT PROCEDURE: DE KOSTEN KOMEN PER KLANT EN PER
      *    REKENING TERUG; BIJ ELKE WISSEL WORDT DE REKENINGREGEL EN
      *    BIJ EEN KLANTWISSEL HET OVERZICHT AFGESLOTEN.
       DRUK-OVERZICHTEN.
           MOVE "J" TO EERSTE-KLANT
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM VERWERK-OVERZICHTREGEL UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-KLANT
               PERFORM SLUIT-REKENING
               PERFORM SLUIT-KLANT
           END-IF.

       VERWERK-OVERZICHTREGEL.
           RETURN SORT-OVERZICHT
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-KLANT
                   MOVE "N" TO EERSTE-KLANT
                   PERFORM BEGIN-KLANT
                   PERFORM BEGIN-REKENING
               ELSE
                   IF OVZ-KLANTNR NOT = HUIDIG-KLANTNR
                       PERFORM SLUIT-REKENING
                       PERFORM SLUIT-KLANT
                       PERFORM BEGIN-KLANT
                       PERFORM BEGIN-REKENING
                   ELSE
                       IF OVZ-REKNR NOT = HUIDIG-REKNR
                           PERFORM SLUIT-REKENING
                           PERFORM BEGIN-REKENING
                       END-IF
                   END-IF
               END-IF
               PERFORM TEL-KOST
           END-IF.

       TEL-KOST.
           IF OVZ-VERRICHTINGEN
               ADD OVZ-BEDRAG TO KTR-VERRICHTINGEN
           END-IF
           IF OVZ-MINSALDO
               ADD OVZ-BEDRAG TO KTR-MINSALDO
           END-IF
           IF OVZ-DEBETRENTE
               ADD OVZ-BEDRAG TO KTR-DEBETRENTE
           END-IF
           IF OVZ-STRAFINTREST
               ADD OVZ-BEDRAG TO KTR-STRAFINTREST
           END-IF
           IF OVZ-CREDITRENTE
               ADD OVZ-BEDRAG TO KTR-CREDITRENTE
               ADD OVZ-VOORHEFFING TO KTR-VOORHEFFING
           END-IF.

       BEGIN-KLANT.
           MOVE OVZ-KLANTNR TO HUIDIG-KLANTNR
           MOVE ZEROS TO KT-KLANT
           SET KLANT-ONBEKEND TO TRUE
           MOVE HUIDIG-KLANTNR TO NR
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
               AND KLANTEN-STATUS NOT = "05"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE SPACES TO LIJST-REGEL
           MOVE ALL "=" TO LIJST-REGEL (1:121)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KOSTENOVERZICHT " GEVRAAGD-JAAR
               "  -  KLANT " HUIDIG-KLANTNR DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           IF KLANT-BESTAAT
               MOVE NAAM TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
               MOVE STRAAT TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
               STRING POSTCODE DELIMITED BY SIZE
                   " " GEMEENTE DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
           ELSE
               MOVE "(KLANT NIET GEVONDEN IN KLANTEN)" TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE OVERZICHT-KOP TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:121)
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO AANTAL-OVERZICHTEN.

       BEGIN-REKENING.
           MOVE OVZ-REKNR TO HUIDIG-REKNR
           MOVE ZEROS TO KT-REKENING.

       SLUIT-REKENING.
           MOVE HUIDIG-REKNR TO TOON-REKNR
           MOVE SPACES TO OVV-REKNR
           STRING TOON-DEEL1 DELIMITED BY SIZE
               "-" TOON-DEEL2 DELIMITED BY SIZE
               "-" TOON-DEEL3 DELIMITED BY SIZE
               INTO OVV-REKNR
           END-STRING
           MOVE KTR-VERRICHTINGEN TO OVV-VERRICHTINGEN
           MOVE KTR-MINSALDO TO OVV-MINSALDO
           MOVE KTR-DEBETRENTE TO OVV-DEBETRENTE
           MOVE KTR-STRAFINTREST TO OVV-STRAFINTREST
           COMPUTE OVV-TOTAAL-KOSTEN = KTR-VERRICHTINGEN
               + KTR-MINSALDO + KTR-DEBETRENTE + KTR-STRAFINTREST
           MOVE KTR-CREDITRENTE TO OVV-CREDITRENTE
           MOVE KTR-VOORHEFFING TO OVV-VOORHEFFING
           MOVE OVERZICHT-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD KTR-VERRICHTINGEN TO KTK-VERRICHTINGEN
           ADD KTR-MINSALDO TO KTK-MINSALDO
           ADD KTR-DEBETRENTE TO KTK-DEBETRENTE
           ADD KTR-STRAFINTREST TO KTK-STRAFINTREST
           ADD KTR-CREDITRENTE TO KTK-CREDITRENTE
           ADD KTR-VOORHEFFING TO KTK-VOORHEFFING
           ADD KTR-VERRICHTINGEN KTR-MINSALDO TO OVERZICHT-KOSTEN.

       SLUIT-KLANT.
           MOVE ALL "-" TO LIJST-REGEL (1:121)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "TOTAAL" TO OVV-REKNR
           MOVE KTK-VERRICHTINGEN TO OVV-VERRICHTINGEN
           MOVE KTK-MINSALDO TO OVV-MINSALDO
           MOVE KTK-DEBETRENTE TO OVV-DEBETRENTE
           MOVE KTK-STRAFINTREST TO OVV-STRAFINTREST
           COMPUTE OVV-TOTAAL-KOSTEN = KTK-VERRICHTINGEN
               + KTK-MINSALDO + KTK-DEBETRENTE + KTK-STRAFINTREST
           MOVE KTK-CREDITRENTE TO OVV-CREDITRENTE
           MOVE KTK-VOORHEFFING TO OVV-VOORHEFFING
           MOVE OVERZICHT-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-AFSTEMMING.
           PERFORM SCHRIJF-AFSTEMREGEL
           COMPUTE KOSTEN-VERSCHIL = OVERZICHT-KOSTEN
               - JOURNAAL-KOSTEN
           STRING "OVERZICHTEN GEDRUKT             : "
               AANTAL-OVERZICHTEN DELIMITED BY SIZE
               INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           MOVE OVERZICHT-KOSTEN TO TOON-BEDRAG
           STRING "KOSTEN OP DE OVERZICHTEN        : "
               TOON-BEDRAG DELIMITED BY SIZE
               INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           MOVE JOURNAAL-KOSTEN TO TOON-BEDRAG
           STRING "KOSTENBOEKINGEN IN HET JOURNAAL : "
               TOON-BEDRAG DELIMITED BY SIZE
               INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           MOVE KOSTEN-VERSCHIL TO TOON-BEDRAG
           STRING "VERSCHIL                        : "
               TOON-BEDRAG DELIMITED BY SIZE
               INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           MOVE BEDRAG-NIET-GEBOEKT TO TOON-BEDRAG
           STRING "KOSTEN NIET GEBOEKT             : "
               AANTAL-NIET-GEBOEKT " VOOR " TOON-BEDRAG
               DELIMITED BY SIZE INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           STRING "AFWIJKENDE BEDRAGEN             : "
               AANTAL-AFWIJKEND DELIMITED BY SIZE
               INTO AFSTEM-REGEL
           END-STRING
           PERFORM SCHRIJF-AFSTEMREGEL
           IF AANTAL-NIET-GEBOEKT = ZERO AND AANTAL-AFWIJKEND = ZERO
               AND KOSTEN-VERSCHIL = ZERO
               MOVE "*** AFGESTEMD ***" TO AFSTEM-REGEL
           ELSE
               MOVE "*** NIET AFGESTEMD - NAKIJKEN ***" TO AFSTEM-REGEL
           END-IF
           PERFORM SCHRIJF-AFSTEMREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SCHRIJF-AFSTEMREGEL.
           WRITE AFSTEM-REGEL
           DISPLAY AFSTEM-REGEL
           MOVE SPACES TO AFSTEM-REGEL.

       SLUIT-BESTANDEN.
           CLOSE KLANTEN
           CLOSE OVERZICHTLIJST
           CLOSE AFSTEMLIJST
           MOVE "KOSTENOVERZICHT" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/KOSTENOVERZICHT.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM
           MOVE "KOSTENAFSTEMMING" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/KOSTENAFSTEMMING.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-KOSTENOVERZICHT" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE GEVRAAGD-JAAR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
