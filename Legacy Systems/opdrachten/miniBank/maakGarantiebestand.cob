      *************************************************************
      * MAAK GARANTIEBESTAND
      *
      * KLANTBEELD VOOR HET DEPOSITOGARANTIESTELSEL: BOUWT PER
      * DEPOSANT (KLANTNR) HET TOTAAL VAN ZIJN GEWAARBORGDE
      * DEPOSITO'S OVER AL ZIJN REKENINGEN EN TERMIJNDEPOSITO'S.
      *
      * PER OPEN REKENING TELT HET CREDITSALDO (EEN DEBETSALDO TELT
      * ALS NUL) PLUS DE LOPENDE TERMIJNDEPOSITO'S OP DIE REKENING,
      * IN EURO OMGEREKEND VIA LEES-KOERS. EEN GEMEENSCHAPPELIJKE
      * REKENING WORDT GELIJK VERDEELD OVER DE TITULARIS EN DE
      * MEDEHOUDERS (ROL "M") UIT MEDEHOUDERS.DAT; EEN AFRONDINGS-
      * VERSCHIL GAAT NAAR DE TITULARIS. DE AANDELEN WORDEN OP
      * KLANTNR GESORTEERD EN PER KLANT OPGETELD; HET GEDEKTE
      * BEDRAG IS DAT TOTAAL, BEGRENSD OP HET PLAFOND VAN 100.000
      * EUR.
      *
      * PER KLANT GAAT EEN DETAILRECORD IN VAST FORMAAT (GARANTIE.
      * CPY) MET KOP- EN STAARTRECORD ZOALS BIJ DE ANDERE
      * UITVOERBESTANDEN NAAR GARANTIE.EXP. GARANTIE.LST BEVAT DE
      * UITZONDERINGEN DIE MANUEEL NAGEKEKEN MOETEN WORDEN
      * (GEBLOKKEERDE REKENINGEN, REKENINGEN MET EEN ACTIEF BESLAG,
      * GEANONIMISEERDE OF ONBEKENDE KLANTEN) EN DE SAMENVATTING MET
      * HET GEDEKTE EN HET NIET GEDEKTE TOTAAL; DE LIJST GAAT VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL. DE RUN WORDT PER DAG IN
      * HET RUNREGISTER BIJGEHOUDEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAAK-GARANTIEBESTAND.
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

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL TERMIJNDEPOSITOS
                  ASSIGN TO "BESTANDEN/TERMIJNDEPOSITOS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TDP-SLEUTEL
                  FILE STATUS IS DEPOSITOS-STATUS.

           SELECT OPTIONAL BESLAGEN
                  ASSIGN TO "BESTANDEN/BESLAGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BSL-NR
                  ALTERNATE RECORD KEY IS BSL-REKNR WITH DUPLICATES
                  FILE STATUS IS BESLAGEN-STATUS.

           SELECT SORT-WERKBESTAND
                  ASSIGN TO "BESTANDEN/SORTGARANTIE.TMP".

           SELECT OPTIONAL GARANTIE-EXPORT
                  ASSIGN TO "BESTANDEN/GARANTIE.EXP"
                  FILE STATUS IS EXPORT-STATUS.

           SELECT OPTIONAL GARANTIELIJST
                  ASSIGN TO "BESTANDEN/GARANTIE.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TERMIJNDEPOSITOS BLOCK CONTAINS 10 RECORDS.
       01  DEPOSITO.
           COPY "termdep.cpy".

       FD  BESLAGEN BLOCK CONTAINS 10 RECORDS.
       01  BESLAG-REC.
           COPY "beslag.cpy".

       SD  SORT-WERKBESTAND.
       01  SORT-AANDEEL.
           02 SRT-KLANTNR PIC 9(7).
           02 SRT-REKNR PIC 9(12).
           02 SRT-ROL PIC X(1).
           02 SRT-HOUDERS PIC 9(2).
           02 SRT-MUNT PIC X(3).
           02 SRT-AANDEEL PIC 9(11)V99.
           02 SRT-GEBLOKKEERD PIC X(1).
               88 SRT-REK-GEBLOKKEERD VALUE "J".
           02 SRT-BESLAG PIC X(1).
               88 SRT-REK-BESLAG VALUE "J".

       FD  GARANTIE-EXPORT BLOCK CONTAINS 10 RECORDS.
       01  GARANTIE-RECORD.
           COPY "garantie.cpy".
           COPY "domkop.cpy".

       FD  GARANTIELIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  EERSTE-KLANT PIC X(1).
           88 NOG-GEEN-KLANT VALUE "J".
       77  MEDE-KLAAR PIC X(1).
           88 MEDE-SCAN-KLAAR VALUE "J".
       77  TDP-KLAAR PIC X(1).
           88 TDP-SCAN-KLAAR VALUE "J".
       77  BSL-KLAAR PIC X(1).
           88 BSL-SCAN-KLAAR VALUE "J".
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  REKENINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  DEPOSITOS-STATUS PIC X(2).
       77  BESLAGEN-STATUS PIC X(2).
       77  EXPORT-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  GARANTIE-PLAFOND PIC 9(9)V99 VALUE 100000.
       77  REK-MUNT-NORM PIC X(3).
       77  KOERS PIC 9(3)V9(6).
       77  KOERS-RESULTAAT PIC X(1).
           88 KOERS-GEVONDEN VALUE "J".
       77  REK-BEDRAG PIC S9(9)V99.
       77  EUR-BEDRAG PIC 9(11)V99.
       77  AANDEEL PIC 9(11)V99.
       77  AANDEEL-TITULARIS PIC 9(11)V99.
       77  AANTAL-HOUDERS PIC 9(2).
       77  MEDE-IDX PIC 9(2) COMP.
       77  REK-BESLAG PIC X(1).
           88 REKENING-ONDER-BESLAG VALUE "J".
       77  HUIDIG-KLANTNR PIC 9(7).
       77  KLANT-TOTAAL PIC 9(11)V99.
       77  KLANT-REKENINGEN PIC 9(3).
       77  KLANT-NAZICHT PIC X(1).
           88 KLANT-MOET-NAZICHT VALUE "J".
       77  AANTAL-REKENINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-DEPOSANTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-BOVEN-PLAFOND PIC 9(7) VALUE ZERO.
       77  AANTAL-UITZONDERINGEN PIC 9(7) VALUE ZERO.
       77  TOTAAL-DEPOSITO PIC 9(13)V99 VALUE ZERO.
       77  TOTAAL-GEDEKT PIC 9(13)V99 VALUE ZERO.
       77  TOTAAL-NIET-GEDEKT PIC 9(13)V99 VALUE ZERO.
       77  EXPORT-HASH PIC 9(12) VALUE ZERO.
       77  EXPORT-HASH-BEDRAG PIC 9(11).
       77  TOTAAL-BEDRAG-ED PIC Z(12)9.99.
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
       01  MEDEHOUDERS-TABEL.
           02 MEDE-ITEM OCCURS 20.
               03 TAB-MEDE-KLANTNR PIC 9(7).
       77  MEDE-BEZET PIC 9(2).
       01  WERK-REKNR.
           02 WRK-DEEL1 PIC 999.
           02 WRK-DEEL2 PIC 9(7).
           02 WRK-DEEL3 PIC 99.
       01  UITZONDERING-VELDEN.
           02 UZL-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 UZL-NAAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 UZL-DEEL1 PIC 999.
           02 UZL-STREEP1 PIC X.
           02 UZL-DEEL2 PIC 9(7).
           02 UZL-STREEP2 PIC X.
           02 UZL-DEEL3 PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UZL-AANDEEL PIC Z(10)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UZL-REDEN PIC X(30).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           SORT SORT-WERKBESTAND
               ON ASCENDING KEY SRT-KLANTNR SRT-REKNR
               INPUT PROCEDURE IS VERDEEL-REKENINGEN
               OUTPUT PROCEDURE IS BOUW-KLANTBEELDEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE AANTAL-DEPOSANTEN TO REGISTER-AANTAL
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO REK MEDEHOUDER-REC
           MOVE "N" TO GEDAAN
           MOVE "J" TO EERSTE-KLANT
           MOVE SPACES TO UITZONDERING-VELDEN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "MAAK-GARANTIEBESTAND" TO REGISTER-PROGRAMMA
           MOVE SPACES TO REGISTER-PERIODE
           MOVE RUNDATUM TO REGISTER-PERIODE
           PERFORM REGISTREER-START
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
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "05"
               DISPLAY "KAN MEDEHOUDERSBESTAND NIET OPENEN, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT TERMIJNDEPOSITOS
           IF DEPOSITOS-STATUS NOT = "00"
               AND DEPOSITOS-STATUS NOT = "05"
               DISPLAY "KAN DEPOSITOBESTAND NIET OPENEN, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT BESLAGEN
           IF BESLAGEN-STATUS NOT = "00" AND BESLAGEN-STATUS NOT = "05"
               DISPLAY "KAN BESLAGENBESTAND NIET OPENEN, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT GARANTIE-EXPORT
           IF EXPORT-STATUS NOT = "00" AND EXPORT-STATUS NOT = "05"
               DISPLAY "KAN GARANTIEBESTAND NIET OPENEN, STATUS: "
                   EXPORT-STATUS
               PERFORM FOUT
           END-IF
           MOVE SPACES TO KOP-RECORD
           MOVE "HD" TO KOP-TYPE
           MOVE RUNDATUM TO KOP-DATUM
           WRITE KOP-RECORD
           OPEN OUTPUT GARANTIELIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "DEPOSITOGARANTIE - KLANTBEELD OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:100)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "UITZONDERINGEN VOOR MANUEEL NAZICHT" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "KLANT" TO LIJST-REGEL (1:5)
           MOVE "NAAM" TO LIJST-REGEL (9:4)
           MOVE "REKENING" TO LIJST-REGEL (30:8)
           MOVE "AANDEEL EUR" TO LIJST-REGEL (49:11)
           MOVE "REDEN" TO LIJST-REGEL (63:5)
           PERFORM SCHRIJF-LIJSTREGEL.

      *    INPUT PROCEDURE: PER OPEN REKENING HET IN AANMERKING
      *    KOMENDE BEDRAG IN EURO, VERDEELD OVER DE HOUDERS.
       VERDEEL-REKENINGEN.
           PERFORM VERDEEL-REKENING UNTIL STOPLEZEN.

       VERDEEL-REKENING.
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
           IF NOT STOPLEZEN AND NOT REKENING-GESLOTEN
               ADD 1 TO AANTAL-REKENINGEN
               MOVE ZERO TO REK-BEDRAG
               IF SALDO > ZERO
                   MOVE SALDO TO REK-BEDRAG
               END-IF
               PERFORM TEL-DEPOSITOS
               MOVE MUNT TO REK-MUNT-NORM
               PERFORM NORMALISEER-REK-MUNT
               PERFORM ZOEK-KOERS
               COMPUTE EUR-BEDRAG ROUNDED = REK-BEDRAG * KOERS
               PERFORM ZOEK-MEDEHOUDERS
               PERFORM ZOEK-BESLAG
               COMPUTE AANTAL-HOUDERS = MEDE-BEZET + 1
               COMPUTE AANDEEL ROUNDED = EUR-BEDRAG / AANTAL-HOUDERS
               COMPUTE AANDEEL-TITULARIS = EUR-BEDRAG
                   - AANDEEL * MEDE-BEZET
               MOVE SPACES TO SORT-AANDEEL
               MOVE KLANTNR TO SRT-KLANTNR
               MOVE REKNR TO SRT-REKNR
               MOVE "T" TO SRT-ROL
               MOVE AANTAL-HOUDERS TO SRT-HOUDERS
               MOVE REK-MUNT-NORM TO SRT-MUNT
               MOVE AANDEEL-TITULARIS TO SRT-AANDEEL
               MOVE GEBLOKKEERD TO SRT-GEBLOKKEERD
               MOVE REK-BESLAG TO SRT-BESLAG
               RELEASE SORT-AANDEEL
               MOVE AANDEEL TO SRT-AANDEEL
               MOVE "M" TO SRT-ROL
               PERFORM GEEF-MEDEHOUDER-VRIJ
                   VARYING MEDE-IDX FROM 1 BY 1
                   UNTIL MEDE-IDX > MEDE-BEZET
           END-IF.

       GEEF-MEDEHOUDER-VRIJ.
           MOVE TAB-MEDE-KLANTNR (MEDE-IDX) TO SRT-KLANTNR
           RELEASE SORT-AANDEEL.

       TEL-DEPOSITOS.
           MOVE "N" TO TDP-KLAAR
           MOVE REKNR TO TDP-REKNR
           MOVE ZERO TO TDP-VOLGNR
           START TERMIJNDEPOSITOS KEY IS NOT < TDP-SLEUTEL
               INVALID KEY MOVE "J" TO TDP-KLAAR
           END-START
           PERFORM TEL-VOLGEND-DEPOSITO UNTIL TDP-SCAN-KLAAR.

       TEL-VOLGEND-DEPOSITO.
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
               IF TDP-REKNR NOT = REKNR
                   MOVE "J" TO TDP-KLAAR
               ELSE
                   IF DEPOSITO-LOPEND
                       ADD TDP-BEDRAG TO REK-BEDRAG
                   END-IF
               END-IF
           END-IF.

      * ALLEEN MEDEHOUDERS (ROL "M") DELEN IN HET SALDO; EEN
      * VOLMACHTHEBBER IS GEEN DEPOSANT.
       ZOEK-MEDEHOUDERS.
           MOVE ZERO TO MEDE-BEZET
           MOVE "N" TO MEDE-KLAAR
           MOVE REKNR TO MHD-REKNR
           MOVE ZERO TO MHD-KLANTNR
           START MEDEHOUDERS KEY IS NOT < MHD-SLEUTEL
               INVALID KEY MOVE "J" TO MEDE-KLAAR
           END-START
           PERFORM LEES-VOLGENDE-MEDEHOUDER UNTIL MEDE-SCAN-KLAAR.

       LEES-VOLGENDE-MEDEHOUDER.
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
               IF MHD-REKNR NOT = REKNR
                   MOVE "J" TO MEDE-KLAAR
               ELSE
                   IF MEDEHOUDER-MEDE AND MHD-KLANTNR NOT = KLANTNR
                       IF MEDE-BEZET < 20
                           ADD 1 TO MEDE-BEZET
                           MOVE MHD-KLANTNR
                               TO TAB-MEDE-KLANTNR (MEDE-BEZET)
                       ELSE
                           DISPLAY "TE VEEL MEDEHOUDERS OP REKENING "
                               DEEL1 "-" DEEL2 "-" DEEL3
                           PERFORM FOUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ZOEK-BESLAG.
           MOVE "N" TO REK-BESLAG
           MOVE "N" TO BSL-KLAAR
           MOVE REKNR TO BSL-REKNR
           START BESLAGEN KEY IS = BSL-REKNR
               INVALID KEY MOVE "J" TO BSL-KLAAR
           END-START
           PERFORM LEES-VOLGEND-BESLAG UNTIL BSL-SCAN-KLAAR.

       LEES-VOLGEND-BESLAG.
           READ BESLAGEN NEXT
               AT END MOVE "J" TO BSL-KLAAR
           END-READ
           IF NOT BSL-SCAN-KLAAR
               IF BESLAGEN-STATUS NOT = "00"
                   AND BESLAGEN-STATUS NOT = "02"
                   DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                       BESLAGEN-STATUS
                   PERFORM FOUT
               END-IF
               IF BSL-REKNR NOT = REKNR
                   MOVE "J" TO BSL-KLAAR
               ELSE
                   IF BESLAG-ACTIEF
                       SET REKENING-ONDER-BESLAG TO TRUE
                       MOVE "J" TO BSL-KLAAR
                   END-IF
               END-IF
           END-IF.

       NORMALISEER-REK-MUNT.
           IF REK-MUNT-NORM = SPACES OR REK-MUNT-NORM = "000"
               OR REK-MUNT-NORM = LOW-VALUES
               MOVE "EUR" TO REK-MUNT-NORM
           END-IF.

       ZOEK-KOERS.
           CALL "LEES-KOERS" USING REK-MUNT-NORM KOERS
               KOERS-RESULTAAT
           IF NOT KOERS-GEVONDEN
               DISPLAY "GEEN KOERS VOOR " REK-MUNT-NORM
                   " - REKENING " DEEL1 "-" DEEL2 "-" DEEL3
                   " AAN KOERS 1 OMGEREKEND"
               MOVE 1 TO KOERS
           END-IF.

      *    OUTPUT PROCEDURE: DE AANDELEN KOMEN PER KLANT TERUG EN
      *    WORDEN BIJ KLANTWISSEL TOT EEN KLANTBEELD SAMENGEVOEGD.
       BOUW-KLANTBEELDEN.
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM VERWERK-AANDEEL UNTIL SORT-UITGELEZEN
           IF NOT NOG-GEEN-KLANT
               PERFORM SCHRIJF-KLANTBEELD
           END-IF.

       VERWERK-AANDEEL.
           RETURN SORT-WERKBESTAND
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF NOG-GEEN-KLANT
                   MOVE "N" TO EERSTE-KLANT
                   PERFORM BEGIN-KLANT
               ELSE
                   IF SRT-KLANTNR NOT = HUIDIG-KLANTNR
                       PERFORM SCHRIJF-KLANTBEELD
                       PERFORM BEGIN-KLANT
                   END-IF
               END-IF
               ADD SRT-AANDEEL TO KLANT-TOTAAL
               ADD 1 TO KLANT-REKENINGEN
               IF SRT-REK-GEBLOKKEERD
                   MOVE "REKENING GEBLOKKEERD" TO UZL-REDEN
                   PERFORM DRUK-REKENING-UITZONDERING
               END-IF
               IF SRT-REK-BESLAG
                   MOVE "ACTIEF BESLAG OP REKENING" TO UZL-REDEN
                   PERFORM DRUK-REKENING-UITZONDERING
               END-IF
           END-IF.

       BEGIN-KLANT.
           MOVE SRT-KLANTNR TO HUIDIG-KLANTNR
           MOVE ZERO TO KLANT-TOTAAL
           MOVE ZERO TO KLANT-REKENINGEN
           MOVE "N" TO KLANT-NAZICHT
           SET KLANT-ONBEKEND TO TRUE
           MOVE HUIDIG-KLANTNR TO NR
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
               MOVE HUIDIG-KLANTNR TO NR
               MOVE "ONBEKENDE KLANT" TO NAAM
               MOVE "KLANT NIET IN KLANTENBESTAND" TO UZL-REDEN
               PERFORM DRUK-KLANT-UITZONDERING
           ELSE
               IF NAAM = "GEANONIMISEERD"
                   MOVE "KLANT GEANONIMISEERD" TO UZL-REDEN
                   PERFORM DRUK-KLANT-UITZONDERING
               END-IF
           END-IF.

       SCHRIJF-KLANTBEELD.
           ADD 1 TO AANTAL-DEPOSANTEN
           MOVE SPACES TO GARANTIE-RECORD
           MOVE "20" TO GAR-TYPE
           MOVE HUIDIG-KLANTNR TO GAR-KLANTNR
           MOVE NAAM TO GAR-NAAM
           MOVE STRAAT TO GAR-STRAAT
           MOVE POSTCODE TO GAR-POSTCODE
           MOVE GEMEENTE TO GAR-GEMEENTE
           MOVE KLANT-REKENINGEN TO GAR-AANTAL-REKENINGEN
           MOVE KLANT-TOTAAL TO GAR-TOTAAL
           IF KLANT-TOTAAL > GARANTIE-PLAFOND
               MOVE GARANTIE-PLAFOND TO GAR-GEDEKT
               ADD 1 TO AANTAL-BOVEN-PLAFOND
           ELSE
               MOVE KLANT-TOTAAL TO GAR-GEDEKT
           END-IF
           COMPUTE GAR-NIET-GEDEKT = KLANT-TOTAAL - GAR-GEDEKT
           MOVE KLANT-NAZICHT TO GAR-NAZICHT
           MOVE RUNDATUM TO GAR-DATUM
           WRITE GARANTIE-RECORD
           ADD GAR-TOTAAL TO TOTAAL-DEPOSITO
           ADD GAR-GEDEKT TO TOTAAL-GEDEKT
           ADD GAR-NIET-GEDEKT TO TOTAAL-NIET-GEDEKT
           COMPUTE EXPORT-HASH-BEDRAG = GAR-GEDEKT * 100
           ADD EXPORT-HASH-BEDRAG TO EXPORT-HASH.

       DRUK-REKENING-UITZONDERING.
           MOVE SRT-REKNR TO WERK-REKNR
           MOVE HUIDIG-KLANTNR TO UZL-KLANTNR
           MOVE NAAM TO UZL-NAAM
           MOVE WRK-DEEL1 TO UZL-DEEL1
           MOVE "-" TO UZL-STREEP1
           MOVE WRK-DEEL2 TO UZL-DEEL2
           MOVE "-" TO UZL-STREEP2
           MOVE WRK-DEEL3 TO UZL-DEEL3
           MOVE SRT-AANDEEL TO UZL-AANDEEL
           PERFORM DRUK-UITZONDERING.

       DRUK-KLANT-UITZONDERING.
           MOVE HUIDIG-KLANTNR TO UZL-KLANTNR
           MOVE NAAM TO UZL-NAAM
           PERFORM DRUK-UITZONDERING.

       DRUK-UITZONDERING.
           MOVE "J" TO KLANT-NAZICHT
           ADD 1 TO AANTAL-UITZONDERINGEN
           MOVE UITZONDERING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SPACES TO UITZONDERING-VELDEN.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE KLANTEN
           CLOSE MEDEHOUDERS
           CLOSE TERMIJNDEPOSITOS
           CLOSE BESLAGEN
           MOVE SPACES TO STAART-RECORD
           MOVE "TR" TO STAART-TYPE
           MOVE AANTAL-DEPOSANTEN TO STAART-AANTAL
           MOVE EXPORT-HASH TO STAART-HASH
           WRITE STAART-RECORD
           CLOSE GARANTIE-EXPORT.

       DRUK-TOTALEN.
           IF AANTAL-UITZONDERINGEN = ZERO
               MOVE "GEEN UITZONDERINGEN" TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:100)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REKENINGEN OPGENOMEN     : " AANTAL-REKENINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "DEPOSANTEN               : " AANTAL-DEPOSANTEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BOVEN HET PLAFOND        : " AANTAL-BOVEN-PLAFOND
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "UITZONDERINGEN           : " AANTAL-UITZONDERINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-DEPOSITO TO TOTAAL-BEDRAG-ED
           STRING "TOTAAL DEPOSITO'S (EUR)  : " TOTAAL-BEDRAG-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-GEDEKT TO TOTAAL-BEDRAG-ED
           STRING "GEDEKT (EUR)             : " TOTAAL-BEDRAG-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-NIET-GEDEKT TO TOTAAL-BEDRAG-ED
           STRING "NIET GEDEKT (EUR)        : " TOTAAL-BEDRAG-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE GARANTIELIJST
           MOVE "DEPOSITOGARANTIE" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/GARANTIE.LST" TO SPOOL-BESTANDSNAAM
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
           MOVE "MAAK-GARANTIEBESTAND" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
