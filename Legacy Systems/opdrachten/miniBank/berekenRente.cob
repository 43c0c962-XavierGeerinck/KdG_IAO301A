      * ZOALS VROEGER.
      *
      * DE RENTE WORDT BEREKEND OP HET VALUTAIR BESCHIKBARE SALDO:
      * JOURNAALREGELS WAARVAN DE VALUTADATUM NA DE RUNDATUM LIGT
      * (BV. EEN STORTING VAN VRIJDAGAVOND MET VALUTA MAANDAG) TELLEN
      * NOG NIET MEE. DE SOM VAN DIE TOEKOMSTVALUTA WORDT PER
      * REKENING UIT HET GEINDEXEERDE JOURNAAL REKJOURNAAL.IDX
      * GEHAALD EN VAN HET SALDO AFGETROKKEN. EEN VALUTADATUM LIGT
      * HOOGSTENS ENKELE DAGEN NA DE BOEKDATUM, DUS WORDEN ENKEL DE
      * BOEKINGEN VAN DE REKENING VANAF EEN MAAND VOOR DE RUNDATUM
      * GELEZEN.
      *
      * BIJ DE START KAN EEN PROEFDRAAI GEKOZEN WORDEN: DE VOLLEDIGE
      * CONTROLELIJST EN TOTALEN VERSCHIJNEN, MAAR ER WORDT NIETS
      * GROOTBOEK.WRK EN BRUTO EN VOORHEFFING WORDEN PER KLANT EN
      * PER JAAR OPGETELD IN RENTEFISCAAL.DAT, WAARUIT
      * PRINT-RENTEATTESTEN OP JAAREINDE HET ATTEST PER KLANT DRUKT.
      * DE GROOTBOEKREGELS WORDEN PER THUISKANTOOR VAN DE REKENINGEN
      * GESPLITST (ZIE BOEK-GROOTBOEK).
      *
      * DE GEREGLEMENTEERDE SPAARREKENING (REKENINGTYPE "GRSP") VOLGT
      * NIET DE SALDOBANDEN MAAR WERKT PER STORTING (TRANCHE) IN
      * SPAARTRANCHES.DAT: ELKE MAAND BOUWT ELKE TRANCHE BASISRENTE
      * OP TEGEN GRS-BASISRENTE (PARAMETERS.DAT, OP JAARBASIS) EN EEN
      * TRANCHE DIE TWAALF MAANDEN ONAANGEROERD BLEEF VERDIENT DE
      * GETROUWHEIDSPREMIE TEGEN GRS-GETROUWPREMIE, WAARNA EEN
      * NIEUWE GETROUWHEIDSPERIODE BEGINT. DE BASISRENTE WORDT
      * JAARLIJKS GEBOEKT BIJ DE RUN VAN DECEMBER, DE PREMIE PER
      * KWARTAAL BIJ DE RUNS VAN MAART, JUNI, SEPTEMBER EN DECEMBER;
      * BEIDE VOLGEN DAARNA DE GEWONE WEG VAN VOORHEFFING,
      * RENTEFISCAAL.DAT EN GROOTBOEK. DE GEBOEKTE NETTORENTE WORDT
      * ZELF EEN NIEUWE TRANCHE. VOORAF WORDEN DE TRANCHES
      * AFGESTEMD MET HET SALDO (EEN TEKORT WORDT EEN NIEUWE TRANCHE,
      * EEN OVERSCHOT GAAT AF VAN DE RECENTSTE TRANCHES) EN DE
      * OPSPLITSING PER TRANCHE KOMT OP DE CONTROLELIJST.
      *
      * AANGEREKENDE DEBETRENTE EN UITBETAALDE BRUTO CREDITRENTE
      * (MET DE INGEHOUDEN VOORHEFFING) KOMEN PER REKENING OOK IN
      * KOSTENREGISTER.LOG, WAARUIT PRINT-KOSTENOVERZICHT OP
      * JAAREINDE HET KOSTENOVERZICHT PER KLANT OPMAAKT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL JOURNAAL-INDEX
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.IDX"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS JRX-SLEUTEL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL RENTEFISCAAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BANDEN-STATUS.

           SELECT OPTIONAL SPAARTRANCHES
                  ASSIGN TO "BESTANDEN/SPAARTRANCHES.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS STR-SLEUTEL
                  FILE STATUS IS TRANCHES-STATUS.

           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
       01  REK.
           COPY "rekening.cpy".

       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  RENTEFISCAAL BLOCK CONTAINS 10 RECORDS.
       01  FISCAAL-REC.
       01  RENTEBAND-REGEL.
           COPY "renteband.cpy".

       FD  SPAARTRANCHES BLOCK CONTAINS 10 RECORDS.
       01  TRANCHE-REC.
           COPY "spaartranche.cpy".

       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEDAAN-BANDEN PIC X(1).
       77  GEDAAN-JOURNAAL PIC X(1).
           88 STOPLEZEN-JOURNAAL VALUE "J".
       77  JOURNAAL-STATUS PIC X(2).
       77  JOURNAAL-TOESTAND PIC X(1).
           88 JOURNAAL-AANWEZIG VALUE "J".
       77  VALUTASALDO PIC S9(9)V99.
       77  VALUTA-CORRECTIE PIC S9(9)V99.
       01  VALUTA-VANAF.
           02 VANAF-JAAR PIC 9(4).
           02 VANAF-MAAND PIC 99.
           02 VANAF-DAG PIC 99.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".
       77  RUNDATUM PIC 9(8).
       77  MAAND-RENTE PIC S9(7)V99.
       77  BAND-RENTE PIC S9(7)V99.
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       77  PROEFDRAAI-KEUZE PIC X(1).
           88 PROEFDRAAI VALUE "J".
       77  TRANCHES-STATUS PIC X(2).
       77  TRANCHE-KLAAR PIC X(1).
           88 TRANCHE-SCAN-KLAAR VALUE "J".
       77  GRS-BASISRENTE PIC 9(3)V99.
       77  GRS-PREMIE PIC 9(3)V99.
       77  RUN-MAAND PIC 99.
       77  JAAR-TOESTAND PIC X(1).
           88 JAAREINDE VALUE "J".
       77  KWARTAAL-TOESTAND PIC X(1).
           88 KWARTAALEINDE VALUE "J".
       77  TRANCHE-TOTAAL PIC 9(9)V99.
       77  TRANCHE-DOEL PIC 9(9)V99.
       77  GETROUW-EINDE PIC 9(8).
       77  TR-BASIS PIC 9(7)V99.
       77  TR-PREMIE PIC 9(7)V99.
       77  TR-BASIS-GEBOEKT PIC 9(7)V99.
       77  TR-PREMIE-GEBOEKT PIC 9(7)V99.
       77  SPAAR-BASIS PIC 9(7)V99.
       77  SPAAR-PREMIE PIC 9(7)V99.
       77  TOTALE-BASISRENTE PIC 9(9)V99 VALUE ZERO.
       77  TOTALE-PREMIE PIC 9(9)V99 VALUE ZERO.
       77  SPAAR-REKNR PIC 9(12).
       77  SPAAR-BEDRAG PIC S9(7)V99.
       77  SPAAR-DATUM PIC 9(8).
       77  SPAAR-RESULTAAT PIC X(1).
           88 TRANCHE-GEBOEKT VALUE "J".
           88 TRANCHES-ONTOEREIKEND VALUE "T".
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

           MOVE "RV-PERCENTAGE" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO RV-PERCENTAGE
           MOVE "GRS-BASISRENTE" TO PARAM-NAAM
           PERFORM HAAL-SPAARPARAMETER
           MOVE PARAM-WAARDE TO GRS-BASISRENTE
           MOVE "GRS-GETROUWPREMIE" TO PARAM-NAAM
           PERFORM HAAL-SPAARPARAMETER
           MOVE PARAM-WAARDE TO GRS-PREMIE
           MOVE RUNDATUM (5:2) TO RUN-MAAND
           MOVE "N" TO JAAR-TOESTAND KWARTAAL-TOESTAND
           IF RUN-MAAND = 12
               MOVE "J" TO JAAR-TOESTAND
           END-IF
           IF RUN-MAAND = 3 OR RUN-MAAND = 6 OR RUN-MAAND = 9
               OR RUN-MAAND = 12
               MOVE "J" TO KWARTAAL-TOESTAND
           END-IF
           PERFORM LAAD-RENTEBANDEN
           PERFORM OPEN-JOURNAALINDEX
           OPEN I-O RENTEFISCAAL
           IF FISCAAL-STATUS NOT = "00" AND FISCAAL-STATUS NOT = "05"
               DISPLAY "KAN RENTEFISCAAL NIET OPENEN, STATUS: "
                   FISCAAL-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND KOSTENREGISTER
           OPEN I-O REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
           END-IF.

       CREDITEER-RENTE.
           IF REKENINGTYPE = "GRSP"
               PERFORM BEREKEN-SPAARRENTE
           ELSE
               PERFORM BEPAAL-VALUTASALDO
               IF BAND-BEZET > ZERO
                   PERFORM BEREKEN-BANDRENTE
               ELSE
                   COMPUTE MAAND-RENTE ROUNDED = VALUTASALDO
                       * RENTE / 100 / 12
               END-IF
           END-IF
           MOVE MAAND-RENTE TO BRUTO-RENTE
           IF MAAND-RENTE > ZERO
               ADD RV-BEDRAG TO TOTALE-VOORHEFFING
               ADD 1 TO AANTAL-GECREDITEERD
           END-IF
           IF NOT PROEFDRAAI
               PERFORM TEL-GROOTBOEK-KANTOOR
           END-IF
           IF BRUTO-RENTE > ZERO AND NOT PROEFDRAAI
               PERFORM WERK-FISCAAL-BIJ
           END-IF
           IF NOT PROEFDRAAI
               PERFORM REGISTREER-RENTE
           END-IF
           IF REKENINGTYPE = "GRSP" AND MAAND-RENTE > ZERO
               AND NOT PROEFDRAAI
               MOVE MAAND-RENTE TO SPAAR-BEDRAG
               PERFORM BOEK-TRANCHE
           END-IF
           DISPLAY "REKENING " DEEL1 "-" DEEL2 "-" DEEL3
               " BRUTO: " BRUTO-RENTE " VOORHEFFING: " RV-BEDRAG
               " NETTO: " MAAND-RENTE " NIEUW SALDO: " SALDO.

      * GEREGLEMENTEERDE SPAARREKENING: EERST DE TRANCHES AFSTEMMEN
      * MET HET SALDO, DAN PER TRANCHE DE BASISRENTE OPBOUWEN EN DE
      * GETROUWHEIDSPREMIE TOEKENNEN, EN OP JAAR- OF KWARTAALEINDE
      * HET OPGEBOUWDE BEDRAG BOEKEN (MAAND-RENTE).
       BEREKEN-SPAARRENTE.
           MOVE ZERO TO MAAND-RENTE SPAAR-BASIS SPAAR-PREMIE
           IF NOT PROEFDRAAI
               PERFORM STEM-TRANCHES-AF
           END-IF
           IF PROEFDRAAI
               OPEN INPUT SPAARTRANCHES
           ELSE
               OPEN I-O SPAARTRANCHES
           END-IF
           IF TRANCHES-STATUS NOT = "00" AND TRANCHES-STATUS NOT = "05"
               DISPLAY "KAN SPAARTRANCHES NIET OPENEN, STATUS: "
                   TRANCHES-STATUS
               PERFORM FOUT
           END-IF
           PERFORM START-TRANCHES
           PERFORM VERWERK-TRANCHE UNTIL TRANCHE-SCAN-KLAAR
           CLOSE SPAARTRANCHES
           COMPUTE MAAND-RENTE = SPAAR-BASIS + SPAAR-PREMIE
           ADD SPAAR-BASIS TO TOTALE-BASISRENTE
           ADD SPAAR-PREMIE TO TOTALE-PREMIE
           DISPLAY "  GEREGLEMENTEERD " DEEL1 "-" DEEL2 "-" DEEL3
               " BASISRENTE GEBOEKT: " SPAAR-BASIS
               " PREMIE GEBOEKT: " SPAAR-PREMIE.

       STEM-TRANCHES-AF.
           MOVE ZERO TO TRANCHE-TOTAAL TRANCHE-DOEL
           IF SALDO > ZERO
               MOVE SALDO TO TRANCHE-DOEL
           END-IF
           OPEN INPUT SPAARTRANCHES
           IF TRANCHES-STATUS NOT = "00" AND TRANCHES-STATUS NOT = "05"
               DISPLAY "KAN SPAARTRANCHES NIET OPENEN, STATUS: "
                   TRANCHES-STATUS
               PERFORM FOUT
           END-IF
           PERFORM START-TRANCHES
           PERFORM TEL-TRANCHE UNTIL TRANCHE-SCAN-KLAAR
           CLOSE SPAARTRANCHES
           IF TRANCHE-TOTAAL NOT = TRANCHE-DOEL
               COMPUTE SPAAR-BEDRAG = TRANCHE-DOEL - TRANCHE-TOTAAL
               DISPLAY "  AFSTEMMING TRANCHES " DEEL1 "-" DEEL2 "-"
                   DEEL3 " SALDO " TRANCHE-DOEL " TRANCHES "
                   TRANCHE-TOTAAL " VERSCHIL " SPAAR-BEDRAG
               PERFORM BOEK-TRANCHE
           END-IF.

       START-TRANCHES.
           MOVE "N" TO TRANCHE-KLAAR
           MOVE REKNR TO STR-REKNR
           MOVE ZERO TO STR-VOLGNR
           START SPAARTRANCHES KEY IS NOT < STR-SLEUTEL
               INVALID KEY MOVE "J" TO TRANCHE-KLAAR
           END-START.

       LEES-TRANCHE.
           READ SPAARTRANCHES NEXT
               AT END MOVE "J" TO TRANCHE-KLAAR
           END-READ
           IF NOT TRANCHE-SCAN-KLAAR
               IF TRANCHES-STATUS NOT = "00"
                   AND TRANCHES-STATUS NOT = "02"
                   DISPLAY "SPAARTRANCHES IS DEFECT, STATUS: "
                       TRANCHES-STATUS
                   PERFORM FOUT
               END-IF
               IF STR-REKNR NOT = REKNR
                   MOVE "J" TO TRANCHE-KLAAR
               END-IF
           END-IF.

       TEL-TRANCHE.
           PERFORM LEES-TRANCHE
           IF NOT TRANCHE-SCAN-KLAAR
               ADD STR-BEDRAG TO TRANCHE-TOTAAL
           END-IF.

       VERWERK-TRANCHE.
           PERFORM LEES-TRANCHE
           IF NOT TRANCHE-SCAN-KLAAR
               PERFORM REKEN-TRANCHE
           END-IF.

       REKEN-TRANCHE.
           MOVE ZERO TO TR-BASIS TR-PREMIE TR-BASIS-GEBOEKT
               TR-PREMIE-GEBOEKT
           IF STR-BEDRAG > ZERO AND STR-STORTDATUM NOT > RUNDATUM
               COMPUTE TR-BASIS ROUNDED = STR-BEDRAG
                   * GRS-BASISRENTE / 100 / 12
               ADD TR-BASIS TO STR-BASIS-OPGEBOUWD
           END-IF
           COMPUTE GETROUW-EINDE = STR-GETROUWSTART + 10000
           IF STR-BEDRAG > ZERO AND GETROUW-EINDE NOT > RUNDATUM
               COMPUTE TR-PREMIE ROUNDED = STR-BEDRAG
                   * GRS-PREMIE / 100
               ADD TR-PREMIE TO STR-PREMIE-OPGEBOUWD
               MOVE GETROUW-EINDE TO STR-GETROUWSTART
           END-IF
           IF JAAREINDE
               MOVE STR-BASIS-OPGEBOUWD TO TR-BASIS-GEBOEKT
               ADD TR-BASIS-GEBOEKT TO SPAAR-BASIS
               MOVE ZERO TO STR-BASIS-OPGEBOUWD
           END-IF
           IF KWARTAALEINDE
               MOVE STR-PREMIE-OPGEBOUWD TO TR-PREMIE-GEBOEKT
               ADD TR-PREMIE-GEBOEKT TO SPAAR-PREMIE
               ADD TR-PREMIE-GEBOEKT TO STR-PREMIE-BETAALD
               MOVE ZERO TO STR-PREMIE-OPGEBOUWD
           END-IF
           DISPLAY "  TRANCHE " STR-VOLGNR " GESTORT " STR-STORTDATUM
               " BEDRAG " STR-BEDRAG " GETROUW VANAF "
               STR-GETROUWSTART
           DISPLAY "    BASIS MAAND " TR-BASIS " OPGEBOUWD "
               STR-BASIS-OPGEBOUWD " GEBOEKT " TR-BASIS-GEBOEKT
           DISPLAY "    PREMIE VERDIEND " TR-PREMIE " OPGEBOUWD "
               STR-PREMIE-OPGEBOUWD " GEBOEKT " TR-PREMIE-GEBOEKT
           IF NOT PROEFDRAAI
               PERFORM BEWAAR-TRANCHE
           END-IF.

      * EEN LEGE TRANCHE ZONDER OPENSTAANDE RENTE OF PREMIE
      * VERDWIJNT; NA HET SCHRAPPEN WORDT DE LEESPOSITIE ACHTER DE
      * GESCHRAPTE SLEUTEL HERNOMEN.
       BEWAAR-TRANCHE.
           IF STR-BEDRAG = ZERO AND STR-BASIS-OPGEBOUWD = ZERO
               AND STR-PREMIE-OPGEBOUWD = ZERO
               DELETE SPAARTRANCHES RECORD
                   INVALID KEY
                       DISPLAY "SPAARTRANCHES IS DEFECT, STATUS: "
                           TRANCHES-STATUS
                       PERFORM FOUT
               END-DELETE
               START SPAARTRANCHES KEY IS > STR-SLEUTEL
                   INVALID KEY MOVE "J" TO TRANCHE-KLAAR
               END-START
           ELSE
               REWRITE TRANCHE-REC
                   INVALID KEY
                       DISPLAY "SPAARTRANCHES IS DEFECT, STATUS: "
                           TRANCHES-STATUS
                       PERFORM FOUT
               END-REWRITE
           END-IF.

       BOEK-TRANCHE.
           MOVE REKNR TO SPAAR-REKNR
           MOVE RUNDATUM TO SPAAR-DATUM
           CALL "BOEK-SPAARTRANCHE" USING SPAAR-REKNR SPAAR-BEDRAG
               SPAAR-DATUM SPAAR-RESULTAAT
           IF NOT TRANCHE-GEBOEKT AND NOT TRANCHES-ONTOEREIKEND
               DISPLAY "KAN SPAARTRANCHES NIET BIJWERKEN VOOR "
                   DEEL1 "-" DEEL2 "-" DEEL3
               PERFORM FOUT
           END-IF.

       WERK-FISCAAL-BIJ.
           SET FISCAAL-NIEUW TO TRUE
           MOVE KLANTNR TO RF-KLANTNR
               END-WRITE
           END-IF.

       REGISTREER-RENTE.
           MOVE SPACES TO KOSTREG-REGEL
           MOVE RUNDATUM TO KRG-DATUM
           MOVE KLANTNR TO KRG-KLANTNR
           MOVE REKNR TO KRG-REKNR
           MOVE ZERO TO KRG-VOORHEFFING
           IF MAAND-RENTE < ZERO
               SET KOST-DEBETRENTE TO TRUE
               COMPUTE KRG-BEDRAG = 0 - MAAND-RENTE
               WRITE KOSTREG-REGEL
           END-IF
           IF BRUTO-RENTE > ZERO
               SET KOST-CREDITRENTE TO TRUE
               MOVE BRUTO-RENTE TO KRG-BEDRAG
               MOVE RV-BEDRAG TO KRG-VOORHEFFING
               WRITE KOSTREG-REGEL
           END-IF.

       BEPAAL-VALUTASALDO.
           MOVE SALDO TO VALUTASALDO
           MOVE ZERO TO VALUTA-CORRECTIE
           IF JOURNAAL-AANWEZIG
               MOVE "N" TO GEDAAN-JOURNAAL
               MOVE REKNR TO JRX-REKNR
               MOVE VALUTA-VANAF TO JRX-DATUM
               MOVE ZERO TO JRX-VOLGNR JRX-HERHALING
               START JOURNAAL-INDEX KEY IS NOT < JRX-SLEUTEL
                   INVALID KEY MOVE "J" TO GEDAAN-JOURNAAL
               END-START
               PERFORM LEES-VOLGENDE-JOURNAALREGEL
                   UNTIL STOPLEZEN-JOURNAAL
           END-IF
           IF VALUTA-CORRECTIE NOT = ZERO
               SUBTRACT VALUTA-CORRECTIE FROM VALUTASALDO
               DISPLAY "  VALUTACORRECTIE " DEEL1 "-" DEEL2 "-" DEEL3
                   " NOG NIET VALUTAIR: " VALUTA-CORRECTIE
           END-IF.

       OPEN-JOURNAALINDEX.
           MOVE "N" TO JOURNAAL-TOESTAND
           MOVE RUNDATUM TO VALUTA-VANAF
           IF VANAF-MAAND = 1
               MOVE 12 TO VANAF-MAAND
               SUBTRACT 1 FROM VANAF-JAAR
           ELSE
               SUBTRACT 1 FROM VANAF-MAAND
           END-IF
           OPEN INPUT JOURNAAL-INDEX
           IF JOURNAAL-STATUS = "00"
               MOVE "J" TO JOURNAAL-TOESTAND
           END-IF.

       LEES-VOLGENDE-JOURNAALREGEL.
           READ JOURNAAL-INDEX NEXT
               AT END MOVE "J" TO GEDAAN-JOURNAAL
           END-READ
           IF NOT STOPLEZEN-JOURNAAL AND JOURNAAL-STATUS NOT = "00"
               AND JOURNAAL-STATUS NOT = "02"
               DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN-JOURNAAL AND JRX-REKNR NOT = REKNR
               MOVE "J" TO GEDAAN-JOURNAAL
           END-IF
           IF NOT STOPLEZEN-JOURNAAL
               MOVE JRX-REGEL TO JOURNAAL-REGEL
               IF JRN-VALUTADATUM > RUNDATUM
                   ADD JRN-BEDRAG TO VALUTA-CORRECTIE
               END-IF
           END-IF.

       LAAD-RENTEBANDEN.
           MOVE ZERO TO BAND-BEZET
           MOVE "N" TO GEDAAN-BANDEN
       SLUIT-BESTAND.
           CLOSE REKENINGEN
           CLOSE RENTEFISCAAL
           CLOSE KOSTENREGISTER
           IF JOURNAAL-AANWEZIG
               CLOSE JOURNAAL-INDEX
           END-IF
           IF NOT PROEFDRAAI
               PERFORM LOG-GROOTBOEK
           END-IF.
               PERFORM FOUT
           END-IF.

       HAAL-SPAARPARAMETER.
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF NOT PARAMETER-GEVONDEN
               DISPLAY "PARAMETER " PARAM-NAAM " ONTBREEKT - "
                   "GEREGLEMENTEERDE SPAARRENTE AAN 0"
               MOVE ZERO TO PARAM-WAARDE
           END-IF.

       LOG-GROOTBOEK.
           MOVE SPACES TO GROOTBOEK-REGEL
           MOVE RUNDATUM TO GLW-DATUM
           MOVE "RENTE" TO GLW-CATEGORIE
           MOVE AANTAL-GECREDITEERD TO GLW-AANTAL
           MOVE TOTALE-RENTE TO GLW-BEDRAG
           PERFORM SCHRIJF-GROOTBOEK
           IF AANTAL-GEDEBITEERD > ZERO
               MOVE SPACES TO GROOTBOEK-REGEL
               MOVE RUNDATUM TO GLW-DATUM
               MOVE "DEBRENTE" TO GLW-CATEGORIE
               MOVE AANTAL-GEDEBITEERD TO GLW-AANTAL
               MOVE TOTALE-DEBETRENTE TO GLW-BEDRAG
               PERFORM SCHRIJF-GROOTBOEK
           END-IF
           IF TOTALE-VOORHEFFING > ZERO
               MOVE SPACES TO GROOTBOEK-REGEL
               MOVE "RVOORHEF" TO GLW-CATEGORIE
               MOVE AANTAL-GECREDITEERD TO GLW-AANTAL
               MOVE TOTALE-VOORHEFFING TO GLW-BEDRAG
               PERFORM SCHRIJF-GROOTBOEK
           END-IF.

       SCHRIJF-GROOTBOEK.
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

      * TELT DE RENTE VAN DEZE REKENING OP BIJ HAAR THUISKANTOOR,
      * ZODAT DE GROOTBOEKREGELS PER KANTOOR GESPLITST WORDEN.
       TEL-GROOTBOEK-KANTOOR.
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           IF MAAND-RENTE < ZERO
               MOVE "DEBRENTE" TO GLW-CATEGORIE
               COMPUTE GLW-BEDRAG = 0 - MAAND-RENTE
               PERFORM TEL-GROOTBOEK
           ELSE
               MOVE "RENTE" TO GLW-CATEGORIE
               MOVE MAAND-RENTE TO GLW-BEDRAG
               PERFORM TEL-GROOTBOEK
               IF RV-BEDRAG > ZERO
                   MOVE "RVOORHEF" TO GLW-CATEGORIE
                   MOVE RV-BEDRAG TO GLW-BEDRAG
                   PERFORM TEL-GROOTBOEK
               END-IF
           END-IF.

       TEL-GROOTBOEK.
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "--------------------------------".
           DISPLAY "AANTAL GEDEBITEERD : " AANTAL-GEDEBITEERD.
           DISPLAY "TOTAAL DEBETRENTE  : " TOTALE-DEBETRENTE.
           DISPLAY "TOTAAL VOORHEFFING : " TOTALE-VOORHEFFING.
           DISPLAY "GEREGL. BASISRENTE : " TOTALE-BASISRENTE.
           DISPLAY "GEREGL. PREMIE     : " TOTALE-PREMIE.

       REGISTREER-START.
           MOVE "S" TO REGISTER-ACTIE
