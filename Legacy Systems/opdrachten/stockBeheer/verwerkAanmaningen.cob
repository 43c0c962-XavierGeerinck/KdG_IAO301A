      *************************************************************
      * VERWERK AANMANINGEN
      *
      * WEKELIJKSE AANMANINGSRUN VOOR VERVALLEN VERKOOPFACTUREN.
      * DOORLOOPT DE OPENSTAANDE POSTEN IN OPENSTAANDEPOSTEN.DAT IN
      * VOLGORDE VAN KLANTNR EN STUURT VOOR ELKE VERVALLEN POST DE
      * VOLGENDE AANMANING IN DRIE TRAPPEN:
      *   1 VRIENDELIJKE HERINNERING ZODRA DE VERVALDAG VOORBIJ IS,
      *   2 TWEEDE AANMANING MET VASTE AANMANINGSKOST
      *     (AANMAAN-KOST UIT PARAMETERS.DAT, ANDERS 10.00),
      *   3 INGEBREKESTELLING MET NALATIGHEIDSINTREST OP HET
      *     OPENSTAAND FACTUURBEDRAG VANAF DE VERVALDAG
      *     (NALATIGHEID-PCT PER JAAR, ANDERS 8.00).
      * TUSSEN TWEE TRAPPEN LIGGEN MINSTENS AANMAAN-INTERVAL-DGN
      * DAGEN (ANDERS 14). KOSTEN EN INTREST WORDEN BIJ HET
      * OPENSTAAND BEDRAG VAN DE POST GETELD EN IN OPP-KOSTEN
      * BIJGEHOUDEN; ELKE VERHOGING KOMT IN HET MUTATIELOGBOEK. DE
      * BRIEVEN MET NAAM EN ADRES UIT KLANTEN GAAN NAAR
      * AANMANINGEN.LST EN WORDEN VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL GEZET. KLANTEN MET EEN POST IN DE DERDE TRAP
      * WORDEN IN MAAK-VERKOOPORDER GEWEIGERD TOT ZE BETAALD HEBBEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-AANMANINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL AANMANINGSLIJST
                  ASSIGN TO "BESTANDEN/AANMANINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENSTAANDE-POST.
           COPY "openpost.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  AANMANINGSLIJST.
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
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  POSTEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  AANMAAN-INTERVAL PIC 9(3).
       77  AANMAAN-KOST PIC 9(5)V99.
       77  NALATIGHEID-PCT PIC 9(3)V99.
       77  RUN-SERIEEL PIC 9(7).
       77  VERVAL-SERIEEL PIC 9(7).
       77  VORIGE-SERIEEL PIC 9(7).
       77  SERIEEL-DAGNR PIC 9(7).
       77  DEEL-JAAR PIC 9(4).
       77  VORIG-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9(4).
       77  DAGEN-VERVALLEN PIC 9(5).
       77  DAGEN-SINDS-VORIGE PIC 9(5).
       77  NIEUW-NIVEAU PIC 9(1).
       77  VORIGE-AANMANING PIC 9(8).
       77  INTREST-BASIS PIC 9(7)V99.
       77  NALATIGHEIDSINTREST PIC 9(7)V99.
       77  EXTRA-KOSTEN PIC 9(7)V99.
       77  OUD-OPENSTAAND PIC 9(7)V99.
       77  AANTAL-POSTEN PIC 9(7) VALUE ZERO.
       77  AANTAL-TRAP-1 PIC 9(7) VALUE ZERO.
       77  AANTAL-TRAP-2 PIC 9(7) VALUE ZERO.
       77  AANTAL-TRAP-3 PIC 9(7) VALUE ZERO.
       77  TOTAAL-KOSTEN PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-INTREST PIC 9(9)V99 VALUE ZERO.
       77  BEDRAG-WERK PIC Z(6)9.99.
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
           02 BRF-BEDRAG PIC Z(6)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-POSTEN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           COMPUTE REGISTER-AANTAL = AANTAL-TRAP-1 + AANTAL-TRAP-2
               + AANTAL-TRAP-3
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO OPENSTAANDE-POST KLANT
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "VERWERK-AANMANINGEN" TO REGISTER-PROGRAMMA
           MOVE RUNDATUM TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO RUN-SERIEEL
           MOVE "AANMAAN-INTERVAL-DGN" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO AANMAAN-INTERVAL
           ELSE
               MOVE 14 TO AANMAAN-INTERVAL
           END-IF
           MOVE "AANMAAN-KOST" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO AANMAAN-KOST
           ELSE
               MOVE 10.00 TO AANMAAN-KOST
           END-IF
           MOVE "NALATIGHEID-PCT" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO NALATIGHEID-PCT
           ELSE
               MOVE 8.00 TO NALATIGHEID-PCT
           END-IF
           OPEN I-O OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN POSTENBESTAND NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE ZERO TO OPP-KLANTNR
           START OPENSTAANDE-POSTEN KEY IS NOT < OPP-KLANTNR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           OPEN OUTPUT AANMANINGSLIJST
           DISPLAY "AANMANINGSRUN OP " RUNDATUM.

       LEES-POSTEN.
           READ OPENSTAANDE-POSTEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND POSTEN-STATUS NOT = "00"
               AND POSTEN-STATUS NOT = "02"
               DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF POST-OPEN AND OPP-OPENSTAAND > ZERO
                   AND OPP-VERVALDATUM < RUNDATUM
                   PERFORM VERWERK-POST
               END-IF
           END-IF.

       VERWERK-POST.
           ADD 1 TO AANTAL-POSTEN
           MOVE OPP-VERVALDATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           MOVE SERIEEL-DAGNR TO VERVAL-SERIEEL
           COMPUTE DAGEN-VERVALLEN = RUN-SERIEEL - VERVAL-SERIEEL
           MOVE ZERO TO NIEUW-NIVEAU
           IF GEEN-AANMANING
               MOVE 1 TO NIEUW-NIVEAU
           ELSE
               IF NOT INGEBREKESTELLING
                   MOVE OPP-AANMANING-DATUM TO WERKDATUM
                   PERFORM BEREKEN-SERIEEL-DAGNR
                   MOVE SERIEEL-DAGNR TO VORIGE-SERIEEL
                   MOVE ZERO TO DAGEN-SINDS-VORIGE
                   IF RUN-SERIEEL > VORIGE-SERIEEL
                       COMPUTE DAGEN-SINDS-VORIGE =
                           RUN-SERIEEL - VORIGE-SERIEEL
                   END-IF
                   IF DAGEN-SINDS-VORIGE NOT < AANMAAN-INTERVAL
                       COMPUTE NIEUW-NIVEAU = OPP-AANMANING-NIVEAU + 1
                   END-IF
               END-IF
           END-IF
           IF NIEUW-NIVEAU NOT = ZERO
               PERFORM VERHOOG-AANMANING
           END-IF.

       VERHOOG-AANMANING.
           MOVE OPP-OPENSTAAND TO OUD-OPENSTAAND
           MOVE OPP-AANMANING-DATUM TO VORIGE-AANMANING
           MOVE ZERO TO EXTRA-KOSTEN NALATIGHEIDSINTREST
           IF NIEUW-NIVEAU = 2
               MOVE AANMAAN-KOST TO EXTRA-KOSTEN
               ADD AANMAAN-KOST TO TOTAAL-KOSTEN
               ADD 1 TO AANTAL-TRAP-2
           END-IF
           IF NIEUW-NIVEAU = 3
               MOVE OPP-OPENSTAAND TO INTREST-BASIS
               IF OPP-OPENSTAAND > OPP-KOSTEN
                   COMPUTE INTREST-BASIS = OPP-OPENSTAAND - OPP-KOSTEN
               END-IF
               COMPUTE NALATIGHEIDSINTREST ROUNDED = INTREST-BASIS
                   * NALATIGHEID-PCT / 100 * DAGEN-VERVALLEN / 365
               MOVE NALATIGHEIDSINTREST TO EXTRA-KOSTEN
               ADD 1 TO AANTAL-TRAP-3
           END-IF
           IF NIEUW-NIVEAU = 1
               ADD 1 TO AANTAL-TRAP-1
           END-IF
           ADD EXTRA-KOSTEN TO OPP-KOSTEN
           ADD EXTRA-KOSTEN TO OPP-OPENSTAAND
           ADD NALATIGHEIDSINTREST TO TOTAAL-INTREST
           MOVE NIEUW-NIVEAU TO OPP-AANMANING-NIVEAU
           MOVE RUNDATUM TO OPP-AANMANING-DATUM
           REWRITE OPENSTAANDE-POST
               INVALID KEY
                   DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                       POSTEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           PERFORM SCHRIJF-AUDIT-AANMANING
           PERFORM ZOEK-KLANT
           PERFORM DRUK-BRIEF.

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           MOVE OPP-KLANTNR TO NR
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
               MOVE OPP-KLANTNR TO NR
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
           STRING "KLANTNUMMER: " DELIMITED BY SIZE
               OPP-KLANTNR DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           MOVE "DATUM: " TO LIJST-REGEL (50:7)
           MOVE RUNDATUM TO LIJST-REGEL (57:8)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           IF NIEUW-NIVEAU = 1
               MOVE "BETREFT: HERINNERING ONBETAALDE FACTUUR"
                   TO LIJST-REGEL
           END-IF
           IF NIEUW-NIVEAU = 2
               MOVE "BETREFT: TWEEDE AANMANING ONBETAALDE FACTUUR"
                   TO LIJST-REGEL
           END-IF
           IF NIEUW-NIVEAU = 3
               MOVE "BETREFT: INGEBREKESTELLING" TO LIJST-REGEL
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           IF NIEUW-NIVEAU = 1
               PERFORM DRUK-TEKST-TRAP-1
           END-IF
           IF NIEUW-NIVEAU = 2
               PERFORM DRUK-TEKST-TRAP-2
           END-IF
           IF NIEUW-NIVEAU = 3
               PERFORM DRUK-TEKST-TRAP-3
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "FACTUUR " DELIMITED BY SIZE
               OPP-ORDERNR DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               OPP-FACTUURVOLGNR DELIMITED BY SIZE
               " VAN " DELIMITED BY SIZE
               OPP-FACTUURDATUM DELIMITED BY SIZE
               ", VERVALLEN OP " DELIMITED BY SIZE
               OPP-VERVALDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "FACTUURBEDRAG" TO BRF-OMSCHRIJVING
           MOVE OPP-BEDRAG TO BRF-BEDRAG
           PERFORM DRUK-BEDRAGREGEL
           IF OPP-BETAALD > ZERO
               MOVE "REEDS BETAALD" TO BRF-OMSCHRIJVING
               MOVE OPP-BETAALD TO BRF-BEDRAG
               PERFORM DRUK-BEDRAGREGEL
           END-IF
           IF OPP-KOSTEN > NALATIGHEIDSINTREST
               MOVE "AANMANINGSKOSTEN" TO BRF-OMSCHRIJVING
               COMPUTE BRF-BEDRAG = OPP-KOSTEN - NALATIGHEIDSINTREST
               PERFORM DRUK-BEDRAGREGEL
           END-IF
           IF NALATIGHEIDSINTREST > ZERO
               MOVE "NALATIGHEIDSINTREST" TO BRF-OMSCHRIJVING
               MOVE NALATIGHEIDSINTREST TO BRF-BEDRAG
               PERFORM DRUK-BEDRAGREGEL
           END-IF
           MOVE "NOG TE BETALEN" TO BRF-OMSCHRIJVING
           MOVE OPP-OPENSTAAND TO BRF-BEDRAG
           PERFORM DRUK-BEDRAGREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "GELIEVE BIJ BETALING ORDERNUMMER " DELIMITED BY SIZE
               OPP-ORDERNR DELIMITED BY SIZE
               " EN FACTUURVOLGNUMMER " DELIMITED BY SIZE
               OPP-FACTUURVOLGNR DELIMITED BY SIZE
               " TE VERMELDEN." DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TEKST-TRAP-1.
           MOVE "UIT ONZE ADMINISTRATIE BLIJKT DAT ONDERSTAANDE FACTUUR"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "NOG NIET (VOLLEDIG) BETAALD IS. WELLICHT IS DIT AAN UW"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "AANDACHT ONTSNAPT. GELIEVE HET OPENSTAANDE BEDRAG ZO"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "SPOEDIG MOGELIJK TE BETALEN. HEEFT U INTUSSEN BETAALD,"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "DAN MAG U DEZE HERINNERING ALS ONBESTAAND BESCHOUWEN."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TEKST-TRAP-2.
           STRING "ONDANKS ONZE HERINNERING VAN " DELIMITED BY SIZE
               VORIGE-AANMANING DELIMITED BY SIZE
               " ONTVINGEN WIJ UW BETALING" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "NOG NIET. WIJ REKENEN HIERVOOR AANMANINGSKOSTEN AAN."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "GELIEVE HET VOLLEDIGE BEDRAG BINNEN " DELIMITED BY
               SIZE
               AANMAAN-INTERVAL DELIMITED BY SIZE
               " DAGEN TE BETALEN." DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TEKST-TRAP-3.
           STRING "ONDANKS ONZE AANMANING VAN " DELIMITED BY SIZE
               VORIGE-AANMANING DELIMITED BY SIZE
               " BLEEF ONDERSTAANDE FACTUUR" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "ONBETAALD. HIERBIJ STELLEN WIJ U FORMEEL IN GEBREKE."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE NALATIGHEID-PCT TO PCT-WERK
           STRING "VANAF DE VERVALDAG IS NALATIGHEIDSINTREST VAN "
               DELIMITED BY SIZE
               PCT-WERK DELIMITED BY SIZE
               " PCT PER JAAR VERSCHULDIGD." DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "ZOLANG DEZE FACTUUR NIET BETAALD IS, AANVAARDEN WIJ"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "GEEN NIEUWE BESTELLINGEN MEER."
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-BEDRAGREGEL.
           MOVE BRIEF-BEDRAGREGEL TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SPACES TO BRF-OMSCHRIJVING.

       SCHRIJF-AUDIT-AANMANING.
           MOVE SPACES TO AUDIT-REGEL
           MOVE OPP-SLEUTEL TO AUD-SLEUTEL
           STRING "AANMANING " DELIMITED BY SIZE
               NIEUW-NIVEAU DELIMITED BY SIZE
               INTO AUD-VELD
           END-STRING
           MOVE OUD-OPENSTAAND TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-OUD
           MOVE OPP-OPENSTAAND TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-NIEUW
           MOVE "VERWERK-AANMANINGEN" TO AUD-PROGRAMMA
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
           CLOSE OPENSTAANDE-POSTEN
           CLOSE KLANTEN
           CLOSE AANMANINGSLIJST
           MOVE "AANMANINGEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/AANMANINGEN.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       DRUK-TOTALEN.
           DISPLAY "VERVALLEN POSTEN BEKEKEN    : " AANTAL-POSTEN
           DISPLAY "HERINNERINGEN (TRAP 1)      : " AANTAL-TRAP-1
           DISPLAY "TWEEDE AANMANINGEN (TRAP 2) : " AANTAL-TRAP-2
           DISPLAY "INGEBREKESTELLINGEN (TRAP 3): " AANTAL-TRAP-3
           MOVE TOTAAL-KOSTEN TO BEDRAG-WERK
           DISPLAY "AANGEREKENDE KOSTEN         : " BEDRAG-WERK
           MOVE TOTAAL-INTREST TO BEDRAG-WERK
           DISPLAY "AANGEREKENDE INTREST        : " BEDRAG-WERK.

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
           MOVE "VERWERK-AANMANINGEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE OPP-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
