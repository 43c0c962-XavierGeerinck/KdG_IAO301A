      *************************************************************
      * BETAAL LEVERANCIERS
      *
      * BETAALRUN VOOR DE LEVERANCIERSFACTUREN: PER LEVERANCIER UIT
      * LEVERANCIERS.DAT WORDEN DE GOEDGEKEURDE FACTUREN UIT
      * LEVFACTUREN.DAT DIE OP DE RUNDATUM VERVALLEN ZIJN OPGETELD.
      * DE OPEN CREDITNOTA'S VAN DIE LEVERANCIER IN CREDITNOTAS.DAT
      * WORDEN ERMEE VERREKEND (ZOLANG HET TE BETALEN BEDRAG NIET
      * NEGATIEF WORDT) EN GAAN DAARNA OP ONTVANGEN. HET SALDO WORDT
      * ALS EXTERNE BETALING (BEW-EXTERN) VAN DE EIGEN REKENING VAN
      * DE WINKEL NAAR DE BANKREFERENTIE VAN DE LEVERANCIER IN
      * REKENINGBEWEGINGEN.DAT GEZET; VERWERK-REKENING-BEWEGING
      * BOEKT ONZE ZIJDE EN ZET DE BETALING IN
      * UITGAANDEBETALINGEN.UIT. DE WINKELREKENING KOMT UIT
      * PARAMETERS.DAT (WINKELREK-DEEL1, -DEEL2 EN -DEEL3) OF WORDT
      * ANDERS BIJ DE START GEVRAAGD. DE BETAALDE FACTUREN KRIJGEN
      * STATUS BETAALD MET DE BOEKINGSREFERENTIE. LEVERANCIERS ZONDER
      * BANKREFERENTIE WORDEN OVERGESLAGEN EN GEMELD. DE BETAALLIJST
      * GAAT NAAR LEVBETALINGEN.LST EN VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BETAAL-LEVERANCIERS.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEVERANCIERS
                  ASSIGN TO "BESTANDEN/LEVERANCIERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEV-CODE
                  FILE STATUS IS LEVERANCIERS-STATUS.

           SELECT OPTIONAL LEVFACTUREN
                  ASSIGN TO "BESTANDEN/LEVFACTUREN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LFA-NR
                  ALTERNATE RECORD KEY IS LFA-LEVCODE WITH DUPLICATES
                  FILE STATUS IS LEVFACTUREN-STATUS.

           SELECT OPTIONAL CREDITNOTAS
                  ASSIGN TO "BESTANDEN/CREDITNOTAS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS CRD-NR
                  FILE STATUS IS CREDITNOTAS-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL BETAALLIJST
                  ASSIGN TO "BESTANDEN/LEVBETALINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVERANCIERS BLOCK CONTAINS 10 RECORDS.
       01  LEVERANCIER-REC.
           COPY "leverancier.cpy".

       FD  LEVFACTUREN BLOCK CONTAINS 10 RECORDS.
       01  LEVFACTUUR-REC.
           COPY "levfactuur.cpy".

       FD  CREDITNOTAS BLOCK CONTAINS 10 RECORDS.
       01  CREDITNOTA-REC.
           COPY "creditnota.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  BETAALLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  FACTUREN-KLAAR PIC X(1).
           88 FACTUREN-GELEZEN VALUE "J".
       77  CREDITS-KLAAR PIC X(1).
           88 CREDITS-GELEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 REKENING-GEVONDEN VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  LEVERANCIERS-STATUS PIC X(2).
       77  LEVFACTUREN-STATUS PIC X(2).
       77  CREDITNOTAS-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       77  BOEKINGSREFERENTIE PIC X(16).
       77  WINKEL-MUNT PIC X(3).
       77  TE-BETALEN PIC 9(9)V99.
       77  VERREKEND-TOTAAL PIC 9(9)V99.
       77  VERREKEND-REST PIC 9(9)V99.
       77  NETTO-BETALING PIC 9(9)V99.
       77  AANTAL-FACTUREN-LEV PIC 9(5).
       77  AANTAL-LEVERANCIERS PIC 9(7) VALUE ZERO.
       77  AANTAL-BETAALD PIC 9(7) VALUE ZERO.
       77  AANTAL-VERREKEND PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERGESLAGEN PIC 9(7) VALUE ZERO.
       77  TOTAAL-BETAALD PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-VERREKEND PIC 9(9)V99 VALUE ZERO.
       77  BEDRAG-WERK PIC Z(8)9.99.
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
       01  WINKEL-REKNR.
           02 WINKEL-DEEL1 PIC 999.
           02 WINKEL-DEEL2 PIC 9(7).
           02 WINKEL-DEEL3 PIC 99.
       01  BETAAL-VELDEN.
           02 BTL-LEVCODE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 BTL-SOORT PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 BTL-NR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 BTL-DOCNR PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 BTL-BEDRAG PIC Z(6)9.99-.
           02 FILLER PIC X VALUE SPACE.
           02 BTL-OMSCHRIJVING PIC X(40).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-LEVERANCIERS UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE AANTAL-BETAALD TO REGISTER-AANTAL
           PERFORM REGISTREER-EINDE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO LEVERANCIER-REC LEVFACTUUR-REC CREDITNOTA-REC
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "BETAAL-LEVERANCIERS" TO REGISTER-PROGRAMMA
           MOVE RUNDATUM TO REGISTER-PERIODE
           PERFORM REGISTREER-START
           PERFORM BEPAAL-WINKELREKENING
           OPEN INPUT LEVERANCIERS
           IF LEVERANCIERS-STATUS NOT = "00"
               AND LEVERANCIERS-STATUS NOT = "05"
               DISPLAY "KAN LEVERANCIERSBESTAND NIET OPENEN, STATUS: "
                   LEVERANCIERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O LEVFACTUREN
           IF LEVFACTUREN-STATUS NOT = "00"
               AND LEVFACTUREN-STATUS NOT = "05"
               DISPLAY "KAN LEVFACTURENBESTAND NIET OPENEN, STATUS: "
                   LEVFACTUREN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O CREDITNOTAS
           IF CREDITNOTAS-STATUS NOT = "00"
               AND CREDITNOTAS-STATUS NOT = "05"
               DISPLAY "KAN CREDITNOTABESTAND NIET OPENEN, STATUS: "
                   CREDITNOTAS-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT BETAALLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "BETAALRUN LEVERANCIERS OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               " VAN REKENING " DELIMITED BY SIZE
               WINKEL-DEEL1 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WINKEL-DEEL2 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WINKEL-DEEL3 DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:95)
           PERFORM SCHRIJF-LIJSTREGEL.

       BEPAAL-WINKELREKENING.
           MOVE ZERO TO WINKEL-REKNR
           MOVE "WINKELREK-DEEL1" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO WINKEL-DEEL1
               MOVE "WINKELREK-DEEL2" TO PARAM-NAAM
               CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
                   PARAM-RESULTAAT
               MOVE PARAM-WAARDE TO WINKEL-DEEL2
               MOVE "WINKELREK-DEEL3" TO PARAM-NAAM
               CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
                   PARAM-RESULTAAT
               MOVE PARAM-WAARDE TO WINKEL-DEEL3
               CALL "CONTROLEER-REKNR" USING WINKEL-REKNR
                   REKNR-CONTROLE
               IF REKNR-ONGELDIG
                   DISPLAY "WINKELREKENING IN PARAMETERS.DAT IS "
                       "ONGELDIG"
               END-IF
           ELSE
               SET REKNR-ONGELDIG TO TRUE
           END-IF
           PERFORM LEES-WINKELREKENING UNTIL REKNR-GELDIG
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           SET REKENING-ONBEKEND TO TRUE
           MOVE WINKEL-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-GEVONDEN TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           CLOSE REKENINGEN
           IF REKENING-ONBEKEND
               DISPLAY "WINKELREKENING " WINKEL-DEEL1 "-" WINKEL-DEEL2
                   "-" WINKEL-DEEL3 " BESTAAT NIET"
               PERFORM FOUT
           END-IF
           IF REKENING-GESLOTEN OR REKENING-GEBLOKKEERD
               DISPLAY "WINKELREKENING IS GESLOTEN OF GEBLOKKEERD, "
                   "GEEN BETALINGEN MOGELIJK"
               PERFORM FOUT
           END-IF
           MOVE MUNT TO WINKEL-MUNT.

       LEES-WINKELREKENING.
           DISPLAY "GEEF DE REKENING VAN DE WINKEL OP (DEEL1/DEEL2/"
               "DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT WINKEL-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT WINKEL-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT WINKEL-DEEL3
           CALL "CONTROLEER-REKNR" USING WINKEL-REKNR REKNR-CONTROLE
           IF REKNR-ONGELDIG
               DISPLAY "ONGELDIG REKENINGNUMMER (MOD-97 "
                   "CONTROLEGETAL), PROBEER OPNIEUW"
           END-IF.

       LEES-LEVERANCIERS.
           READ LEVERANCIERS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND LEVERANCIERS-STATUS NOT = "00"
               AND LEVERANCIERS-STATUS NOT = "02"
               DISPLAY "LEVERANCIERSBESTAND IS DEFECT, STATUS: "
                   LEVERANCIERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               PERFORM VERWERK-LEVERANCIER
           END-IF.

       VERWERK-LEVERANCIER.
           MOVE ZERO TO TE-BETALEN AANTAL-FACTUREN-LEV
           PERFORM START-FACTUREN-LEV
           PERFORM TEL-VERVALLEN-FACTUUR UNTIL FACTUREN-GELEZEN
           IF TE-BETALEN > ZERO
               IF LEV-BANKREF = SPACES
                   ADD 1 TO AANTAL-OVERGESLAGEN
                   MOVE SPACES TO BETAAL-VELDEN
                   MOVE LEV-CODE TO BTL-LEVCODE
                   MOVE "OVERSLAGEN" TO BTL-SOORT
                   MOVE TE-BETALEN TO BTL-BEDRAG
                   MOVE "GEEN BANKREFERENTIE BIJ DE LEVERANCIER"
                       TO BTL-OMSCHRIJVING
                   MOVE BETAAL-VELDEN TO LIJST-REGEL
                   PERFORM SCHRIJF-LIJSTREGEL
               ELSE
                   PERFORM BETAAL-LEVERANCIER
               END-IF
           END-IF.

       START-FACTUREN-LEV.
           MOVE "N" TO FACTUREN-KLAAR
           MOVE LEV-CODE TO LFA-LEVCODE
           START LEVFACTUREN KEY IS = LFA-LEVCODE
               INVALID KEY MOVE "J" TO FACTUREN-KLAAR
           END-START.

       LEES-FACTUUR-LEV.
           READ LEVFACTUREN NEXT
               AT END MOVE "J" TO FACTUREN-KLAAR
           END-READ
           IF NOT FACTUREN-GELEZEN
               AND LEVFACTUREN-STATUS NOT = "00"
               AND LEVFACTUREN-STATUS NOT = "02"
               DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                   LEVFACTUREN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT FACTUREN-GELEZEN
               IF LFA-LEVCODE NOT = LEV-CODE
                   MOVE "J" TO FACTUREN-KLAAR
               END-IF
           END-IF.

       TEL-VERVALLEN-FACTUUR.
           PERFORM LEES-FACTUUR-LEV
           IF NOT FACTUREN-GELEZEN
               IF LEVFACTUUR-GOEDGEKEURD
                   AND LFA-VERVALDATUM NOT > RUNDATUM
                   ADD LFA-BEDRAG TO TE-BETALEN
                   ADD 1 TO AANTAL-FACTUREN-LEV
               END-IF
           END-IF.

       BETAAL-LEVERANCIER.
           ADD 1 TO AANTAL-LEVERANCIERS
           MOVE ZERO TO VERREKEND-TOTAAL
           MOVE "N" TO CREDITS-KLAAR
           MOVE ZERO TO CRD-NR
           START CREDITNOTAS KEY IS NOT < CRD-NR
               INVALID KEY MOVE "J" TO CREDITS-KLAAR
           END-START
           PERFORM VERREKEN-CREDITNOTA UNTIL CREDITS-GELEZEN
           COMPUTE NETTO-BETALING = TE-BETALEN - VERREKEND-TOTAAL
           MOVE SPACES TO BOEKINGSREFERENTIE
           IF NETTO-BETALING > ZERO
               PERFORM SCHRIJF-BETALING
           END-IF
           MOVE VERREKEND-TOTAAL TO VERREKEND-REST
           PERFORM START-FACTUREN-LEV
           PERFORM MARKEER-FACTUUR-BETAALD UNTIL FACTUREN-GELEZEN
           MOVE SPACES TO BETAAL-VELDEN
           MOVE LEV-CODE TO BTL-LEVCODE
           MOVE "BETAALD" TO BTL-SOORT
           MOVE NETTO-BETALING TO BTL-BEDRAG
           STRING LEV-NAAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BOEKINGSREFERENTIE DELIMITED BY SIZE
               INTO BTL-OMSCHRIJVING
           END-STRING
           MOVE BETAAL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD NETTO-BETALING TO TOTAAL-BETAALD
           ADD VERREKEND-TOTAAL TO TOTAAL-VERREKEND.

       VERREKEN-CREDITNOTA.
           READ CREDITNOTAS NEXT
               AT END MOVE "J" TO CREDITS-KLAAR
           END-READ
           IF NOT CREDITS-GELEZEN
               AND CREDITNOTAS-STATUS NOT = "00"
               AND CREDITNOTAS-STATUS NOT = "02"
               DISPLAY "CREDITNOTABESTAND IS DEFECT, STATUS: "
                   CREDITNOTAS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT CREDITS-GELEZEN
               IF CRD-LEVCODE = LEV-CODE AND CREDITNOTA-OPEN
                   AND VERREKEND-TOTAAL + CRD-BEDRAG NOT > TE-BETALEN
                   ADD CRD-BEDRAG TO VERREKEND-TOTAAL
                   SET CREDITNOTA-ONTVANGEN TO TRUE
                   REWRITE CREDITNOTA-REC
                       INVALID KEY
                           DISPLAY "CREDITNOTABESTAND IS DEFECT, "
                               "STATUS: " CREDITNOTAS-STATUS
                           PERFORM FOUT
                   END-REWRITE
                   ADD 1 TO AANTAL-VERREKEND
                   MOVE SPACES TO BETAAL-VELDEN
                   MOVE LEV-CODE TO BTL-LEVCODE
                   MOVE "CREDITNOTA" TO BTL-SOORT
                   MOVE CRD-NR TO BTL-NR
                   MOVE CRD-REDEN TO BTL-DOCNR
                   COMPUTE BTL-BEDRAG = 0 - CRD-BEDRAG
                   MOVE "VERREKEND MET VERVALLEN FACTUREN"
                       TO BTL-OMSCHRIJVING
                   MOVE BETAAL-VELDEN TO LIJST-REGEL
                   PERFORM SCHRIJF-LIJSTREGEL
               END-IF
           END-IF.

       SCHRIJF-BETALING.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE WINKEL-REKNR TO BEW-REKNR
           MOVE "T" TO BEW-SOORT
           MOVE WINKEL-MUNT TO BEW-MUNT
           SET BEW-IS-EXTERN TO TRUE
           MOVE LEV-NAAM TO BEW-EXT-NAAM
           MOVE LEV-BANKREF TO BEW-EXT-BANKREF
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           COMPUTE BEW-BEDRAG = 0 - NETTO-BETALING
           WRITE REKENING-BEWEGING.

       MARKEER-FACTUUR-BETAALD.
           PERFORM LEES-FACTUUR-LEV
           IF NOT FACTUREN-GELEZEN
               IF LEVFACTUUR-GOEDGEKEURD
                   AND LFA-VERVALDATUM NOT > RUNDATUM
                   PERFORM BEWAAR-FACTUUR-BETAALD
               END-IF
           END-IF.

       BEWAAR-FACTUUR-BETAALD.
           IF VERREKEND-REST > LFA-BEDRAG
               MOVE LFA-BEDRAG TO LFA-VERREKEND
           ELSE
               MOVE VERREKEND-REST TO LFA-VERREKEND
           END-IF
           SUBTRACT LFA-VERREKEND FROM VERREKEND-REST
           COMPUTE LFA-BETAALD = LFA-BEDRAG - LFA-VERREKEND
           MOVE RUNDATUM TO LFA-BETAALDATUM
           MOVE BOEKINGSREFERENTIE TO LFA-BETAALREF
           SET LEVFACTUUR-BETAALD TO TRUE
           REWRITE LEVFACTUUR-REC
               INVALID KEY
                   DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                       LEVFACTUREN-STATUS
                   PERFORM FOUT
           END-REWRITE
           ADD 1 TO AANTAL-BETAALD
           MOVE SPACES TO BETAAL-VELDEN
           MOVE LEV-CODE TO BTL-LEVCODE
           MOVE "FACTUUR" TO BTL-SOORT
           MOVE LFA-NR TO BTL-NR
           MOVE LFA-LEVFACTUURNR TO BTL-DOCNR
           MOVE LFA-BEDRAG TO BTL-BEDRAG
           STRING "BESTELLING " DELIMITED BY SIZE
               LFA-BSTNR DELIMITED BY SIZE
               " VERVALLEN " DELIMITED BY SIZE
               LFA-VERVALDATUM DELIMITED BY SIZE
               INTO BTL-OMSCHRIJVING
           END-STRING
           MOVE BETAAL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE LEVERANCIERS
           CLOSE LEVFACTUREN
           CLOSE CREDITNOTAS
           CLOSE REKENINGBEWEGINGEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:95)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "LEVERANCIERS BETAALD: " DELIMITED BY SIZE
               AANTAL-LEVERANCIERS DELIMITED BY SIZE
               "  FACTUREN: " DELIMITED BY SIZE
               AANTAL-BETAALD DELIMITED BY SIZE
               "  CREDITNOTA'S VERREKEND: " DELIMITED BY SIZE
               AANTAL-VERREKEND DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-BETAALD TO BEDRAG-WERK
           STRING "TOTAAL BETAALD  : " DELIMITED BY SIZE
               BEDRAG-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-VERREKEND TO BEDRAG-WERK
           STRING "TOTAAL VERREKEND: " DELIMITED BY SIZE
               BEDRAG-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           IF AANTAL-OVERGESLAGEN > ZERO
               STRING "LEVERANCIERS OVERGESLAGEN ZONDER "
                   DELIMITED BY SIZE
                   "BANKREFERENTIE: " DELIMITED BY SIZE
                   AANTAL-OVERGESLAGEN DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           CLOSE BETAALLIJST
           MOVE "LEV-BETALINGEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/LEVBETALINGEN.LST" TO SPOOL-BESTANDSNAAM
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
           MOVE "BETAAL-LEVERANCIERS" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE LEV-CODE TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
