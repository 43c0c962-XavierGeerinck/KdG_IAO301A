      *************************************************************
      * VERWERK VERZAMELOPDRACHT
      *
      * VERWERKT EEN VERZAMELOPDRACHT VAN EEN ZAKELIJKE KLANT
      * (VERZAMELOPDRACHT.IN): EEN KOPRECORD MET DE OPDRACHTGEVENDE
      * REKENING, DE NAAM VAN DE OPDRACHTGEVER, DE AANMAAKDATUM EN DE
      * REFERENTIE VAN DE KLANT, DAARNA EEN REGEL PER BEGUNSTIGDE
      * (EEN EIGEN REKENING IN DE 3-7-2 VORM OF EEN IBAN BIJ EEN
      * ANDERE BANK, NAAM, BEDRAG EN MEDEDELING) EN EEN STAARTRECORD
      * MET HET AANTAL REGELS EN HET CONTROLETOTAAL.
      *
      * EEN EERSTE LEESRONDE CONTROLEERT HET BESTAND ALS GEHEEL: KOP-
      * EN STAARTRECORD, AANTAL EN CONTROLETOTAAL, DE OPDRACHTGEVENDE
      * REKENING (BESTAAT, NIET GESLOTEN OF GEBLOKKEERD), ELKE
      * BEGUNSTIGDE (MOD-97 VIA CONTROLEER-REKNR, IBAN VIA
      * CONTROLEER-IBAN; EEN EIGEN REKENING MOET BESTAAN, OPEN ZIJN EN
      * IN DEZELFDE MUNT STAAN) EN OF HET TOTAAL BINNEN SALDO EN
      * KREDIETLIMIET VAN DE OPDRACHTGEVER VALT. IS ER OOK MAAR EEN
      * FOUT, DAN WORDT NIETS GEBOEKT: HET BESTAND WORDT GEWEIGERD MET
      * RETURN-CODE 8 EN DE RESULTAATLIJST TOONT PER REGEL DE REDEN.
      *
      * EEN GOEDGEKEURD BESTAND WORDT ALS EEN ENKELE DEBETBOEKING OP
      * DE OPDRACHTGEVER GEBOEKT: EEN OVERSCHRIJVING VOOR HET TOTAAL
      * NAAR DE TRANSITREKENING VOOR VERZAMELOPDRACHTEN
      * (PARAMETERS.DAT, VERZAMELREK-DEEL1, -DEEL2 EN -DEEL3, ANDERS
      * BIJ DE START GEVRAAGD). VAN DIE TRANSITREKENING VERTREKT PER
      * REGEL EEN OVERSCHRIJVING NAAR DE EIGEN REKENING OF EEN EXTERNE
      * BETALING (BEW-EXTERN) NAAR HET IBAN. ALLE BEWEGINGEN STAAN IN
      * REKENINGBEWEGINGEN.DAT, DE DEBETBOEKING EERST, ZODAT
      * VERWERK-REKENING-BEWEGING ZE IN DIE VOLGORDE BOEKT; WORDT DE
      * DEBETBOEKING TOCH NOG GEWEIGERD, DAN DEKT DE LEGE
      * TRANSITREKENING DE REGELS NIET EN GAAN ZE NAAR HET
      * WACHTBESTAND. DE BEWEGINGEN DELEN EEN VERZAMELREFERENTIE:
      * "V", DE RUNDATUM (JJMMDD) EN EEN VOLGNUMMER UIT
      * MAAK-BOEKINGSREFERENTIE, GEVOLGD DOOR HET REGELNUMMER (0000
      * VOOR DE DEBETBOEKING) ALS BOEKINGSREFERENTIE VAN ELKE
      * BEWEGING.
      *
      * DE RESULTAATLIJST VOOR DE KLANT GAAT NAAR
      * VERZAMELRESULTAAT.LST EN VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL. NA EEN GESLAAGDE RUN WORDT VERZAMELOPDRACHT.IN
      * VERWIJDERD, ZODAT EEN TWEEDE START NIETS DUBBEL BETAALT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-VERZAMELOPDRACHT.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERZAMELOPDRACHT
                  ASSIGN TO "BESTANDEN/VERZAMELOPDRACHT.IN"
                  FILE STATUS IS OPDRACHT-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT RESULTAATLIJST
                  ASSIGN TO "BESTANDEN/VERZAMELRESULTAAT.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VERZAMELOPDRACHT BLOCK CONTAINS 10 RECORDS.
       01  VERZAMEL-LIJN.
           COPY "verzopd.cpy".
           COPY "verzkop.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  RESULTAATLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  OPDRACHT-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  BESTAND-RESULTAAT PIC X(1).
           88 BESTAND-GOED VALUE "J".
           88 BESTAND-AFGEKEURD VALUE "N".
       77  EERSTE-RECORD PIC X(1).
           88 NOG-GEEN-RECORD VALUE "J".
       77  STAART-AANWEZIG PIC X(1).
           88 STAART-GEZIEN VALUE "J".
       77  AFKEUR-REDEN PIC X(40).
       77  LIJN-REDEN PIC X(30).
       77  LIJN-SOORT PIC X(1).
           88 LIJN-INTERN VALUE "I".
           88 LIJN-EXTERN VALUE "E".
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       77  IBAN-CONTROLE PIC X(1).
           88 IBAN-GELDIG VALUE "J".
       77  IBAN-REKNR PIC 9(12).
       77  IBAN-RESULTAAT PIC X(1).
           88 IBAN-GEVONDEN VALUE "J".
       77  BEGUNSTIGDE-REKNR PIC 9(12).
       77  MUNT-WERK PIC X(3).
       77  OPDRACHT-REKNR PIC 9(12).
       77  OPDRACHT-SALDO PIC S9(7)V99.
       77  OPDRACHT-LIMIET PIC 9(7)V99.
       77  OPDRACHT-MUNT PIC X(3).
       77  OPDRACHT-NAAM PIC X(30).
       77  KLANTREF PIC X(16).
       77  AANMAAKDATUM PIC 9(8).
       77  STAART-AANTAL-WERK PIC 9(7) VALUE ZERO.
       77  STAART-TOTAAL-WERK PIC 9(11)V99 VALUE ZERO.
       77  CONTROLE-AANTAL PIC 9(7) VALUE ZERO.
       77  CONTROLE-TOTAAL PIC 9(11)V99 VALUE ZERO.
       77  AANTAL-FOUTE-LIJNEN PIC 9(7) VALUE ZERO.
       77  NIEUW-SALDO PIC S9(12)V99.
       77  LIJN-NR PIC 9(4) VALUE ZERO.
       77  AANTAL-INTERN PIC 9(7) VALUE ZERO.
       77  AANTAL-EXTERN PIC 9(7) VALUE ZERO.
       77  TOTAAL-INTERN PIC 9(11)V99 VALUE ZERO.
       77  TOTAAL-EXTERN PIC 9(11)V99 VALUE ZERO.
       77  TOTAAL-WERK PIC Z(10)9.99.
       77  MAX-BEWEGING PIC 9(7)V99 VALUE 9999999.99.
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  TRANSIT-REKNR.
           02 TRANSIT-DEEL1 PIC 999.
           02 TRANSIT-DEEL2 PIC 9(7).
           02 TRANSIT-DEEL3 PIC 99.
       01  BOEKINGSREFERENTIE.
           02 BRF-LETTER PIC X(1).
           02 BRF-EEUW PIC 99.
           02 BRF-DATUM PIC 9(6).
           02 BRF-VOLGNR-HOOG PIC 99.
           02 BRF-VOLGNR PIC 9(5).
       01  VERZAMELREFERENTIE.
           02 VZR-LETTER PIC X(1) VALUE "V".
           02 VZR-DATUM PIC 9(6).
           02 VZR-VOLGNR PIC 9(5).
           02 VZR-LIJN PIC 9(4).
       01  REKNR-WERK.
           02 RWK-DEEL1 PIC 999.
           02 RWK-DEEL2 PIC 9(7).
           02 RWK-DEEL3 PIC 99.
       01  REKNR-TOON.
           02 RTN-DEEL1 PIC 999.
           02 FILLER PIC X VALUE "-".
           02 RTN-DEEL2 PIC 9(7).
           02 FILLER PIC X VALUE "-".
           02 RTN-DEEL3 PIC 99.
       01  RESULTAAT-VELDEN.
           02 RES-LIJN PIC Z(3)9.
           02 FILLER PIC X VALUE SPACE.
           02 RES-BEGUNSTIGDE PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 RES-NAAM PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 RES-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 RES-MEDEDELING PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 RES-RESULTAAT PIC X(30).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM BEPAAL-TRANSITREKENING
           PERFORM CONTROLEER-BESTAND
           PERFORM HEROPEN-VERZAMELOPDRACHT
           PERFORM OPEN-RESULTAATLIJST
           IF BESTAND-AFGEKEURD
               PERFORM MELD-LIJN UNTIL STOPLEZEN
               CLOSE VERZAMELOPDRACHT
               CLOSE REKENINGEN
               PERFORM DRUK-AFKEURING
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-BEWEGINGEN
               PERFORM SCHRIJF-DEBETBOEKING
               PERFORM BOEK-LIJN UNTIL STOPLEZEN
               PERFORM SLUIT-BESTANDEN
               PERFORM DRUK-TOTALEN
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO REK
           MOVE ZERO TO OPDRACHT-REKNR
           MOVE SPACES TO OPDRACHT-MUNT OPDRACHT-NAAM KLANTREF
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT VERZAMELOPDRACHT
           IF OPDRACHT-STATUS NOT = "00"
               DISPLAY "KAN VERZAMELOPDRACHT NIET OPENEN, STATUS: "
                   OPDRACHT-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "05"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "VERWERKING VERZAMELOPDRACHT"
           DISPLAY "-------------------------------------------".

       BEPAAL-TRANSITREKENING.
           MOVE ZERO TO TRANSIT-REKNR
           MOVE "VERZAMELREK-DEEL1" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO TRANSIT-DEEL1
               MOVE "VERZAMELREK-DEEL2" TO PARAM-NAAM
               CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
                   PARAM-RESULTAAT
               MOVE PARAM-WAARDE TO TRANSIT-DEEL2
               MOVE "VERZAMELREK-DEEL3" TO PARAM-NAAM
               CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
                   PARAM-RESULTAAT
               MOVE PARAM-WAARDE TO TRANSIT-DEEL3
               CALL "CONTROLEER-REKNR" USING TRANSIT-REKNR
                   REKNR-CONTROLE
               IF REKNR-ONGELDIG
                   DISPLAY "TRANSITREKENING IN PARAMETERS.DAT IS "
                       "ONGELDIG"
               END-IF
           ELSE
               SET REKNR-ONGELDIG TO TRUE
           END-IF
           PERFORM LEES-TRANSITREKENING UNTIL REKNR-GELDIG
           MOVE TRANSIT-REKNR TO BEGUNSTIGDE-REKNR
           PERFORM ZOEK-REKENING
           IF REKENING-ONBEKEND
               DISPLAY "TRANSITREKENING " TRANSIT-DEEL1 "-"
                   TRANSIT-DEEL2 "-" TRANSIT-DEEL3 " BESTAAT NIET"
               PERFORM FOUT
           END-IF
           IF REKENING-GESLOTEN OR REKENING-GEBLOKKEERD
               DISPLAY "TRANSITREKENING IS GESLOTEN OF GEBLOKKEERD, "
                   "GEEN VERZAMELOPDRACHTEN MOGELIJK"
               PERFORM FOUT
           END-IF.

       LEES-TRANSITREKENING.
           DISPLAY "GEEF DE TRANSITREKENING VOOR VERZAMELOPDRACHTEN "
               "OP (DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT TRANSIT-DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT TRANSIT-DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT TRANSIT-DEEL3
           CALL "CONTROLEER-REKNR" USING TRANSIT-REKNR REKNR-CONTROLE
           IF REKNR-ONGELDIG
               DISPLAY "ONGELDIG REKENINGNUMMER (MOD-97 "
                   "CONTROLEGETAL), PROBEER OPNIEUW"
           END-IF.

       ZOEK-REKENING.
           MOVE BEGUNSTIGDE-REKNR TO REKNR
           SET REKENING-ONBEKEND TO TRUE
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

      * EERSTE LEESRONDE: HET BESTAND WORDT ALS GEHEEL GOEDGEKEURD OF
      * GEWEIGERD. DE EERSTE GEVONDEN REDEN KOMT OP DE LIJST.
       CONTROLEER-BESTAND.
           SET BESTAND-GOED TO TRUE
           MOVE SPACES TO AFKEUR-REDEN
           MOVE "J" TO EERSTE-RECORD
           MOVE "N" TO STAART-AANWEZIG
           PERFORM TEL-RECORD UNTIL STOPLEZEN
           IF BESTAND-GOED AND NOT STAART-GEZIEN
               SET BESTAND-AFGEKEURD TO TRUE
               MOVE "STAARTRECORD ONTBREEKT" TO AFKEUR-REDEN
           END-IF
           IF BESTAND-GOED
               IF STAART-AANTAL-WERK NOT = CONTROLE-AANTAL
                   OR STAART-TOTAAL-WERK NOT = CONTROLE-TOTAAL
                   SET BESTAND-AFGEKEURD TO TRUE
                   MOVE "AANTAL OF CONTROLETOTAAL KLOPT NIET"
                       TO AFKEUR-REDEN
               END-IF
           END-IF
           IF BESTAND-GOED AND CONTROLE-AANTAL = ZERO
               SET BESTAND-AFGEKEURD TO TRUE
               MOVE "GEEN BETALINGSREGELS" TO AFKEUR-REDEN
           END-IF
           IF BESTAND-GOED AND CONTROLE-AANTAL > 9999
               SET BESTAND-AFGEKEURD TO TRUE
               MOVE "MEER DAN 9999 BETALINGSREGELS" TO AFKEUR-REDEN
           END-IF
           IF BESTAND-GOED AND AANTAL-FOUTE-LIJNEN > ZERO
               SET BESTAND-AFGEKEURD TO TRUE
               MOVE "FOUTE BETALINGSREGELS, ZIE HIERONDER"
                   TO AFKEUR-REDEN
           END-IF
           IF BESTAND-GOED AND CONTROLE-TOTAAL > MAX-BEWEGING
               SET BESTAND-AFGEKEURD TO TRUE
               MOVE "TOTAAL TE GROOT VOOR EEN BOEKING"
                   TO AFKEUR-REDEN
           END-IF
           IF BESTAND-GOED
               COMPUTE NIEUW-SALDO = OPDRACHT-SALDO - CONTROLE-TOTAAL
               IF NIEUW-SALDO < 0 - OPDRACHT-LIMIET
                   SET BESTAND-AFGEKEURD TO TRUE
                   MOVE "ONVOLDOENDE SALDO BINNEN KREDIETLIMIET"
                       TO AFKEUR-REDEN
               END-IF
           END-IF.

       TEL-RECORD.
           PERFORM LEES-VERZAMELOPDRACHT
           IF NOT STOPLEZEN
               IF NOG-GEEN-RECORD
                   MOVE "N" TO EERSTE-RECORD
                   IF VZK-IS-KOP
                       PERFORM CONTROLEER-KOP
                   ELSE
                       SET BESTAND-AFGEKEURD TO TRUE
                       MOVE "KOPRECORD ONTBREEKT" TO AFKEUR-REDEN
                       MOVE "J" TO GEDAAN
                   END-IF
               ELSE
                   PERFORM TEL-VOLGEND-RECORD
               END-IF
           END-IF.

       TEL-VOLGEND-RECORD.
           IF STAART-GEZIEN
               IF BESTAND-GOED
                   SET BESTAND-AFGEKEURD TO TRUE
                   MOVE "RECORDS NA HET STAARTRECORD" TO AFKEUR-REDEN
               END-IF
           ELSE
               IF VZS-IS-STAART
                   SET STAART-GEZIEN TO TRUE
                   MOVE VZS-AANTAL TO STAART-AANTAL-WERK
                   MOVE VZS-TOTAAL TO STAART-TOTAAL-WERK
               ELSE
                   IF VZO-IS-DETAIL
                       ADD 1 TO CONTROLE-AANTAL
                       IF VZO-BEDRAG IS NUMERIC
                           ADD VZO-BEDRAG TO CONTROLE-TOTAAL
                       END-IF
                       PERFORM CONTROLEER-LIJN
                       IF LIJN-REDEN NOT = SPACES
                           ADD 1 TO AANTAL-FOUTE-LIJNEN
                       END-IF
                   ELSE
                       IF BESTAND-GOED
                           SET BESTAND-AFGEKEURD TO TRUE
                           MOVE "ONBEKEND RECORDTYPE" TO AFKEUR-REDEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTROLEER-KOP.
           MOVE VZK-NAAM TO OPDRACHT-NAAM
           MOVE VZK-KLANTREF TO KLANTREF
           MOVE VZK-DATUM TO AANMAAKDATUM
           IF VZK-REKNR NOT NUMERIC
               SET REKNR-ONGELDIG TO TRUE
           ELSE
               CALL "CONTROLEER-REKNR" USING VZK-REKNR REKNR-CONTROLE
           END-IF
           IF REKNR-ONGELDIG
               SET BESTAND-AFGEKEURD TO TRUE
               MOVE "REKENING OPDRACHTGEVER ONGELDIG (MOD-97)"
                   TO AFKEUR-REDEN
           ELSE
               MOVE VZK-REKNR TO OPDRACHT-REKNR
               MOVE VZK-REKNR TO BEGUNSTIGDE-REKNR
               PERFORM ZOEK-REKENING
               PERFORM CONTROLEER-OPDRACHTGEVER
           END-IF.

       CONTROLEER-OPDRACHTGEVER.
           IF REKENING-ONBEKEND
               MOVE "REKENING OPDRACHTGEVER ONBEKEND" TO AFKEUR-REDEN
           ELSE
               IF REKENING-GESLOTEN
                   MOVE "REKENING OPDRACHTGEVER GESLOTEN"
                       TO AFKEUR-REDEN
               ELSE
                   IF REKENING-GEBLOKKEERD
                       MOVE "REKENING OPDRACHTGEVER GEBLOKKEERD"
                           TO AFKEUR-REDEN
                   ELSE
                       IF OPDRACHT-REKNR = TRANSIT-REKNR
                           MOVE "OPDRACHTGEVER IS DE TRANSITREKENING"
                               TO AFKEUR-REDEN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF AFKEUR-REDEN NOT = SPACES
               SET BESTAND-AFGEKEURD TO TRUE
           ELSE
               MOVE SALDO TO OPDRACHT-SALDO
               MOVE KREDIETLIMIET TO OPDRACHT-LIMIET
               MOVE MUNT TO MUNT-WERK
               PERFORM NORMALISEER-MUNT
               MOVE MUNT-WERK TO OPDRACHT-MUNT
           END-IF.

      * CONTROLE VAN EEN BETALINGSREGEL; LIJN-REDEN BLIJFT SPATIES
      * ALS DE REGEL IN ORDE IS. BEIDE LEESRONDES GEBRUIKEN DEZE
      * PARAGRAAF, ZODAT DE LIJST DEZELFDE REDEN TOONT.
       CONTROLEER-LIJN.
           MOVE SPACES TO LIJN-REDEN
           MOVE ZERO TO BEGUNSTIGDE-REKNR
           SET LIJN-EXTERN TO TRUE
           IF VZO-BEDRAG NOT NUMERIC OR VZO-BEDRAG = ZERO
               MOVE "BEDRAG ONGELDIG" TO LIJN-REDEN
           ELSE
               IF VZO-REKNR NOT NUMERIC
                   MOVE "REKENINGNUMMER ONGELDIG" TO LIJN-REDEN
               ELSE
                   IF VZO-REKNR = ZERO AND VZO-IBAN = SPACES
                       MOVE "GEEN BEGUNSTIGDE" TO LIJN-REDEN
                   ELSE
                       IF VZO-REKNR NOT = ZERO
                           AND VZO-IBAN NOT = SPACES
                           MOVE "REKENING EN IBAN SAMEN OPGEGEVEN"
                               TO LIJN-REDEN
                       ELSE
                           PERFORM CONTROLEER-BEGUNSTIGDE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTROLEER-BEGUNSTIGDE.
           IF VZO-REKNR NOT = ZERO
               CALL "CONTROLEER-REKNR" USING VZO-REKNR REKNR-CONTROLE
               IF REKNR-ONGELDIG
                   MOVE "REKENINGNUMMER FOUT (MOD-97)" TO LIJN-REDEN
               ELSE
                   SET LIJN-INTERN TO TRUE
                   MOVE VZO-REKNR TO BEGUNSTIGDE-REKNR
               END-IF
           ELSE
               CALL "CONTROLEER-IBAN" USING VZO-IBAN IBAN-CONTROLE
               IF NOT IBAN-GELDIG
                   MOVE "IBAN ONGELDIG" TO LIJN-REDEN
               ELSE
                   CALL "VERTAAL-IBAN" USING VZO-IBAN IBAN-REKNR
                       IBAN-RESULTAAT
                   IF IBAN-GEVONDEN
                       SET LIJN-INTERN TO TRUE
                       MOVE IBAN-REKNR TO BEGUNSTIGDE-REKNR
                   ELSE
                       IF VZO-NAAM = SPACES
                           MOVE "NAAM BEGUNSTIGDE ONTBREEKT"
                               TO LIJN-REDEN
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF LIJN-INTERN
               PERFORM CONTROLEER-EIGEN-REKENING
           END-IF.

       CONTROLEER-EIGEN-REKENING.
           IF BEGUNSTIGDE-REKNR = OPDRACHT-REKNR
               OR BEGUNSTIGDE-REKNR = TRANSIT-REKNR
               MOVE "BEGUNSTIGDE IS DE OPDRACHTGEVER" TO LIJN-REDEN
           ELSE
               PERFORM ZOEK-REKENING
               IF REKENING-ONBEKEND
                   MOVE "ONBEKENDE REKENING" TO LIJN-REDEN
               ELSE
                   MOVE MUNT TO MUNT-WERK
                   PERFORM NORMALISEER-MUNT
                   IF REKENING-GESLOTEN
                       MOVE "REKENING GESLOTEN" TO LIJN-REDEN
                   ELSE
                       IF REKENING-GEBLOKKEERD
                           MOVE "REKENING GEBLOKKEERD" TO LIJN-REDEN
                       ELSE
                           IF MUNT-WERK NOT = OPDRACHT-MUNT
                               AND OPDRACHT-MUNT NOT = SPACES
                               MOVE "MUNT VERSCHILT" TO LIJN-REDEN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NORMALISEER-MUNT.
           IF MUNT-WERK = SPACES OR MUNT-WERK = "000"
               OR MUNT-WERK = LOW-VALUES
               MOVE "EUR" TO MUNT-WERK
           END-IF.

       LEES-VERZAMELOPDRACHT.
           READ VERZAMELOPDRACHT AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND OPDRACHT-STATUS NOT = "00"
               DISPLAY "VERZAMELOPDRACHT IS DEFECT, STATUS: "
                   OPDRACHT-STATUS
               PERFORM FOUT
           END-IF.

       HEROPEN-VERZAMELOPDRACHT.
           CLOSE VERZAMELOPDRACHT
           MOVE "N" TO GEDAAN
           MOVE ZERO TO LIJN-NR
           OPEN INPUT VERZAMELOPDRACHT
           IF OPDRACHT-STATUS NOT = "00"
               DISPLAY "KAN VERZAMELOPDRACHT NIET OPENEN, STATUS: "
                   OPDRACHT-STATUS
               PERFORM FOUT
           END-IF.

       OPEN-RESULTAATLIJST.
           IF BESTAND-GOED
               CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
               MOVE BRF-DATUM TO VZR-DATUM
               MOVE BRF-VOLGNR TO VZR-VOLGNR
               MOVE ZERO TO VZR-LIJN
           END-IF
           OPEN OUTPUT RESULTAATLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "RESULTAAT VERZAMELOPDRACHT " DELIMITED BY SIZE
               KLANTREF DELIMITED BY SIZE
               " VAN " DELIMITED BY SIZE
               AANMAAKDATUM DELIMITED BY SIZE
               " - VERWERKT OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE OPDRACHT-REKNR TO REKNR-WERK
           PERFORM ZET-REKNR-TOON
           STRING "OPDRACHTGEVER " DELIMITED BY SIZE
               OPDRACHT-NAAM DELIMITED BY SIZE
               " REKENING " DELIMITED BY SIZE
               REKNR-TOON DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           IF BESTAND-GOED
               STRING "AANVAARD - VERZAMELREFERENTIE " DELIMITED BY SIZE
                   VERZAMELREFERENTIE (1:12) DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
           ELSE
               STRING "GEWEIGERD - " DELIMITED BY SIZE
                   AFKEUR-REDEN DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:125)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "LIJN" TO LIJST-REGEL (1:4)
           MOVE "BEGUNSTIGDE" TO LIJST-REGEL (6:11)
           MOVE "NAAM" TO LIJST-REGEL (23:4)
           MOVE "BEDRAG" TO LIJST-REGEL (58:6)
           MOVE "MEDEDELING" TO LIJST-REGEL (65:10)
           IF BESTAND-GOED
               MOVE "BOEKINGSREFERENTIE" TO LIJST-REGEL (96:18)
           ELSE
               MOVE "CONTROLE" TO LIJST-REGEL (96:8)
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL.

       ZET-REKNR-TOON.
           MOVE RWK-DEEL1 TO RTN-DEEL1
           MOVE RWK-DEEL2 TO RTN-DEEL2
           MOVE RWK-DEEL3 TO RTN-DEEL3.

      * TWEEDE LEESRONDE VAN EEN GEWEIGERD BESTAND: ELKE REGEL KOMT
      * OP DE LIJST MET DE REDEN, OF "IN ORDE".
       MELD-LIJN.
           PERFORM LEES-VERZAMELOPDRACHT
           IF NOT STOPLEZEN
               IF VZO-IS-DETAIL
                   ADD 1 TO LIJN-NR
                   PERFORM CONTROLEER-LIJN
                   PERFORM VUL-RESULTAATREGEL
                   IF LIJN-REDEN = SPACES
                       MOVE "IN ORDE" TO RES-RESULTAAT
                   ELSE
                       MOVE LIJN-REDEN TO RES-RESULTAAT
                   END-IF
                   MOVE RESULTAAT-VELDEN TO LIJST-REGEL
                   PERFORM SCHRIJF-LIJSTREGEL
               END-IF
           END-IF.

       VUL-RESULTAATREGEL.
           MOVE SPACES TO RESULTAAT-VELDEN
           MOVE LIJN-NR TO RES-LIJN
           IF VZO-IBAN NOT = SPACES
               MOVE VZO-IBAN TO RES-BEGUNSTIGDE
           ELSE
               IF VZO-REKNR IS NUMERIC
                   MOVE VZO-REKNR TO REKNR-WERK
                   PERFORM ZET-REKNR-TOON
                   MOVE REKNR-TOON TO RES-BEGUNSTIGDE
               ELSE
                   MOVE VZO-REKNR TO RES-BEGUNSTIGDE
               END-IF
           END-IF
           MOVE VZO-NAAM TO RES-NAAM
           IF VZO-BEDRAG IS NUMERIC
               MOVE VZO-BEDRAG TO RES-BEDRAG
           ELSE
               MOVE ZERO TO RES-BEDRAG
           END-IF
           MOVE VZO-MEDEDELING TO RES-MEDEDELING.

       OPEN-BEWEGINGEN.
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF.

      * DE ENIGE DEBETBOEKING OP DE OPDRACHTGEVER: EEN OVERSCHRIJVING
      * VOOR HET TOTAAL NAAR DE TRANSITREKENING.
       SCHRIJF-DEBETBOEKING.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "J" TO BEW-TRANSFER
           MOVE OPDRACHT-REKNR TO BEW-REKNR
           MOVE TRANSIT-REKNR TO BEW-TEGENREKNR
           COMPUTE BEW-BEDRAG = 0 - CONTROLE-TOTAAL
           MOVE "T" TO BEW-SOORT
           MOVE OPDRACHT-MUNT TO BEW-MUNT
           MOVE ZERO TO VZR-LIJN
           MOVE VERZAMELREFERENTIE TO BEW-REFERENTIE
           MOVE "N" TO BEW-EXTERN
           MOVE "VERZAMELOPDRACHT" TO BEW-EXT-NAAM
           MOVE KLANTREF TO BEW-EXT-BANKREF
           WRITE REKENING-BEWEGING
           MOVE CONTROLE-TOTAAL TO TOTAAL-WERK
           DISPLAY "DEBET OPDRACHTGEVER: " TOTAAL-WERK
               " REFERENTIE " BEW-REFERENTIE.

      * TWEEDE LEESRONDE VAN EEN AANVAARD BESTAND: PER REGEL EEN
      * OVERSCHRIJVING VAN DE TRANSITREKENING NAAR DE EIGEN REKENING
      * OF EEN EXTERNE BETALING VAN DE TRANSITREKENING NAAR HET IBAN.
       BOEK-LIJN.
           PERFORM LEES-VERZAMELOPDRACHT
           IF NOT STOPLEZEN
               IF VZO-IS-DETAIL
                   ADD 1 TO LIJN-NR
                   PERFORM CONTROLEER-LIJN
                   MOVE LIJN-NR TO VZR-LIJN
                   MOVE ZEROS TO REKENING-BEWEGING
                   MOVE "T" TO BEW-SOORT
                   MOVE OPDRACHT-MUNT TO BEW-MUNT
                   MOVE VERZAMELREFERENTIE TO BEW-REFERENTIE
                   IF LIJN-INTERN
                       PERFORM SCHRIJF-INTERNE-BETALING
                   ELSE
                       PERFORM SCHRIJF-EXTERNE-BETALING
                   END-IF
                   WRITE REKENING-BEWEGING
                   PERFORM VUL-RESULTAATREGEL
                   MOVE BEW-REFERENTIE TO RES-RESULTAAT
                   MOVE RESULTAAT-VELDEN TO LIJST-REGEL
                   PERFORM SCHRIJF-LIJSTREGEL
               END-IF
           END-IF.

       SCHRIJF-INTERNE-BETALING.
           MOVE "J" TO BEW-TRANSFER
           MOVE BEGUNSTIGDE-REKNR TO BEW-REKNR
           MOVE TRANSIT-REKNR TO BEW-TEGENREKNR
           MOVE VZO-BEDRAG TO BEW-BEDRAG
           MOVE "N" TO BEW-EXTERN
           MOVE OPDRACHT-NAAM TO BEW-EXT-NAAM
           MOVE KLANTREF TO BEW-EXT-BANKREF
           ADD 1 TO AANTAL-INTERN
           ADD VZO-BEDRAG TO TOTAAL-INTERN.

       SCHRIJF-EXTERNE-BETALING.
           MOVE "N" TO BEW-TRANSFER
           MOVE TRANSIT-REKNR TO BEW-REKNR
           COMPUTE BEW-BEDRAG = 0 - VZO-BEDRAG
           SET BEW-IS-EXTERN TO TRUE
           MOVE VZO-NAAM TO BEW-EXT-NAAM
           MOVE VZO-IBAN TO BEW-EXT-BANKREF
           ADD 1 TO AANTAL-EXTERN
           ADD VZO-BEDRAG TO TOTAAL-EXTERN.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE VERZAMELOPDRACHT
           DELETE FILE VERZAMELOPDRACHT
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN.

       DRUK-AFKEURING.
           MOVE ALL "-" TO LIJST-REGEL (1:125)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BESTAND GEWEIGERD, ER WERD NIETS GEBOEKT. "
               DELIMITED BY SIZE
               "FOUTE REGELS: " DELIMITED BY SIZE
               AANTAL-FOUTE-LIJNEN DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SLUIT-RESULTAATLIJST.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:125)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-INTERN TO TOTAAL-WERK
           STRING "NAAR EIGEN REKENINGEN: " DELIMITED BY SIZE
               AANTAL-INTERN DELIMITED BY SIZE
               "  BEDRAG: " DELIMITED BY SIZE
               TOTAAL-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-EXTERN TO TOTAAL-WERK
           STRING "NAAR ANDERE BANKEN  : " DELIMITED BY SIZE
               AANTAL-EXTERN DELIMITED BY SIZE
               "  BEDRAG: " DELIMITED BY SIZE
               TOTAAL-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE CONTROLE-TOTAAL TO TOTAAL-WERK
           STRING "GEDEBITEERD         : " DELIMITED BY SIZE
               TOTAAL-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SLUIT-RESULTAATLIJST.

       SLUIT-RESULTAATLIJST.
           STRING "VERWERKT DOOR " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE RESULTAATLIJST
           MOVE "VERZAMELRESULTAAT" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/VERZAMELRESULTAAT.LST"
               TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "VERWERK-VERZAMELOPDR" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE OPDRACHT-REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
