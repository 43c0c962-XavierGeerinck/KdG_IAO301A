      *************************************************************
      * VERWERK KAARTBETALINGEN
      *
      * LEEST HET DAGELIJKSE AFREKENINGSBESTAND VAN DE
      * KAARTVERWERKER (KAARTBETALINGEN.IN, KOP- EN STAARTRECORD
      * ZOALS BIJ DE B1-BESTANDEN) EN BOEKT ELKE KAARTBETALING ALS
      * EIGEN DEBETBEWEGING (BOEKINGSSOORT C) OP DE REKENING WAARAAN
      * DE KAART IN KAARTEN.DAT HANGT, MET DE BETAALDATUM ALS
      * VALUTADATUM EN DE HANDELAAR EN DE REFERENTIE VAN DE
      * VERWERKER IN BEW-EXT-NAAM EN BEW-EXT-BANKREF. ZO TELT
      * VERWERK-REKENING-BEWEGING DE KAARTBETALINGEN APART EN REKENT
      * AANREKEN-VERRICHTINGKOSTEN ZE AF TEGEN HUN EIGEN TARIEF IN
      * TARIEVEN.DAT.
      *
      * VOOR DE BETALINGEN WORDEN VERWERKT, LOOPT HET PROGRAMMA ALLE
      * ACTIEVE KAARTEN LANGS: EEN KAART OP EEN GESLOTEN, EEN
      * GEBLOKKEERDE OF EEN ONBEKENDE REKENING WORDT AUTOMATISCH
      * GEBLOKKEERD EN KOMT OP DE UITZONDERINGSLIJST.
      * EEN BETALING MET EEN ONBEKENDE, GEBLOKKEERDE OF VERVALLEN
      * KAART, IN EEN ANDERE MUNT DAN DE REKENING, OF DIE DE DAG- OF
      * WEEKLIMIET VAN DE KAART (MAANDAG TOT EN MET ZONDAG) ZOU
      * OVERSCHRIJDEN, WORDT NIET GEBOEKT MAAR KOMT MET DE REDEN OP
      * DE UITZONDERINGSLIJST KAARTUITZONDERINGEN.LST (VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL) VOOR OPVOLGING MET DE
      * VERWERKER. DE GEBRUIKTE BEDRAGEN PER DAG EN PER WEEK STAAN
      * OP DE KAART ZELF.
      *
      * VOOR ER OOK MAAR EEN BEWEGING WORDT GESCHREVEN CONTROLEERT
      * EEN EERSTE LEESRONDE HET KOPRECORD EN HET STAARTRECORD:
      * KLOPPEN AANTAL EN HASHTOTAAL NIET, DAN WORDT HET HELE
      * BESTAND GEWEIGERD MET RETURN-CODE 8. NA EEN GESLAAGDE RUN
      * WORDT KAARTBETALINGEN.IN VERWIJDERD, ZODAT EEN TWEEDE START
      * DEZELFDE BETALINGEN NIET NOG EENS KAN DEBITEREN.
      * DE GROOTBOEKREGEL (CATEGORIE KAARTBET) WORDT PER THUISKANTOOR
      * VAN DE GEDEBITEERDE REKENINGEN GESPLITST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-KAARTBETALINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KAARTBETALINGEN
                  ASSIGN TO "BESTANDEN/KAARTBETALINGEN.IN"
                  FILE STATUS IS KAARTBET-STATUS.

           SELECT OPTIONAL KAARTEN
                  ASSIGN TO "BESTANDEN/KAARTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KRT-NR
                  FILE STATUS IS KAARTEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT UITZONDERINGSLIJST
                  ASSIGN TO "BESTANDEN/KAARTUITZONDERINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KAARTBETALINGEN BLOCK CONTAINS 10 RECORDS.
       01  KAARTBETALING.
           COPY "kaartbet.cpy".
           COPY "domkop.cpy".

       FD  KAARTEN BLOCK CONTAINS 10 RECORDS.
       01  KAART-REC.
           COPY "kaart.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  UITZONDERINGSLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  KAARTBET-STATUS PIC X(2).
       77  KAARTEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KAARTEN-GEDAAN PIC X(1).
           88 EINDE-KAARTEN VALUE "J".
       77  RUNDATUM PIC 9(8).
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  GEVONDEN-KAART PIC X(1).
           88 KAART-BESTAAT VALUE "J".
           88 KAART-ONBEKEND VALUE "N".
       77  BATCH-RESULTAAT PIC X(1).
           88 BATCH-GOED VALUE "J".
           88 BATCH-AFGEKEURD VALUE "N".
       77  EERSTE-RECORD PIC X(1).
           88 NOG-GEEN-RECORD VALUE "J".
       77  STAART-AANWEZIG PIC X(1).
           88 STAART-GEZIEN VALUE "J".
       77  CONTROLE-AANTAL PIC 9(7) VALUE ZERO.
       77  CONTROLE-HASH PIC 9(12) VALUE ZERO.
       77  BATCH-AANTAL PIC 9(7) VALUE ZERO.
       77  BATCH-HASH PIC 9(12) VALUE ZERO.
       77  HASH-BEDRAG PIC 9(11) VALUE ZERO.
       77  AFKEUR-REDEN PIC X(40).
       77  BETALING-RESULTAAT PIC X(1).
           88 BETALING-AANVAARD VALUE "J".
           88 BETALING-GEWEIGERD VALUE "N".
       77  WEIGER-TEKST PIC X(30).
       77  BETAAL-MUNT PIC X(3).
       77  REKENING-MUNT PIC X(3).
       77  DAG-GEBRUIKT PIC 9(7)V99.
       77  WEEK-GEBRUIKT PIC 9(7)V99.
       77  BETAAL-WEEKNR PIC 9(6).
       77  AANTAL-GEBOEKT PIC 9(7) VALUE ZERO.
       77  SOM-GEBOEKT PIC 9(9)V99 VALUE ZERO.
       77  AANTAL-UITZONDERING PIC 9(7) VALUE ZERO.
       77  SOM-UITZONDERING PIC 9(9)V99 VALUE ZERO.
       77  AANTAL-KAART-GEBLOKKEERD PIC 9(7) VALUE ZERO.
       77  BOEKINGSREFERENTIE PIC X(16).
       77  SERIEEL-DAGNR PIC 9(7).
       77  VORIG-JAAR PIC 9(4).
       77  DEEL-JAAR PIC 9(4).
       77  JAAR-KWART PIC 9(4).
       77  REST-JAAR PIC 9.
       77  WEEK-REST PIC 9.

       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01  CUMDAGEN-RIJ REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.
       01  UITZONDERING-VELDEN.
           02 UTZ-KAARTNR PIC 9(16).
           02 FILLER PIC X VALUE SPACE.
           02 UTZ-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 UTZ-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 UTZ-MUNT PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 UTZ-HANDELAAR PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 UTZ-REFERENTIE PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 UTZ-REDEN PIC X(30).
       01  TOTAAL-WERK PIC Z(8)9.99.
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-BATCHTOTALEN
           IF BATCH-AFGEKEURD
               PERFORM WIJS-BATCH-AF
           END-IF
           PERFORM OPEN-UITVOER
           PERFORM BLOKKEER-KAARTEN
           PERFORM HEROPEN-KAARTBETALINGEN
           PERFORM VERWERK-BETALINGEN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO REK KAART-REC
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT KAARTBETALINGEN
           IF KAARTBET-STATUS NOT = "00"
               DISPLAY "KAN BESTAND KAARTBETALINGEN NIET OPENEN, "
                   "STATUS: " KAARTBET-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "05"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O KAARTEN
           IF KAARTEN-STATUS NOT = "00" AND KAARTEN-STATUS NOT = "05"
               DISPLAY "KAN KAARTENBESTAND NIET OPENEN, STATUS: "
                   KAARTEN-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "VERWERKING KAARTBETALINGEN"
           DISPLAY "-------------------------------------------".

       CONTROLEER-BATCHTOTALEN.
           SET BATCH-GOED TO TRUE
           MOVE "J" TO EERSTE-RECORD
           MOVE "N" TO STAART-AANWEZIG
           PERFORM TEL-BATCHRECORD UNTIL STOPLEZEN
           IF BATCH-GOED AND NOT STAART-GEZIEN
               SET BATCH-AFGEKEURD TO TRUE
               MOVE "STAARTRECORD ONTBREEKT" TO AFKEUR-REDEN
           END-IF
           IF BATCH-GOED
               IF BATCH-AANTAL NOT = CONTROLE-AANTAL
                   OR BATCH-HASH NOT = CONTROLE-HASH
                   SET BATCH-AFGEKEURD TO TRUE
                   MOVE "BATCHTOTALEN KLOPPEN NIET" TO AFKEUR-REDEN
               END-IF
           END-IF.

       TEL-BATCHRECORD.
           READ KAARTBETALINGEN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND KAARTBET-STATUS NOT = "00"
               DISPLAY "BESTAND KAARTBETALINGEN IS DEFECT, "
                   "STATUS: " KAARTBET-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF NOG-GEEN-RECORD
                   MOVE "N" TO EERSTE-RECORD
                   IF NOT IS-KOP-RECORD
                       SET BATCH-AFGEKEURD TO TRUE
                       MOVE "KOPRECORD ONTBREEKT" TO AFKEUR-REDEN
                       MOVE "J" TO GEDAAN
                   END-IF
               ELSE
                   IF IS-STAART-RECORD
                       SET STAART-GEZIEN TO TRUE
                       MOVE STAART-AANTAL TO BATCH-AANTAL
                       MOVE STAART-HASH TO BATCH-HASH
                   ELSE
                       ADD 1 TO CONTROLE-AANTAL
                       COMPUTE HASH-BEDRAG = KBT-BEDRAG * 100
                       ADD HASH-BEDRAG TO CONTROLE-HASH
                   END-IF
               END-IF
           END-IF.

       WIJS-BATCH-AF.
           DISPLAY "BESTAND AFGEKEURD - " AFKEUR-REDEN
           DISPLAY "ER WORDT NIETS GEDEBITEERD"
           CLOSE KAARTBETALINGEN
           CLOSE REKENINGEN
           CLOSE KAARTEN
           MOVE 8 TO RETURN-CODE
           GOBACK.

       OPEN-UITVOER.
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT UITZONDERINGSLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "UITZONDERINGEN KAARTBETALINGEN OP "
               DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "KAARTNUMMER" TO LIJST-REGEL (1:11)
           MOVE "DATUM" TO LIJST-REGEL (18:5)
           MOVE "BEDRAG" TO LIJST-REGEL (31:6)
           MOVE "MUNT" TO LIJST-REGEL (38:4)
           MOVE "HANDELAAR" TO LIJST-REGEL (42:9)
           MOVE "REFERENTIE" TO LIJST-REGEL (73:10)
           MOVE "REDEN" TO LIJST-REGEL (90:5)
           PERFORM SCHRIJF-LIJSTREGEL.

      * KAARTEN OP EEN REKENING DIE INTUSSEN GESLOTEN OF GEBLOKKEERD
      * WERD, WORDEN VOOR DE VERWERKING MEE GEBLOKKEERD.
       BLOKKEER-KAARTEN.
           MOVE "N" TO KAARTEN-GEDAAN
           MOVE ZERO TO KRT-NR
           START KAARTEN KEY IS NOT < KRT-NR
               INVALID KEY MOVE "J" TO KAARTEN-GEDAAN
           END-START
           PERFORM CONTROLEER-KAART UNTIL EINDE-KAARTEN.

       CONTROLEER-KAART.
           READ KAARTEN NEXT
               AT END MOVE "J" TO KAARTEN-GEDAAN
           END-READ
           IF NOT EINDE-KAARTEN AND KAARTEN-STATUS NOT = "00"
               AND KAARTEN-STATUS NOT = "02"
               DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                   KAARTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT EINDE-KAARTEN
               IF KAART-ACTIEF
                   PERFORM ZOEK-REKENING
                   MOVE SPACES TO WEIGER-TEKST
                   IF REKENING-ONBEKEND
                       MOVE "REKENING ONBEKEND" TO WEIGER-TEKST
                   ELSE
                       IF REKENING-GESLOTEN
                           MOVE "REKENING GESLOTEN" TO WEIGER-TEKST
                       ELSE
                           IF REKENING-GEBLOKKEERD
                               MOVE "REKENING GEBLOKKEERD"
                                   TO WEIGER-TEKST
                           END-IF
                       END-IF
                   END-IF
                   IF WEIGER-TEKST NOT = SPACES
                       PERFORM BLOKKEER-KAART
                   END-IF
               END-IF
           END-IF.

       BLOKKEER-KAART.
           SET KAART-GEBLOKKEERD TO TRUE
           MOVE WEIGER-TEKST TO KRT-BLOKKEER-REDEN
           MOVE RUNDATUM TO KRT-BLOKKEER-DATUM
           REWRITE KAART-REC
               INVALID KEY
                   DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                       KAARTEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           ADD 1 TO AANTAL-KAART-GEBLOKKEERD
           MOVE SPACES TO UITZONDERING-VELDEN
           MOVE KRT-NR TO UTZ-KAARTNR
           MOVE RUNDATUM TO UTZ-DATUM
           MOVE ZERO TO UTZ-BEDRAG
           MOVE "KAART AUTOMATISCH GEBLOKKEERD" TO UTZ-HANDELAAR
           MOVE WEIGER-TEKST TO UTZ-REDEN
           MOVE UITZONDERING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       HEROPEN-KAARTBETALINGEN.
           CLOSE KAARTBETALINGEN
           MOVE "N" TO GEDAAN
           OPEN INPUT KAARTBETALINGEN
           IF KAARTBET-STATUS NOT = "00"
               DISPLAY "KAN BESTAND KAARTBETALINGEN NIET OPENEN, "
                   "STATUS: " KAARTBET-STATUS
               PERFORM FOUT
           END-IF.

       VERWERK-BETALINGEN.
           READ KAARTBETALINGEN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND KAARTBET-STATUS NOT = "00"
               DISPLAY "BESTAND KAARTBETALINGEN IS DEFECT, "
                   "STATUS: " KAARTBET-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF NOT IS-KOP-RECORD AND NOT IS-STAART-RECORD
                   PERFORM VERWERK-BETALING
               END-IF
           END-IF.

       VERWERK-BETALING.
           SET BETALING-AANVAARD TO TRUE
           PERFORM ZOEK-KAART
           IF KAART-ONBEKEND
               MOVE "ONBEKENDE KAART" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               PERFORM CONTROLEER-KAARTSTATUS
           END-IF
           IF BETALING-AANVAARD
               PERFORM CONTROLEER-REKENING
           END-IF
           IF BETALING-AANVAARD
               PERFORM CONTROLEER-LIMIETEN
           END-IF
           IF BETALING-AANVAARD
               PERFORM BOEK-KAARTBETALING
           ELSE
               PERFORM SCHRIJF-UITZONDERING
           END-IF.

       ZOEK-KAART.
           MOVE KBT-KAARTNR TO KRT-NR
           SET KAART-ONBEKEND TO TRUE
           READ KAARTEN
               INVALID KEY SET KAART-ONBEKEND TO TRUE
               NOT INVALID KEY SET KAART-BESTAAT TO TRUE
           END-READ
           IF KAART-ONBEKEND AND KAARTEN-STATUS NOT = "23"
               DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                   KAARTEN-STATUS
               PERFORM FOUT
           END-IF.

       CONTROLEER-KAARTSTATUS.
           IF KAART-GEBLOKKEERD
               MOVE "KAART GEBLOKKEERD" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               IF KBT-DATUM (1:6) > KRT-VERVALDATUM
                   MOVE "KAART VERVALLEN" TO WEIGER-TEKST
                   SET BETALING-GEWEIGERD TO TRUE
               END-IF
           END-IF.

       CONTROLEER-REKENING.
           PERFORM ZOEK-REKENING
           IF REKENING-ONBEKEND
               MOVE "REKENING ONBEKEND" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               MOVE KBT-MUNT TO BETAAL-MUNT
               IF BETAAL-MUNT = SPACES OR BETAAL-MUNT = LOW-VALUES
                   MOVE "EUR" TO BETAAL-MUNT
               END-IF
               MOVE MUNT TO REKENING-MUNT
               IF REKENING-MUNT = SPACES OR REKENING-MUNT = "000"
                   OR REKENING-MUNT = LOW-VALUES
                   MOVE "EUR" TO REKENING-MUNT
               END-IF
               IF BETAAL-MUNT NOT = REKENING-MUNT
                   MOVE "MUNT VERSCHILT" TO WEIGER-TEKST
                   SET BETALING-GEWEIGERD TO TRUE
               END-IF
           END-IF.

      * DE TELLERS OP DE KAART GELDEN VOOR DE LAATST GEZIENE DAG EN
      * WEEK; EEN BETALING OP EEN LATERE DAG OF IN EEN LATERE WEEK
      * BEGINT OPNIEUW BIJ NUL.
       CONTROLEER-LIMIETEN.
           MOVE KBT-DATUM TO WERKDATUM
           PERFORM BEREKEN-SERIEEL-DAGNR
           COMPUTE SERIEEL-DAGNR = SERIEEL-DAGNR - 3
           DIVIDE SERIEEL-DAGNR BY 7 GIVING BETAAL-WEEKNR
               REMAINDER WEEK-REST
           IF KBT-DATUM > KRT-DAG-DATUM
               MOVE ZERO TO DAG-GEBRUIKT
           ELSE
               MOVE KRT-DAG-GEBRUIKT TO DAG-GEBRUIKT
           END-IF
           IF BETAAL-WEEKNR > KRT-WEEK-NR
               MOVE ZERO TO WEEK-GEBRUIKT
           ELSE
               MOVE KRT-WEEK-GEBRUIKT TO WEEK-GEBRUIKT
           END-IF
           ADD KBT-BEDRAG TO DAG-GEBRUIKT WEEK-GEBRUIKT
           IF DAG-GEBRUIKT > KRT-DAGLIMIET
               MOVE "DAGLIMIET OVERSCHREDEN" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               IF WEEK-GEBRUIKT > KRT-WEEKLIMIET
                   MOVE "WEEKLIMIET OVERSCHREDEN" TO WEIGER-TEKST
                   SET BETALING-GEWEIGERD TO TRUE
               END-IF
           END-IF.

       BEREKEN-SERIEEL-DAGNR.
           COMPUTE VORIG-JAAR = WRK-JAAR - 1
           DIVIDE VORIG-JAAR BY 4 GIVING DEEL-JAAR
           DIVIDE WRK-JAAR BY 4 GIVING JAAR-KWART REMAINDER REST-JAAR
           COMPUTE SERIEEL-DAGNR = WRK-JAAR * 365 + DEEL-JAAR
               + DAGEN-TOT-MAAND (WRK-MAAND) + WRK-DAG
           IF REST-JAAR = 0 AND WRK-MAAND > 2
               ADD 1 TO SERIEEL-DAGNR
           END-IF.

       BOEK-KAARTBETALING.
           IF KBT-DATUM > KRT-DAG-DATUM
               MOVE KBT-DATUM TO KRT-DAG-DATUM
           END-IF
           IF BETAAL-WEEKNR > KRT-WEEK-NR
               MOVE BETAAL-WEEKNR TO KRT-WEEK-NR
           END-IF
           MOVE DAG-GEBRUIKT TO KRT-DAG-GEBRUIKT
           MOVE WEEK-GEBRUIKT TO KRT-WEEK-GEBRUIKT
           REWRITE KAART-REC
               INVALID KEY
                   DISPLAY "KAARTENBESTAND IS DEFECT, STATUS: "
                       KAARTEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE KRT-REKNR TO BEW-REKNR
           MOVE "C" TO BEW-SOORT
           MOVE REKENING-MUNT TO BEW-MUNT
           COMPUTE BEW-BEDRAG = 0 - KBT-BEDRAG
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE KBT-DATUM TO BEW-VALUTADATUM
           MOVE "N" TO BEW-EXTERN
           MOVE KBT-HANDELAAR TO BEW-EXT-NAAM
           MOVE KBT-REFERENTIE TO BEW-EXT-BANKREF
           WRITE REKENING-BEWEGING
           ADD 1 TO AANTAL-GEBOEKT
           ADD KBT-BEDRAG TO SOM-GEBOEKT
           PERFORM TEL-GROOTBOEK-KANTOOR
           DISPLAY "GEDEBITEERD: " KRT-DEEL1 "-" KRT-DEEL2 "-"
               KRT-DEEL3 " BEDRAG " KBT-BEDRAG " BIJ " KBT-HANDELAAR.

       SCHRIJF-UITZONDERING.
           ADD 1 TO AANTAL-UITZONDERING
           ADD KBT-BEDRAG TO SOM-UITZONDERING
           MOVE SPACES TO UITZONDERING-VELDEN
           MOVE KBT-KAARTNR TO UTZ-KAARTNR
           MOVE KBT-DATUM TO UTZ-DATUM
           MOVE KBT-BEDRAG TO UTZ-BEDRAG
           MOVE KBT-MUNT TO UTZ-MUNT
           MOVE KBT-HANDELAAR TO UTZ-HANDELAAR
           MOVE KBT-REFERENTIE TO UTZ-REFERENTIE
           MOVE WEIGER-TEKST TO UTZ-REDEN
           MOVE UITZONDERING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       ZOEK-REKENING.
           MOVE KRT-REKNR TO REKNR
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

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE KAARTBETALINGEN
           DELETE FILE KAARTBETALINGEN
           CLOSE KAARTEN
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN
           PERFORM LOG-GROOTBOEK.

       LOG-GROOTBOEK.
           MOVE SPACES TO GROOTBOEK-REGEL
           MOVE RUNDATUM TO GLW-DATUM
           MOVE "KAARTBET" TO GLW-CATEGORIE
           MOVE AANTAL-GEBOEKT TO GLW-AANTAL
           MOVE SOM-GEBOEKT TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "KAARTBET" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE KBT-BEDRAG TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SOM-UITZONDERING TO TOTAAL-WERK
           STRING "UITZONDERINGEN: " DELIMITED BY SIZE
               AANTAL-UITZONDERING DELIMITED BY SIZE
               "  BEDRAG: " DELIMITED BY SIZE
               TOTAAL-WERK DELIMITED BY SIZE
               "  KAARTEN GEBLOKKEERD: " DELIMITED BY SIZE
               AANTAL-KAART-GEBLOKKEERD DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE UITZONDERINGSLIJST
           MOVE "KAART-UITZONDERING" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/KAARTUITZONDERINGEN.LST"
               TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM
           DISPLAY "-------------------------------------------"
           DISPLAY "GEDEBITEERD    : " AANTAL-GEBOEKT
               " SOM: " SOM-GEBOEKT
           DISPLAY "UITZONDERINGEN : " AANTAL-UITZONDERING
               " SOM: " SOM-UITZONDERING
           DISPLAY "KAARTEN GEBLOKKEERD: " AANTAL-KAART-GEBLOKKEERD.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "VERWERK-KAARTBETAL" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE KBT-REFERENTIE TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
