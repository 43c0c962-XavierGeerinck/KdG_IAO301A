      *************************************************************
      * VERWERK INKOMENDE BETALINGEN
      *
      * LEEST HET DAGELIJKSE BESTAND MET INKOMENDE OVERSCHRIJVINGEN
      * VAN DE CLEARINGBANK (INKOMENDEBETALINGEN.IN, KOP- EN
      * STAARTRECORD ZOALS BIJ DE B1-BESTANDEN). DE IBAN VAN DE
      * BEGUNSTIGDE WORDT VIA VERTAAL-IBAN OMGEZET NAAR ONS
      * 3-7-2 REKENINGNUMMER; VOOR ELKE AANVAARDE BETALING GAAT EEN
      * CREDITBEWEGING MET EEN EIGEN BOEKINGSREFERENTIE NAAR
      * REKENINGBEWEGINGEN.DAT, MET NAAM EN BANKREFERENTIE VAN DE
      * OPDRACHTGEVER IN BEW-EXT-NAAM EN BEW-EXT-BANKREF. BEW-EXTERN
      * BLIJFT "N": HET IS GEEN BETALING NAAR BUITEN, ZODAT
      * VERWERK-REKENING-BEWEGING ALLEEN ONZE ZIJDE BOEKT.
      *
      * EEN BETALING VOOR EEN ONBEKENDE IBAN, VOOR EEN GESLOTEN OF
      * GEBLOKKEERDE REKENING, IN EEN ANDERE MUNT DAN DE REKENING OF
      * MET EEN BEDRAG DAT NIET IN EEN BEWEGING PAST, WORDT NIET
      * GEBOEKT MAAR KOMT MET DE REDEN OP DE HERSTELLIJST
      * INKOMENDHERSTEL.LST (VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL)
      * EN GAAT MET REDENCODE TERUG NAAR DE CLEARINGBANK IN
      * TERUGSTORTINGEN.UIT, MET EIGEN KOP- EN STAARTRECORD.
      *
      * VOOR ER OOK MAAR EEN BEWEGING WORDT GESCHREVEN CONTROLEERT
      * EEN EERSTE LEESRONDE HET KOPRECORD EN HET STAARTRECORD:
      * KLOPPEN AANTAL EN HASHTOTAAL NIET, DAN WORDT HET HELE
      * BESTAND GEWEIGERD MET RETURN-CODE 8. NA EEN GESLAAGDE RUN
      * WORDT INKOMENDEBETALINGEN.IN VERWIJDERD, ZODAT EEN TWEEDE
      * START DEZELFDE BETALINGEN NIET NOG EENS KAN CREDITEREN.
      * DE GROOTBOEKREGEL WORDT PER THUISKANTOOR VAN DE
      * GECREDITEERDE REKENINGEN GESPLITST (ZIE BOEK-GROOTBOEK).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-INKOMENDE-BETALINGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INKOMENDE-BETALINGEN
                  ASSIGN TO "BESTANDEN/INKOMENDEBETALINGEN.IN"
                  FILE STATUS IS INKBET-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT TERUGSTORTINGEN
                  ASSIGN TO "BESTANDEN/TERUGSTORTINGEN.UIT"
                  FILE STATUS IS TERUGSTORT-STATUS.

           SELECT HERSTELLIJST
                  ASSIGN TO "BESTANDEN/INKOMENDHERSTEL.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INKOMENDE-BETALINGEN BLOCK CONTAINS 10 RECORDS.
       01  INKOMENDE-BETALING.
           COPY "inkbet.cpy".
           COPY "domkop.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  TERUGSTORTINGEN BLOCK CONTAINS 10 RECORDS.
       01  TERUGSTORTING.
           COPY "terugstort.cpy".
       01  TERUGSTORT-KOP.
           02 TSK-TYPE PIC X(2).
           02 TSK-DATUM PIC 9(8).
       01  TERUGSTORT-STAART.
           02 TSS-TYPE PIC X(2).
           02 TSS-AANTAL PIC 9(7).
           02 TSS-HASH PIC 9(12).

       FD  HERSTELLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  INKBET-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  TERUGSTORT-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  RUNDATUM PIC 9(8).
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
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
       77  WEIGER-CODE PIC X(2).
       77  WEIGER-TEKST PIC X(30).
       77  INKOMENDE-MUNT PIC X(3).
       77  REKENING-MUNT PIC X(3).
       77  AANTAL-GECREDITEERD PIC 9(7) VALUE ZERO.
       77  SOM-GECREDITEERD PIC 9(9)V99 VALUE ZERO.
       77  AANTAL-TERUGGESTORT PIC 9(7) VALUE ZERO.
       77  SOM-TERUGGESTORT PIC 9(9)V99 VALUE ZERO.
       77  TERUGSTORT-HASH PIC 9(12) VALUE ZERO.
       77  BOEKINGSREFERENTIE PIC X(16).

       77  IBAN-REKNR PIC 9(12).
       77  IBAN-RESULTAAT PIC X(1).
           88 IBAN-GEVONDEN VALUE "J".
           88 IBAN-ONBEKEND VALUE "N".

       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  HERSTEL-VELDEN.
           02 HRS-IBAN PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 HRS-BEDRAG PIC Z(8)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 HRS-MUNT PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 HRS-NAAM PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 HRS-BANKREF PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 HRS-REFERENTIE PIC X(16).
           02 FILLER PIC X VALUE SPACE.
           02 HRS-REDEN PIC X(30).
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
           PERFORM HEROPEN-INKOMENDE-BETALINGEN
           PERFORM VERWERK-BETALINGEN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO REK
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT INKOMENDE-BETALINGEN
           IF INKBET-STATUS NOT = "00"
               DISPLAY "KAN BESTAND INKOMENDE BETALINGEN NIET OPENEN, "
                   "STATUS: " INKBET-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "05"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "VERWERKING INKOMENDE BETALINGEN"
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
           READ INKOMENDE-BETALINGEN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INKBET-STATUS NOT = "00"
               DISPLAY "BESTAND INKOMENDE BETALINGEN IS DEFECT, "
                   "STATUS: " INKBET-STATUS
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
                       COMPUTE HASH-BEDRAG = INB-BEDRAG * 100
                       ADD HASH-BEDRAG TO CONTROLE-HASH
                   END-IF
               END-IF
           END-IF.

       WIJS-BATCH-AF.
           DISPLAY "BESTAND AFGEKEURD - " AFKEUR-REDEN
           DISPLAY "ER WORDT NIETS GECREDITEERD"
           CLOSE INKOMENDE-BETALINGEN
           CLOSE REKENINGEN
           MOVE 8 TO RETURN-CODE
           GOBACK.

       OPEN-UITVOER.
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT TERUGSTORTINGEN
           IF TERUGSTORT-STATUS NOT = "00"
               DISPLAY "KAN TERUGSTORTINGEN NIET OPENEN, STATUS: "
                   TERUGSTORT-STATUS
               PERFORM FOUT
           END-IF
           MOVE SPACES TO TERUGSTORT-KOP
           MOVE "HD" TO TSK-TYPE
           MOVE RUNDATUM TO TSK-DATUM
           WRITE TERUGSTORT-KOP
           OPEN OUTPUT HERSTELLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "HERSTELLIJST INKOMENDE BETALINGEN OP "
               DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "IBAN BEGUNSTIGDE" TO LIJST-REGEL (1:16)
           MOVE "BEDRAG" TO LIJST-REGEL (24:6)
           MOVE "MUNT" TO LIJST-REGEL (31:4)
           MOVE "OPDRACHTGEVER" TO LIJST-REGEL (35:13)
           MOVE "BANKREF" TO LIJST-REGEL (66:7)
           MOVE "CLEARINGREF" TO LIJST-REGEL (83:11)
           MOVE "REDEN" TO LIJST-REGEL (100:5)
           PERFORM SCHRIJF-LIJSTREGEL.

       HEROPEN-INKOMENDE-BETALINGEN.
           CLOSE INKOMENDE-BETALINGEN
           MOVE "N" TO GEDAAN
           OPEN INPUT INKOMENDE-BETALINGEN
           IF INKBET-STATUS NOT = "00"
               DISPLAY "KAN BESTAND INKOMENDE BETALINGEN NIET OPENEN, "
                   "STATUS: " INKBET-STATUS
               PERFORM FOUT
           END-IF.

       VERWERK-BETALINGEN.
           READ INKOMENDE-BETALINGEN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INKBET-STATUS NOT = "00"
               DISPLAY "BESTAND INKOMENDE BETALINGEN IS DEFECT, "
                   "STATUS: " INKBET-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF NOT IS-KOP-RECORD AND NOT IS-STAART-RECORD
                   PERFORM VERWERK-BETALING
               END-IF
           END-IF.

       VERWERK-BETALING.
           SET BETALING-AANVAARD TO TRUE
           CALL "VERTAAL-IBAN" USING INB-IBAN IBAN-REKNR IBAN-RESULTAAT
           IF IBAN-ONBEKEND
               MOVE "01" TO WEIGER-CODE
               MOVE "ONBEKENDE IBAN" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               PERFORM CONTROLEER-REKENING
           END-IF
           IF BETALING-AANVAARD
               PERFORM BOEK-CREDITERING
           END-IF
           IF BETALING-GEWEIGERD
               PERFORM STORT-TERUG
           END-IF.

       CONTROLEER-REKENING.
           MOVE IBAN-REKNR TO REKNR
           SET REKENING-ONBEKEND TO TRUE
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-ONBEKEND
               MOVE "01" TO WEIGER-CODE
               MOVE "ONBEKENDE REKENING" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               PERFORM CONTROLEER-REKENINGSTATUS
           END-IF.

       CONTROLEER-REKENINGSTATUS.
           MOVE INB-MUNT TO INKOMENDE-MUNT
           IF INKOMENDE-MUNT = SPACES OR INKOMENDE-MUNT = LOW-VALUES
               MOVE "EUR" TO INKOMENDE-MUNT
           END-IF
           MOVE MUNT TO REKENING-MUNT
           IF REKENING-MUNT = SPACES OR REKENING-MUNT = "000"
               OR REKENING-MUNT = LOW-VALUES
               MOVE "EUR" TO REKENING-MUNT
           END-IF
           IF REKENING-GESLOTEN
               MOVE "02" TO WEIGER-CODE
               MOVE "REKENING GESLOTEN" TO WEIGER-TEKST
               SET BETALING-GEWEIGERD TO TRUE
           ELSE
               IF REKENING-GEBLOKKEERD
                   MOVE "03" TO WEIGER-CODE
                   MOVE "REKENING GEBLOKKEERD" TO WEIGER-TEKST
                   SET BETALING-GEWEIGERD TO TRUE
               ELSE
                   IF INKOMENDE-MUNT NOT = REKENING-MUNT
                       MOVE "04" TO WEIGER-CODE
                       MOVE "MUNT VERSCHILT" TO WEIGER-TEKST
                       SET BETALING-GEWEIGERD TO TRUE
                   END-IF
               END-IF
           END-IF.

       BOEK-CREDITERING.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE REKNR TO BEW-REKNR
           MOVE "T" TO BEW-SOORT
           MOVE REKENING-MUNT TO BEW-MUNT
           COMPUTE BEW-BEDRAG = INB-BEDRAG
               ON SIZE ERROR
                   MOVE "05" TO WEIGER-CODE
                   MOVE "BEDRAG TE GROOT" TO WEIGER-TEKST
                   SET BETALING-GEWEIGERD TO TRUE
           END-COMPUTE
           IF BETALING-AANVAARD
               CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
               MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
               MOVE "N" TO BEW-EXTERN
               MOVE INB-NAAM TO BEW-EXT-NAAM
               MOVE INB-BANKREF TO BEW-EXT-BANKREF
               WRITE REKENING-BEWEGING
               ADD 1 TO AANTAL-GECREDITEERD
               ADD INB-BEDRAG TO SOM-GECREDITEERD
               PERFORM TEL-GROOTBOEK-KANTOOR
               DISPLAY "GECREDITEERD: " DEEL1 "-" DEEL2 "-" DEEL3
                   " BEDRAG " INB-BEDRAG " VAN " INB-NAAM
           END-IF.

       STORT-TERUG.
           MOVE SPACES TO TERUGSTORTING
           MOVE "20" TO TST-TYPE
           MOVE INB-IBAN TO TST-IBAN
           MOVE INB-BEDRAG TO TST-BEDRAG
           MOVE INB-MUNT TO TST-MUNT
           MOVE INB-NAAM TO TST-NAAM
           MOVE INB-BANKREF TO TST-BANKREF
           MOVE INB-REFERENTIE TO TST-REFERENTIE
           MOVE RUNDATUM TO TST-DATUM
           MOVE WEIGER-CODE TO TST-REDEN
           WRITE TERUGSTORTING
           ADD 1 TO AANTAL-TERUGGESTORT
           ADD INB-BEDRAG TO SOM-TERUGGESTORT
           COMPUTE HASH-BEDRAG = INB-BEDRAG * 100
           ADD HASH-BEDRAG TO TERUGSTORT-HASH
           MOVE SPACES TO HERSTEL-VELDEN
           MOVE INB-IBAN TO HRS-IBAN
           MOVE INB-BEDRAG TO HRS-BEDRAG
           MOVE INB-MUNT TO HRS-MUNT
           MOVE INB-NAAM TO HRS-NAAM
           MOVE INB-BANKREF TO HRS-BANKREF
           MOVE INB-REFERENTIE TO HRS-REFERENTIE
           MOVE WEIGER-TEKST TO HRS-REDEN
           MOVE HERSTEL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           MOVE SPACES TO TERUGSTORT-STAART
           MOVE "TR" TO TSS-TYPE
           MOVE AANTAL-TERUGGESTORT TO TSS-AANTAL
           MOVE TERUGSTORT-HASH TO TSS-HASH
           WRITE TERUGSTORT-STAART
           CLOSE TERUGSTORTINGEN
           CLOSE INKOMENDE-BETALINGEN
           DELETE FILE INKOMENDE-BETALINGEN
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN
           PERFORM LOG-GROOTBOEK.

       LOG-GROOTBOEK.
           MOVE SPACES TO GROOTBOEK-REGEL
           MOVE RUNDATUM TO GLW-DATUM
           MOVE "INKBET" TO GLW-CATEGORIE
           MOVE AANTAL-GECREDITEERD TO GLW-AANTAL
           MOVE SOM-GECREDITEERD TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "INKBET" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE INB-BEDRAG TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE SOM-TERUGGESTORT TO TOTAAL-WERK
           STRING "TERUGGESTORT: " DELIMITED BY SIZE
               AANTAL-TERUGGESTORT DELIMITED BY SIZE
               "  BEDRAG: " DELIMITED BY SIZE
               TOTAAL-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE HERSTELLIJST
           MOVE "INKOMEND-HERSTEL" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/INKOMENDHERSTEL.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM
           DISPLAY "-------------------------------------------"
           DISPLAY "GECREDITEERD : " AANTAL-GECREDITEERD
               " SOM: " SOM-GECREDITEERD
           DISPLAY "TERUGGESTORT : " AANTAL-TERUGGESTORT
               " SOM: " SOM-TERUGGESTORT.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "VERWERK-INKOMENDE" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE INB-REFERENTIE TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
