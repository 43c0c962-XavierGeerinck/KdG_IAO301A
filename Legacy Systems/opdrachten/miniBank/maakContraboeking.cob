      * CORRECTIEPROGRAMMA VOOR FOUT INGEBRACHTE BOEKINGEN: DE
      * OPERATOR IDENTIFICEERT DE ORIGINELE BOEKING MET REKENING,
      * RUNDATUM EN GEBOEKT BEDRAG. HET PROGRAMMA ZOEKT DIE BOEKING
      * OP IN HET GEINDEXEERDE JOURNAAL REKJOURNAAL.IDX (ENKEL DE
      * REGELS VAN DIE REKENING OP DIE RUNDATUM WORDEN GELEZEN) EN
      * ZET PAS NA EEN TREFFER
      * EEN GOEDKEURINGSAANVRAAG (ACTIE "C", OMGEKEERD BEDRAG, MET
      * DE REFERENTIE EN VALUTADATUM VAN DE ORIGINELE BOEKING) IN DE
      * WACHTRIJ GOEDKEURINGEN.DAT. DE CONTRABEWEGING ZELF WORDT PAS
      * AANGEMAAKT WANNEER EEN ANDERE OPERATOR VAN NIVEAU 3 DE
      * AANVRAAG IN VERWERK-GOEDKEURINGEN VRIJGEEFT (VIER OGEN),
      * WAARBIJ BEIDE OPERATOR-ID'S IN HET MUTATIELOGBOEK KOMEN.
      * VALT DE ORIGINELE VALUTADATUM IN EEN BOEKHOUDPERIODE DIE
      * SLUIT-PERIODE AL HEEFT AFGESLOTEN, DAN KRIJGT DE CONTRA DE
      * EERSTE DAG VAN DE EERSTE OPEN MAAND ALS VALUTADATUM (ZIE
      * EERSTE-OPEN-DATUM); DE VERSCHUIVING KOMT OP DE
      * HERDATERINGSLIJST HERDATERINGEN.LST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAAL-INDEX
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.IDX"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS JRX-SLEUTEL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL GOEDKEURINGEN
                  RECORD KEY IS GKR-NR
                  FILE STATUS IS GOEDKEURINGEN-STATUS.

           SELECT OPTIONAL HERDATERINGEN
                  ASSIGN TO "BESTANDEN/HERDATERINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  GOEDKEURINGEN BLOCK CONTAINS 10 RECORDS.
       01  GOEDKEURING-REC.
           COPY "goedkeur.cpy".

       FD  HERDATERINGEN.
       01  HERDATERING-REGEL.
           COPY "herdat.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
       77  ORIG-REFERENTIE PIC X(16).
       77  ORIG-VALUTADATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  HERDATEER-RESULTAAT PIC X(1).
           88 DATUM-VERSCHOVEN VALUE "J".
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
       MAIN.
           PERFORM INITIALISEER
           PERFORM ZOEK-ORIGINELE-BOEKING UNTIL STOPLEZEN
           CLOSE JOURNAAL-INDEX
           IF BOEKING-GEVONDEN
               PERFORM ZET-IN-WACHTRIJ
           ELSE
           ACCEPT ORIG-DATUM
           DISPLAY "GEEF HET GEBOEKTE BEDRAG OP:"
           ACCEPT ORIG-BEDRAG
           OPEN INPUT JOURNAAL-INDEX
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALINDEX NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF JOURNAAL-STATUS = "05"
               MOVE "J" TO GEDAAN
           ELSE
               MOVE GEVR-REKNR TO JRX-REKNR
               MOVE ORIG-DATUM TO JRX-DATUM
               MOVE ZERO TO JRX-VOLGNR JRX-HERHALING
               START JOURNAAL-INDEX KEY IS NOT < JRX-SLEUTEL
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
           END-IF.

       ZOEK-ORIGINELE-BOEKING.
           READ JOURNAAL-INDEX NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               AND JOURNAAL-STATUS NOT = "02"
               DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF JRX-REKNR NOT = GEVR-REKNR
                   OR JRX-DATUM NOT = ORIG-DATUM
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF
           IF NOT STOPLEZEN
               MOVE JRX-REGEL TO JOURNAAL-REGEL
               IF JRN-REKNR = GEVR-REKNR
                   AND JRN-DATUM = ORIG-DATUM
                   AND JRN-BEDRAG = ORIG-BEDRAG
           ELSE
               MOVE ORIG-DATUM TO GKR-VALUTADATUM
           END-IF
           CALL "EERSTE-OPEN-DATUM" USING GKR-VALUTADATUM
               HERDATEER-RESULTAAT
           IF DATUM-VERSCHOVEN
               PERFORM SCHRIJF-HERDATERING
           END-IF
           MOVE SPACES TO GKR-REDEN
           MOVE OPERATOR-ID TO GKR-AANVRAGER
           MOVE RUNDATUM TO GKR-DATUM
           DISPLAY "EEN TWEEDE OPERATOR VAN NIVEAU 3 MOET DE "
               "AANVRAAG VRIJGEVEN IN VERWERK-GOEDKEURINGEN".

      * DE ORIGINELE VALUTADATUM LIGT IN EEN AFGESLOTEN PERIODE.
       SCHRIJF-HERDATERING.
           MOVE SPACES TO HERDATERING-REGEL
           MOVE RUNDATUM TO HDT-DATUM
           MOVE "MAAK-CONTRABOEKING" TO HDT-PROGRAMMA
           MOVE GEVR-REKNR TO HDT-REKNR
           MOVE ORIG-REFERENTIE TO HDT-REFERENTIE
           IF ORIG-VALUTADATUM NOT = ZERO
               MOVE ORIG-VALUTADATUM TO HDT-OUDE-DATUM
           ELSE
               MOVE ORIG-DATUM TO HDT-OUDE-DATUM
           END-IF
           MOVE GKR-VALUTADATUM TO HDT-NIEUWE-DATUM
           MOVE OPERATOR-ID TO HDT-OPERATOR
           OPEN EXTEND HERDATERINGEN
           WRITE HERDATERING-REGEL
           CLOSE HERDATERINGEN
           DISPLAY "VALUTADATUM " HDT-OUDE-DATUM " LIGT IN EEN "
               "AFGESLOTEN PERIODE, CONTRA KRIJGT VALUTADATUM "
               GKR-VALUTADATUM.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO GKR-NR
           MOVE "N" TO VOLGNR-TOESTAND
