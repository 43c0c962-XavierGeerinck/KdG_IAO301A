      *************************************************************
      * PRINT FACTUURDISPUTEN
      *
      * DISPUTENLIJST VAN DE LEVERANCIERSFACTUREN: LIJST ALLE
      * FACTUREN IN LEVFACTUREN.DAT DIE BIJ DE REGISTRATIE NIET
      * AFSTEMDEN MET DE BESTELLING (STATUS DISPUUT). PER FACTUUR
      * STAAN HET GEFACTUREERDE AANTAL EN DE EENHEIDSPRIJS NAAST HET
      * BESTELDE EN ONTVANGEN AANTAL EN DE BESTELPRIJS UIT
      * BESTELLINGEN.DAT, MET DE REDEN VAN HET DISPUUT. DE LIJST
      * GAAT NAAR FACTUURDISPUTEN.LST EN WORDT VIA SPOOL-RAPPORT IN
      * DE RAPPORTSPOOL GEZET. EEN OPGELOST DISPUUT WORDT MET
      * REGISTREER-LEVFACTUUR (ACTIE V) VRIJGEGEVEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-FACTUURDISPUTEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEVFACTUREN
                  ASSIGN TO "BESTANDEN/LEVFACTUREN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LFA-NR
                  ALTERNATE RECORD KEY IS LFA-LEVCODE WITH DUPLICATES
                  FILE STATUS IS LEVFACTUREN-STATUS.

           SELECT OPTIONAL BESTELLINGEN
                  ASSIGN TO "BESTANDEN/BESTELLINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BST-NR
                  ALTERNATE RECORD KEY IS BST-PRODNR
                      WITH DUPLICATES
                  FILE STATUS IS BESTELLINGEN-STATUS.

           SELECT OPTIONAL DISPUTENLIJST
                  ASSIGN TO "BESTANDEN/FACTUURDISPUTEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVFACTUREN BLOCK CONTAINS 10 RECORDS.
       01  LEVFACTUUR-REC.
           COPY "levfactuur.cpy".

       FD  BESTELLINGEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELLING.
           COPY "bestelling.cpy".

       FD  DISPUTENLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 BESTELLING-GEVONDEN VALUE "J".
           88 BESTELLING-ONBEKEND VALUE "N".
       77  LEVFACTUREN-STATUS PIC X(2).
       77  BESTELLINGEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  AANTAL-DISPUTEN PIC 9(7) VALUE ZERO.
       77  TOTAAL-DISPUUT PIC 9(9)V99 VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  DISPUUT-VELDEN.
           02 DSP-NR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 DSP-LEVCODE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 DSP-LEVFACTUURNR PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 DSP-BSTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 DSP-AANTAL PIC Z(3)9.
           02 FILLER PIC X VALUE SPACE.
           02 DSP-BESTELD PIC Z(3)9.
           02 FILLER PIC X VALUE SPACE.
           02 DSP-ONTVANGEN PIC Z(3)9.
           02 FILLER PIC X VALUE SPACE.
           02 DSP-PRIJS PIC Z(4)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DSP-BESTELPRIJS PIC Z(4)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DSP-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DSP-REDEN PIC X(30).
       01  TOTAAL-WERK PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-FACTUREN UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO LEVFACTUUR-REC BESTELLING
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT LEVFACTUREN
           IF LEVFACTUREN-STATUS NOT = "00"
               AND LEVFACTUREN-STATUS NOT = "05"
               DISPLAY "KAN LEVFACTURENBESTAND NIET OPENEN, STATUS: "
                   LEVFACTUREN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT BESTELLINGEN
           IF BESTELLINGEN-STATUS NOT = "00"
               AND BESTELLINGEN-STATUS NOT = "05"
               DISPLAY "KAN BESTELLINGENBESTAND NIET OPENEN, STATUS: "
                   BESTELLINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT DISPUTENLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "DISPUTEN LEVERANCIERSFACTUREN OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "NR" TO LIJST-REGEL (1:2)
           MOVE "LEV" TO LIJST-REGEL (9:3)
           MOVE "FACTUUR" TO LIJST-REGEL (16:7)
           MOVE "BESTEL" TO LIJST-REGEL (29:6)
           MOVE "FACT" TO LIJST-REGEL (37:4)
           MOVE "BEST" TO LIJST-REGEL (42:4)
           MOVE "ONTV" TO LIJST-REGEL (47:4)
           MOVE "PRIJS" TO LIJST-REGEL (55:5)
           MOVE "BESTPR" TO LIJST-REGEL (63:6)
           MOVE "BEDRAG" TO LIJST-REGEL (74:6)
           MOVE "REDEN" TO LIJST-REGEL (81:5)
           PERFORM SCHRIJF-LIJSTREGEL.

       LEES-FACTUREN.
           READ LEVFACTUREN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND LEVFACTUREN-STATUS NOT = "00"
               AND LEVFACTUREN-STATUS NOT = "02"
               DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                   LEVFACTUREN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF LEVFACTUUR-DISPUUT
                   PERFORM DRUK-DISPUUT
               END-IF
           END-IF.

       DRUK-DISPUUT.
           SET BESTELLING-ONBEKEND TO TRUE
           MOVE LFA-BSTNR TO BST-NR
           READ BESTELLINGEN
               INVALID KEY SET BESTELLING-ONBEKEND TO TRUE
               NOT INVALID KEY SET BESTELLING-GEVONDEN TO TRUE
           END-READ
           IF BESTELLING-ONBEKEND AND BESTELLINGEN-STATUS NOT = "23"
               DISPLAY "BESTELLINGENBESTAND IS DEFECT, STATUS: "
                   BESTELLINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF BESTELLING-ONBEKEND
               MOVE ZERO TO BST-BESTELD BST-ONTVANGEN
                   BST-EENHEIDSPRIJS
           END-IF
           MOVE SPACES TO DISPUUT-VELDEN
           MOVE LFA-NR TO DSP-NR
           MOVE LFA-LEVCODE TO DSP-LEVCODE
           MOVE LFA-LEVFACTUURNR TO DSP-LEVFACTUURNR
           MOVE LFA-BSTNR TO DSP-BSTNR
           MOVE LFA-AANTAL TO DSP-AANTAL
           MOVE BST-BESTELD TO DSP-BESTELD
           MOVE BST-ONTVANGEN TO DSP-ONTVANGEN
           MOVE LFA-EENHEIDSPRIJS TO DSP-PRIJS
           MOVE BST-EENHEIDSPRIJS TO DSP-BESTELPRIJS
           MOVE LFA-BEDRAG TO DSP-BEDRAG
           MOVE LFA-AFWIJKING TO DSP-REDEN
           MOVE DISPUUT-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO AANTAL-DISPUTEN
           ADD LFA-BEDRAG TO TOTAAL-DISPUUT.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE LEVFACTUREN
           CLOSE BESTELLINGEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-DISPUUT TO TOTAAL-WERK
           STRING "FACTUREN IN DISPUUT: " DELIMITED BY SIZE
               AANTAL-DISPUTEN DELIMITED BY SIZE
               "  BEDRAG: " DELIMITED BY SIZE
               TOTAAL-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE DISPUTENLIJST
           MOVE "FACTUURDISPUTEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/FACTUURDISPUTEN.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-FACTDISPUTEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE LFA-NR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
