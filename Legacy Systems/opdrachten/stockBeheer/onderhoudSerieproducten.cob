      *************************************************************
      * ONDERHOUD SERIEPRODUCTEN
      *
      * ONDERHOUD VAN SERIEPRODUCTEN.DAT, DE LIJST VAN PRODUCTEN DIE
      * PER STUK MET EEN SERIENUMMER GEVOLGD WORDEN: TOEVOEGEN (T)
      * OF VERWIJDEREN (V) VAN EEN PRODUCT. VOOR EEN SERIEPRODUCT
      * IS BIJ ONTVANGST, VERKOOP, RETOUR EN VERPLAATSING EEN
      * SERIENUMMER VERPLICHT (ZIE VERWERK-BEWEGING).
      *
      * MET ACTIE B (BESTAANDE VOORRAAD) WORDEN DE SERIENUMMERS VAN
      * DE STUKS DIE AL OP EEN LOCATIE LIGGEN ALS "IN STOCK" IN
      * SERIENUMMERS.DAT OPGENOMEN, ZONDER DAT DE VOORRAAD WIJZIGT.
      * ER KUNNEN PER LOCATIE NIET MEER SERIENUMMERS IN STOCK STAAN
      * DAN LOC-INSTOCK; EEN LEEG SERIENUMMER BEEINDIGT DE INVOER.
      * ELKE REGISTRATIE KOMT MET TYPE "B" IN SERIEBEWEGINGEN.HIST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-SERIEPRODUCTEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERIEPRODUCTEN
                  ASSIGN TO "BESTANDEN/SERIEPRODUCTEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SPR-PRODNR
                  FILE STATUS IS SERIEPRODUCTEN-STATUS.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT OPTIONAL SERIE-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/SERIEBEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  FILE STATUS IS STOCK-STATUS.

           SELECT LOCATIE-STOCK ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOC-SLEUTEL
                  FILE STATUS IS LOCATIE-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIEPRODUCTEN BLOCK CONTAINS 10 RECORDS.
       01  SERIEPRODUCT-REC.
           COPY "serieproduct.cpy".

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  SERIE-BEWEGINGEN.
       01  SERIEHIST-REGEL.
           COPY "seriehist.cpy".

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           02 NAAM          PIC X(40).
           02 INSTOCK       PIC 9(4).
           02 REORDER-LEVEL PIC 9(4).
           02 UNIT-COST     PIC 9(5)V99.

       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
           02 LOC-SLEUTEL.
               03 LOC-NR       PIC X(6).
               03 LOC-LOCATIE  PIC X(4).
           02 LOC-INSTOCK  PIC 9(4).
           02 LOC-MINIMUM  PIC 9(4).
           02 LOC-AANVUL   PIC 9(4).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ACTIE PIC X(1).
           88 ACTIE-TOEVOEGEN VALUE "T".
           88 ACTIE-VERWIJDEREN VALUE "V".
           88 ACTIE-BESTAANDE-VOORRAAD VALUE "B".
       77  GEVONDEN PIC X(1).
           88 SERIEPRODUCT-GEVONDEN VALUE "J".
           88 SERIEPRODUCT-ONBEKEND VALUE "N".
       77  GEVONDEN-PRODUCT PIC X(1).
           88 PRODUCT-GEVONDEN VALUE "J".
           88 PRODUCT-ONBEKEND VALUE "N".
       77  GEVONDEN-SERIE PIC X(1).
           88 SERIE-BEKEND VALUE "J".
           88 SERIE-NIEUW VALUE "N".
       77  SERIEPRODUCTEN-STATUS PIC X(2).
       77  SERIENUMMERS-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  LOCATIE-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  INVOER-KLAAR PIC X(1).
           88 INVOER-GEDAAN VALUE "J".
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  GEVR-PRODNR PIC X(6).
       77  GEVR-LOCATIE PIC X(4).
       77  GEVR-SERIENR PIC X(20).
       77  AANTAL-IN-STOCK PIC 9(5).
       77  AANTAL-GEREGISTREERD PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-ACTIE
           IF ACTIE-TOEVOEGEN
               PERFORM VOEG-SERIEPRODUCT-TOE
           ELSE
               IF ACTIE-VERWIJDEREN
                   PERFORM VERWIJDER-SERIEPRODUCT
               ELSE
                   IF ACTIE-BESTAANDE-VOORRAAD
                       PERFORM REGISTREER-BESTAANDE-VOORRAAD
                   ELSE
                       DISPLAY "ONGELDIGE ACTIE, NIETS GEDAAN"
                   END-IF
               END-IF
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE SPACES TO GEVR-PRODNR
           OPEN I-O SERIEPRODUCTEN
           IF SERIEPRODUCTEN-STATUS NOT = "00"
               AND SERIEPRODUCTEN-STATUS NOT = "05"
               DISPLAY "KAN SERIEPRODUCTEN NIET OPENEN, STATUS: "
                   SERIEPRODUCTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIE-STOCK
           IF LOCATIE-STATUS NOT = "00"
               DISPLAY "KAN LOCATIESTOCKBESTAND NIET OPENEN, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF.

       LEES-ACTIE.
           DISPLAY "ONDERHOUD SERIEPRODUCTEN"
           DISPLAY "T = TOEVOEGEN, V = VERWIJDEREN, "
               "B = BESTAANDE VOORRAAD REGISTREREN"
           DISPLAY "GEEF DE GEWENSTE ACTIE OP:"
           ACCEPT ACTIE
           DISPLAY "GEEF HET PRODUCTNUMMER OP:"
           ACCEPT GEVR-PRODNR.

       VOEG-SERIEPRODUCT-TOE.
           PERFORM ZOEK-PRODUCT
           IF PRODUCT-ONBEKEND
               DISPLAY "GEEN PRODUCT MET NUMMER " GEVR-PRODNR
           ELSE
               PERFORM ZOEK-SERIEPRODUCT
               IF SERIEPRODUCT-GEVONDEN
                   DISPLAY "PRODUCT " GEVR-PRODNR
                       " WORDT AL MET SERIENUMMERS GEVOLGD"
               ELSE
                   MOVE SPACES TO SERIEPRODUCT-REC
                   MOVE GEVR-PRODNR TO SPR-PRODNR
                   MOVE RUNDATUM TO SPR-DATUM
                   MOVE OPERATOR-ID TO SPR-OPERATOR
                   WRITE SERIEPRODUCT-REC
                       INVALID KEY
                           DISPLAY "SERIEPRODUCTEN IS DEFECT, STATUS: "
                               SERIEPRODUCTEN-STATUS
                           PERFORM FOUT
                   END-WRITE
                   DISPLAY "PRODUCT " GEVR-PRODNR
                       " WORDT VOORTAAN MET SERIENUMMERS GEVOLGD"
                   IF INSTOCK > ZERO
                       DISPLAY "ER LIGGEN AL " INSTOCK " STUKS: "
                           "REGISTREER ZE MET ACTIE B"
                   END-IF
               END-IF
           END-IF.

       VERWIJDER-SERIEPRODUCT.
           PERFORM ZOEK-SERIEPRODUCT
           IF SERIEPRODUCT-GEVONDEN
               DELETE SERIEPRODUCTEN RECORD
                   INVALID KEY
                       DISPLAY "SERIEPRODUCTEN IS DEFECT, STATUS: "
                           SERIEPRODUCTEN-STATUS
                       PERFORM FOUT
               END-DELETE
               DISPLAY "PRODUCT " GEVR-PRODNR
                   " WORDT NIET LANGER MET SERIENUMMERS GEVOLGD"
           ELSE
               DISPLAY "PRODUCT " GEVR-PRODNR " IS GEEN SERIEPRODUCT"
           END-IF.

       REGISTREER-BESTAANDE-VOORRAAD.
           PERFORM ZOEK-SERIEPRODUCT
           IF SERIEPRODUCT-ONBEKEND
               DISPLAY "PRODUCT " GEVR-PRODNR " IS GEEN SERIEPRODUCT"
           ELSE
               DISPLAY "GEEF DE LOCATIE OP:"
               ACCEPT GEVR-LOCATIE
               MOVE GEVR-PRODNR TO LOC-NR
               MOVE GEVR-LOCATIE TO LOC-LOCATIE
               READ LOCATIE-STOCK
                   INVALID KEY MOVE ZERO TO LOC-INSTOCK
               END-READ
               IF LOCATIE-STATUS NOT = "00"
                   AND LOCATIE-STATUS NOT = "23"
                   DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                       LOCATIE-STATUS
                   PERFORM FOUT
               END-IF
               PERFORM TEL-SERIES-OP-LOCATIE
               DISPLAY "OP LOCATIE " GEVR-LOCATIE ": " LOC-INSTOCK
                   " STUKS, " AANTAL-IN-STOCK " MET SERIENUMMER"
               MOVE "N" TO INVOER-KLAAR
               PERFORM REGISTREER-SERIENUMMER UNTIL INVOER-GEDAAN
               DISPLAY "GEREGISTREERD: " AANTAL-GEREGISTREERD
           END-IF.

       TEL-SERIES-OP-LOCATIE.
           MOVE ZERO TO AANTAL-IN-STOCK
           MOVE "N" TO GEDAAN
           MOVE GEVR-PRODNR TO SRN-PRODNR
           MOVE LOW-VALUES TO SRN-SERIENR
           START SERIENUMMERS KEY IS NOT < SRN-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM TEL-VOLGENDE-SERIE UNTIL STOPLEZEN.

       TEL-VOLGENDE-SERIE.
           READ SERIENUMMERS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF SERIENUMMERS-STATUS = "00"
                   OR SERIENUMMERS-STATUS = "02"
                   IF SRN-PRODNR NOT = GEVR-PRODNR
                       MOVE "J" TO GEDAAN
                   ELSE
                       IF SERIE-IN-STOCK
                           AND SRN-LOCATIE = GEVR-LOCATIE
                           ADD 1 TO AANTAL-IN-STOCK
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                       SERIENUMMERS-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       REGISTREER-SERIENUMMER.
           IF AANTAL-IN-STOCK NOT < LOC-INSTOCK
               DISPLAY "ALLE STUKS OP DEZE LOCATIE HEBBEN EEN "
                   "SERIENUMMER"
               MOVE "J" TO INVOER-KLAAR
           ELSE
               DISPLAY "GEEF HET SERIENUMMER OP (LEEG = STOPPEN):"
               MOVE SPACES TO GEVR-SERIENR
               ACCEPT GEVR-SERIENR
               IF GEVR-SERIENR = SPACES
                   MOVE "J" TO INVOER-KLAAR
               ELSE
                   PERFORM NEEM-SERIENUMMER-OP
               END-IF
           END-IF.

       NEEM-SERIENUMMER-OP.
           SET SERIE-NIEUW TO TRUE
           MOVE GEVR-PRODNR TO SRN-PRODNR
           MOVE GEVR-SERIENR TO SRN-SERIENR
           READ SERIENUMMERS
               INVALID KEY SET SERIE-NIEUW TO TRUE
               NOT INVALID KEY SET SERIE-BEKEND TO TRUE
           END-READ
           IF SERIE-NIEUW AND SERIENUMMERS-STATUS NOT = "23"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           IF SERIE-BEKEND
               DISPLAY "SERIENUMMER " GEVR-SERIENR
                   " IS AL GEREGISTREERD (STATUS " SRN-STATUS ")"
           ELSE
               MOVE SPACES TO SERIENUMMER-REC
               MOVE GEVR-PRODNR TO SRN-PRODNR
               MOVE GEVR-SERIENR TO SRN-SERIENR
               SET SERIE-IN-STOCK TO TRUE
               MOVE GEVR-LOCATIE TO SRN-LOCATIE
               MOVE RUNDATUM TO SRN-ONTVANGSTDATUM
               MOVE ZERO TO SRN-BESTELNR SRN-KLANTNR SRN-ORDERNR
                   SRN-VERKOOPDATUM
               MOVE RUNDATUM TO SRN-MUTATIEDATUM
               WRITE SERIENUMMER-REC
                   INVALID KEY
                       DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                           SERIENUMMERS-STATUS
                       PERFORM FOUT
               END-WRITE
               PERFORM SCHRIJF-SERIEHIST
               ADD 1 TO AANTAL-IN-STOCK
               ADD 1 TO AANTAL-GEREGISTREERD
           END-IF.

       SCHRIJF-SERIEHIST.
           MOVE SPACES TO SERIEHIST-REGEL
           MOVE RUNDATUM TO SHS-DATUM
           MOVE SRN-PRODNR TO SHS-PRODNR
           MOVE SRN-SERIENR TO SHS-SERIENR
           MOVE "B" TO SHS-TRANSTYPE
           MOVE SRN-LOCATIE TO SHS-LOCATIE
           MOVE SRN-STATUS TO SHS-STATUS
           MOVE ZERO TO SHS-BESTELNR SHS-KLANTNR SHS-ORDERNR
           MOVE OPERATOR-ID TO SHS-OPERATOR
           OPEN EXTEND SERIE-BEWEGINGEN
           WRITE SERIEHIST-REGEL
           CLOSE SERIE-BEWEGINGEN.

       ZOEK-SERIEPRODUCT.
           SET SERIEPRODUCT-ONBEKEND TO TRUE
           MOVE GEVR-PRODNR TO SPR-PRODNR
           READ SERIEPRODUCTEN
               INVALID KEY SET SERIEPRODUCT-ONBEKEND TO TRUE
               NOT INVALID KEY SET SERIEPRODUCT-GEVONDEN TO TRUE
           END-READ
           IF SERIEPRODUCT-ONBEKEND
               AND SERIEPRODUCTEN-STATUS NOT = "23"
               DISPLAY "SERIEPRODUCTEN IS DEFECT, STATUS: "
                   SERIEPRODUCTEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-PRODUCT.
           SET PRODUCT-ONBEKEND TO TRUE
           MOVE GEVR-PRODNR TO NR
           READ Stock
               INVALID KEY SET PRODUCT-ONBEKEND TO TRUE
               NOT INVALID KEY SET PRODUCT-GEVONDEN TO TRUE
           END-READ
           IF PRODUCT-ONBEKEND AND STOCK-STATUS NOT = "23"
               DISPLAY "STOCKBESTAND IS DEFECT, STATUS: " STOCK-STATUS
               PERFORM FOUT
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE SERIEPRODUCTEN
           CLOSE SERIENUMMERS
           CLOSE Stock
           CLOSE LOCATIE-STOCK.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ONDERHOUD-SERIEPROD" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-PRODNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
