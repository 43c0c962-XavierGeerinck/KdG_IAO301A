      *************************************************************
      * CONTROLEER INTEGRITEIT
      *
      * NACHTELIJKE CONTROLE VAN DE VERWIJZINGEN TUSSEN DE
      * BESTANDEN. PER CATEGORIE WORDEN DE OVERTREDINGEN MET DE
      * BETROKKEN SLEUTELS OP DE LIJST INTEGRITEIT.LST GEZET (VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL):
      *  - REKENING  : REKENING MET EEN KLANTNR DAT NIET IN KLANTEN
      *                STAAT (ZOALS PRINT-WEES-REKENINGEN);
      *  - MANDAAT   : NIET-GESTOPT MANDAAT OP EEN GESLOTEN OF
      *                ONBEKENDE REKENING;
      *  - OPDRACHT  : NIET-GESTOPTE PERMANENTE OPDRACHT OP EEN
      *                GESLOTEN OF ONBEKENDE REKENING;
      *  - MEDEHOUDER: MEDEHOUDER DIE NIET MEER IN KLANTEN STAAT OF
      *                OP EEN ONBEKENDE REKENING;
      *  - DEPOSITO  : LOPEND TERMIJNDEPOSITO OP EEN GESLOTEN OF
      *                ONBEKENDE REKENING;
      *  - VERKOOP   : OPEN VERKOOPORDERREGEL VOOR EEN PRODUCT DAT
      *                NIET MEER IN STOCK.DAT STAAT;
      *  - BACKORDER : OPEN BACKORDER VOOR EEN ONBEKEND PRODUCT;
      *  - LOTS      : PRODUCT WAARVAN DE RESTAANTALLEN IN LOTS.DAT
      *                NIET OPTELLEN TOT DE STOCK OVER ALLE LOCATIES
      *                IN LOCATIESTOCK.DAT;
      *  - IBANREF   : IBAN IN IBANREFS.DAT VOOR EEN REKENING DIE
      *                NIET MEER BESTAAT.
      * EEN ONTBREKEND SATELLIETBESTAND WORDT OVERGESLAGEN. ZODRA ER
      * OOK MAAR EEN OVERTREDING IS, EINDIGT HET PROGRAMMA MET
      * RETURN-CODE 4, ZODAT VOER-KETEN-UIT DE KETEN STOPT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEER-INTEGRITEIT.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR IN KLANT
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL
                  FILE STATUS IS MANDATEN-STATUS.

           SELECT OPTIONAL PERMOPDRACHTEN
                  ASSIGN TO "BESTANDEN/PERMOPDRACHTEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPD-NR
                  FILE STATUS IS OPDRACHTEN-STATUS.

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL TERMIJNDEPOSITOS
                  ASSIGN TO "BESTANDEN/TERMIJNDEPOSITOS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TDP-SLEUTEL
                  FILE STATUS IS DEPOSITOS-STATUS.

           SELECT OPTIONAL VERKOOPORDERS
                  ASSIGN TO "BESTANDEN/VERKOOPORDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ORD-SLEUTEL
                  FILE STATUS IS ORDERS-STATUS.

           SELECT OPTIONAL BACKORDERS
                  ASSIGN TO "BESTANDEN/BACKORDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BCK-NR
                  FILE STATUS IS BACKORDERS-STATUS.

           SELECT OPTIONAL Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR IN PRODUCT
                  FILE STATUS IS STOCK-STATUS.

           SELECT OPTIONAL LOTS
                  ASSIGN TO "BESTANDEN/LOTS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOT-SLEUTEL
                  FILE STATUS IS LOTS-STATUS.

           SELECT OPTIONAL LOCATIE-STOCK
                  ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOC-SLEUTEL
                  FILE STATUS IS LOCATIE-STATUS.

           SELECT OPTIONAL IBANREFS
                  ASSIGN TO "BESTANDEN/IBANREFS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS IBR-IBAN
                  FILE STATUS IS IBANREFS-STATUS.

           SELECT INTEGRITEITSLIJST
                  ASSIGN TO "BESTANDEN/INTEGRITEIT.LST"
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

       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAAT.
           COPY "mandaat.cpy".

       FD  PERMOPDRACHTEN BLOCK CONTAINS 10 RECORDS.
       01  OPDRACHT-REC.
           COPY "permopd.cpy".

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  TERMIJNDEPOSITOS BLOCK CONTAINS 10 RECORDS.
       01  DEPOSITO-REC.
           COPY "termdep.cpy".

       FD  VERKOOPORDERS BLOCK CONTAINS 10 RECORDS.
       01  ORDER-REC.
           COPY "verkooporder.cpy".

       FD  BACKORDERS BLOCK CONTAINS 10 RECORDS.
       01  BACKORDER-REC.
           COPY "backorder.cpy".

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           02 NAAM          PIC X(40).
           02 INSTOCK       PIC 9(4).
           02 REORDER-LEVEL PIC 9(4).
           02 UNIT-COST     PIC 9(5)V99.

       FD  LOTS BLOCK CONTAINS 10 RECORDS.
       01  LOT-REC.
           COPY "lot.cpy".

       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
           02 LOC-SLEUTEL.
               03 LOC-NR       PIC X(6).
               03 LOC-LOCATIE  PIC X(4).
           02 LOC-INSTOCK  PIC 9(4).
           02 LOC-MINIMUM  PIC 9(4).
           02 LOC-AANVUL   PIC 9(4).

       FD  IBANREFS BLOCK CONTAINS 10 RECORDS.
       01  IBANREF-REC.
           COPY "ibanref.cpy".

       FD  INTEGRITEITSLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  LOCATIES-GEDAAN PIC X(1).
           88 EINDE-LOCATIES VALUE "J".
       77  GEVONDEN-REKENING PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  GEVONDEN-PRODUCT PIC X(1).
           88 PRODUCT-BESTAAT VALUE "J".
           88 PRODUCT-ONBEKEND VALUE "N".
       77  EERSTE-GROEP PIC X(1).
           88 NOG-GEEN-GROEP VALUE "J".
       77  REKENINGEN-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  MANDATEN-STATUS PIC X(2).
       77  OPDRACHTEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  DEPOSITOS-STATUS PIC X(2).
       77  ORDERS-STATUS PIC X(2).
       77  BACKORDERS-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  LOTS-STATUS PIC X(2).
       77  LOCATIE-STATUS PIC X(2).
       77  IBANREFS-STATUS PIC X(2).
       77  ZOEK-REKNR PIC 9(12).
       77  ZOEK-KLANTNR PIC 9(7).
       77  ZOEK-PRODNR PIC X(6).
       77  HUIDIG-PRODNR PIC X(6).
       77  LOT-TOTAAL PIC 9(7).
       77  LOCATIE-TOTAAL PIC 9(7).
       77  AANTAL-REKENING PIC 9(7) VALUE ZERO.
       77  AANTAL-MANDAAT PIC 9(7) VALUE ZERO.
       77  AANTAL-OPDRACHT PIC 9(7) VALUE ZERO.
       77  AANTAL-MEDEHOUDER PIC 9(7) VALUE ZERO.
       77  AANTAL-DEPOSITO PIC 9(7) VALUE ZERO.
       77  AANTAL-VERKOOP PIC 9(7) VALUE ZERO.
       77  AANTAL-BACKORDER PIC 9(7) VALUE ZERO.
       77  AANTAL-LOTS PIC 9(7) VALUE ZERO.
       77  AANTAL-IBANREF PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERTREDINGEN PIC 9(7) VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  REKNR-TOON.
           02 RTN-DEEL1 PIC 999.
           02 FILLER PIC X VALUE "-".
           02 RTN-DEEL2 PIC 9(7).
           02 FILLER PIC X VALUE "-".
           02 RTN-DEEL3 PIC 99.
       01  REKNR-WERK.
           02 RWK-DEEL1 PIC 999.
           02 RWK-DEEL2 PIC 9(7).
           02 RWK-DEEL3 PIC 99.
       01  REKNR-WERK-NUM REDEFINES REKNR-WERK PIC 9(12).
       01  OVERTREDING-VELDEN.
           02 OVT-CATEGORIE PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 OVT-SLEUTEL PIC X(40).
           02 FILLER PIC X VALUE SPACE.
           02 OVT-OMSCHRIJVING PIC X(60).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-REKENINGEN
           PERFORM CONTROLEER-MANDATEN
           PERFORM CONTROLEER-OPDRACHTEN
           PERFORM CONTROLEER-MEDEHOUDERS
           PERFORM CONTROLEER-DEPOSITOS
           PERFORM CONTROLEER-VERKOOPORDERS
           PERFORM CONTROLEER-BACKORDERS
           PERFORM CONTROLEER-LOTS
           PERFORM CONTROLEER-IBANREFS
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           IF AANTAL-OVERTREDINGEN > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO REK KLANT
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
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00" AND STOCK-STATUS NOT = "05"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIE-STOCK
           IF LOCATIE-STATUS NOT = "00" AND LOCATIE-STATUS NOT = "05"
               DISPLAY "KAN LOCATIESTOCKBESTAND NIET OPENEN, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT INTEGRITEITSLIJST
           MOVE "CONTROLE VAN DE VERWIJZINGEN TUSSEN DE BESTANDEN"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:113)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "CATEGORIE" TO LIJST-REGEL (1:9)
           MOVE "SLEUTEL" TO LIJST-REGEL (12:7)
           MOVE "OVERTREDING" TO LIJST-REGEL (53:11)
           PERFORM SCHRIJF-LIJSTREGEL.

      * REKENINGEN TEGEN KLANTEN.
       CONTROLEER-REKENINGEN.
           MOVE "N" TO GEDAAN
           PERFORM CONTROLEER-REKENING UNTIL STOPLEZEN.

       CONTROLEER-REKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "02"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE KLANTNR TO ZOEK-KLANTNR
               PERFORM ZOEK-KLANT
               IF KLANT-ONBEKEND
                   MOVE REKNR TO REKNR-WERK
                   PERFORM ZET-REKNR-TOON
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "REKENING" TO OVT-CATEGORIE
                   STRING REKNR-TOON DELIMITED BY SIZE
                       " KLANT " DELIMITED BY SIZE
                       KLANTNR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   MOVE "KLANTNR ONBEKEND IN KLANTEN"
                       TO OVT-OMSCHRIJVING
                   ADD 1 TO AANTAL-REKENING
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       CONTROLEER-MANDATEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT MANDATEN
           IF MANDATEN-STATUS NOT = "00" AND MANDATEN-STATUS NOT = "05"
               DISPLAY "KAN MANDATENBESTAND NIET OPENEN, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-MANDAAT UNTIL STOPLEZEN
           CLOSE MANDATEN.

       CONTROLEER-MANDAAT.
           READ MANDATEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND MANDATEN-STATUS NOT = "00"
               DISPLAY "MANDATENBESTAND IS DEFECT, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT MANDAAT-GESTOPT
               MOVE MAN-REKNR TO REKNR-WERK
               PERFORM ZOEK-REKENING-WERK
               IF REKENING-ONBEKEND OR REKENING-GESLOTEN
                   PERFORM ZET-REKNR-TOON
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "MANDAAT" TO OVT-CATEGORIE
                   STRING REKNR-TOON DELIMITED BY SIZE
                       " CRED " DELIMITED BY SIZE
                       MAN-CREDITEUR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   PERFORM ZET-REKENING-REDEN
                   ADD 1 TO AANTAL-MANDAAT
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       CONTROLEER-OPDRACHTEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT PERMOPDRACHTEN
           IF OPDRACHTEN-STATUS NOT = "00"
               AND OPDRACHTEN-STATUS NOT = "05"
               DISPLAY "KAN OPDRACHTENBESTAND NIET OPENEN, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-OPDRACHT UNTIL STOPLEZEN
           CLOSE PERMOPDRACHTEN.

       CONTROLEER-OPDRACHT.
           READ PERMOPDRACHTEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND OPDRACHTEN-STATUS NOT = "00"
               DISPLAY "OPDRACHTENBESTAND IS DEFECT, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT OPDRACHT-GESTOPT
               MOVE OPD-REKNR TO REKNR-WERK
               PERFORM ZOEK-REKENING-WERK
               IF REKENING-ONBEKEND OR REKENING-GESLOTEN
                   PERFORM ZET-REKNR-TOON
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "OPDRACHT" TO OVT-CATEGORIE
                   STRING "OPDRACHT " DELIMITED BY SIZE
                       OPD-NR DELIMITED BY SIZE
                       " REK " DELIMITED BY SIZE
                       REKNR-TOON DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   PERFORM ZET-REKENING-REDEN
                   ADD 1 TO AANTAL-OPDRACHT
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       CONTROLEER-MEDEHOUDERS.
           MOVE "N" TO GEDAAN
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "05"
               DISPLAY "KAN MEDEHOUDERSBESTAND NIET OPENEN, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-MEDEHOUDER UNTIL STOPLEZEN
           CLOSE MEDEHOUDERS.

       CONTROLEER-MEDEHOUDER.
           READ MEDEHOUDERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND MEDEHOUDERS-STATUS NOT = "00"
               DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE MHD-KLANTNR TO ZOEK-KLANTNR
               PERFORM ZOEK-KLANT
               MOVE MHD-REKNR TO REKNR-WERK
               PERFORM ZOEK-REKENING-WERK
               IF KLANT-ONBEKEND OR REKENING-ONBEKEND
                   PERFORM ZET-REKNR-TOON
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "MEDEHOUDER" TO OVT-CATEGORIE
                   STRING REKNR-TOON DELIMITED BY SIZE
                       " KLANT " DELIMITED BY SIZE
                       MHD-KLANTNR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   IF KLANT-ONBEKEND
                       MOVE "KLANT BESTAAT NIET MEER"
                           TO OVT-OMSCHRIJVING
                   ELSE
                       MOVE "REKENING BESTAAT NIET"
                           TO OVT-OMSCHRIJVING
                   END-IF
                   ADD 1 TO AANTAL-MEDEHOUDER
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       CONTROLEER-DEPOSITOS.
           MOVE "N" TO GEDAAN
           OPEN INPUT TERMIJNDEPOSITOS
           IF DEPOSITOS-STATUS NOT = "00"
               AND DEPOSITOS-STATUS NOT = "05"
               DISPLAY "KAN DEPOSITOBESTAND NIET OPENEN, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-DEPOSITO UNTIL STOPLEZEN
           CLOSE TERMIJNDEPOSITOS.

       CONTROLEER-DEPOSITO.
           READ TERMIJNDEPOSITOS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND DEPOSITOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOBESTAND IS DEFECT, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND DEPOSITO-LOPEND
               MOVE TDP-REKNR TO REKNR-WERK
               PERFORM ZOEK-REKENING-WERK
               IF REKENING-ONBEKEND OR REKENING-GESLOTEN
                   PERFORM ZET-REKNR-TOON
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "DEPOSITO" TO OVT-CATEGORIE
                   STRING REKNR-TOON DELIMITED BY SIZE
                       " VOLGNR " DELIMITED BY SIZE
                       TDP-VOLGNR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   PERFORM ZET-REKENING-REDEN
                   ADD 1 TO AANTAL-DEPOSITO
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       CONTROLEER-VERKOOPORDERS.
           MOVE "N" TO GEDAAN
           OPEN INPUT VERKOOPORDERS
           IF ORDERS-STATUS NOT = "00" AND ORDERS-STATUS NOT = "05"
               DISPLAY "KAN VERKOOPORDERBESTAND NIET OPENEN, STATUS: "
                   ORDERS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-ORDERREGEL UNTIL STOPLEZEN
           CLOSE VERKOOPORDERS.

       CONTROLEER-ORDERREGEL.
           READ VERKOOPORDERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND ORDERS-STATUS NOT = "00"
               DISPLAY "VERKOOPORDERBESTAND IS DEFECT, STATUS: "
                   ORDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND ORDERREGEL-OPEN
               MOVE ORD-PRODNR TO ZOEK-PRODNR
               PERFORM ZOEK-PRODUCT
               IF PRODUCT-ONBEKEND
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "VERKOOP" TO OVT-CATEGORIE
                   STRING "ORDER " DELIMITED BY SIZE
                       ORD-NR DELIMITED BY SIZE
                       " REGEL " DELIMITED BY SIZE
                       ORD-REGEL DELIMITED BY SIZE
                       " PRODUCT " DELIMITED BY SIZE
                       ORD-PRODNR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   MOVE "OPEN ORDERREGEL VOOR ONBEKEND PRODUCT"
                       TO OVT-OMSCHRIJVING
                   ADD 1 TO AANTAL-VERKOOP
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       CONTROLEER-BACKORDERS.
           MOVE "N" TO GEDAAN
           OPEN INPUT BACKORDERS
           IF BACKORDERS-STATUS NOT = "00"
               AND BACKORDERS-STATUS NOT = "05"
               DISPLAY "KAN BACKORDERBESTAND NIET OPENEN, STATUS: "
                   BACKORDERS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-BACKORDER UNTIL STOPLEZEN
           CLOSE BACKORDERS.

       CONTROLEER-BACKORDER.
           READ BACKORDERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND BACKORDERS-STATUS NOT = "00"
               DISPLAY "BACKORDERBESTAND IS DEFECT, STATUS: "
                   BACKORDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND BACKORDER-OPEN
               MOVE BCK-PRODNR TO ZOEK-PRODNR
               PERFORM ZOEK-PRODUCT
               IF PRODUCT-ONBEKEND
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "BACKORDER" TO OVT-CATEGORIE
                   STRING "BACKORDER " DELIMITED BY SIZE
                       BCK-NR DELIMITED BY SIZE
                       " PRODUCT " DELIMITED BY SIZE
                       BCK-PRODNR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   MOVE "OPEN BACKORDER VOOR ONBEKEND PRODUCT"
                       TO OVT-OMSCHRIJVING
                   ADD 1 TO AANTAL-BACKORDER
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

      * LOTS.DAT STAAT GESORTEERD OP PRODUCT; PER PRODUCT WORDEN DE
      * RESTAANTALLEN OPGETELD EN VERGELEKEN MET DE LOCATIESTOCK.
       CONTROLEER-LOTS.
           MOVE "N" TO GEDAAN
           MOVE "J" TO EERSTE-GROEP
           MOVE ZERO TO LOT-TOTAAL
           OPEN INPUT LOTS
           IF LOTS-STATUS NOT = "00" AND LOTS-STATUS NOT = "05"
               DISPLAY "KAN LOTSBESTAND NIET OPENEN, STATUS: "
                   LOTS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-LOT UNTIL STOPLEZEN
           PERFORM SLUIT-LOTGROEP-AF
           CLOSE LOTS.

       CONTROLEER-LOT.
           READ LOTS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LOTS-STATUS NOT = "00"
               DISPLAY "LOTSBESTAND IS DEFECT, STATUS: "
                   LOTS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF NOG-GEEN-GROEP
                   MOVE "N" TO EERSTE-GROEP
                   MOVE LOT-PRODNR TO HUIDIG-PRODNR
               ELSE
                   IF LOT-PRODNR NOT = HUIDIG-PRODNR
                       PERFORM SLUIT-LOTGROEP-AF
                       MOVE LOT-PRODNR TO HUIDIG-PRODNR
                   END-IF
               END-IF
               ADD LOT-RESTAANTAL TO LOT-TOTAAL
           END-IF.

       SLUIT-LOTGROEP-AF.
           IF NOT NOG-GEEN-GROEP
               PERFORM TEL-LOCATIESTOCK
               IF LOT-TOTAAL NOT = LOCATIE-TOTAAL
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "LOTS" TO OVT-CATEGORIE
                   STRING "PRODUCT " DELIMITED BY SIZE
                       HUIDIG-PRODNR DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   STRING "RESTAANTAL LOTS " DELIMITED BY SIZE
                       LOT-TOTAAL DELIMITED BY SIZE
                       " <> LOCATIESTOCK " DELIMITED BY SIZE
                       LOCATIE-TOTAAL DELIMITED BY SIZE
                       INTO OVT-OMSCHRIJVING
                   END-STRING
                   ADD 1 TO AANTAL-LOTS
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
               MOVE ZERO TO LOT-TOTAAL
           END-IF.

       TEL-LOCATIESTOCK.
           MOVE ZERO TO LOCATIE-TOTAAL
           MOVE "N" TO LOCATIES-GEDAAN
           IF LOCATIE-STATUS = "05"
               MOVE "J" TO LOCATIES-GEDAAN
           ELSE
               MOVE HUIDIG-PRODNR TO LOC-NR
               MOVE LOW-VALUES TO LOC-LOCATIE
               START LOCATIE-STOCK KEY IS NOT < LOC-SLEUTEL
                   INVALID KEY MOVE "J" TO LOCATIES-GEDAAN
               END-START
           END-IF
           PERFORM TEL-LOCATIEREGEL UNTIL EINDE-LOCATIES.

       TEL-LOCATIEREGEL.
           READ LOCATIE-STOCK NEXT
               AT END MOVE "J" TO LOCATIES-GEDAAN
           END-READ
           IF NOT EINDE-LOCATIES AND LOCATIE-STATUS NOT = "00"
               AND LOCATIE-STATUS NOT = "02"
               DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           IF NOT EINDE-LOCATIES
               IF LOC-NR NOT = HUIDIG-PRODNR
                   MOVE "J" TO LOCATIES-GEDAAN
               ELSE
                   ADD LOC-INSTOCK TO LOCATIE-TOTAAL
               END-IF
           END-IF.

       CONTROLEER-IBANREFS.
           MOVE "N" TO GEDAAN
           OPEN INPUT IBANREFS
           IF IBANREFS-STATUS NOT = "00" AND IBANREFS-STATUS NOT = "05"
               DISPLAY "KAN IBANREFERENTIES NIET OPENEN, STATUS: "
                   IBANREFS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM CONTROLEER-IBANREF UNTIL STOPLEZEN
           CLOSE IBANREFS.

       CONTROLEER-IBANREF.
           READ IBANREFS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND IBANREFS-STATUS NOT = "00"
               DISPLAY "IBANREFERENTIES ZIJN DEFECT, STATUS: "
                   IBANREFS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE IBR-REKNR TO REKNR-WERK-NUM
               PERFORM ZOEK-REKENING-WERK
               IF REKENING-ONBEKEND
                   PERFORM ZET-REKNR-TOON
                   MOVE SPACES TO OVERTREDING-VELDEN
                   MOVE "IBANREF" TO OVT-CATEGORIE
                   STRING IBR-IBAN DELIMITED BY SIZE
                       " REK " DELIMITED BY SIZE
                       REKNR-TOON DELIMITED BY SIZE
                       INTO OVT-SLEUTEL
                   END-STRING
                   MOVE "REKENING BESTAAT NIET" TO OVT-OMSCHRIJVING
                   ADD 1 TO AANTAL-IBANREF
                   PERFORM SCHRIJF-OVERTREDING
               END-IF
           END-IF.

       ZET-REKENING-REDEN.
           IF REKENING-ONBEKEND
               MOVE "REKENING BESTAAT NIET" TO OVT-OMSCHRIJVING
           ELSE
               MOVE "REKENING IS GESLOTEN" TO OVT-OMSCHRIJVING
           END-IF.

       ZET-REKNR-TOON.
           MOVE RWK-DEEL1 TO RTN-DEEL1
           MOVE RWK-DEEL2 TO RTN-DEEL2
           MOVE RWK-DEEL3 TO RTN-DEEL3.

       ZOEK-REKENING-WERK.
           MOVE REKNR-WERK TO REKNR
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

       ZOEK-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           IF KLANTEN-STATUS NOT = "05"
               MOVE ZOEK-KLANTNR TO NR IN KLANT
               READ KLANTEN
                   INVALID KEY SET KLANT-ONBEKEND TO TRUE
                   NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
               END-READ
               IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
                   DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                       KLANTEN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       ZOEK-PRODUCT.
           SET PRODUCT-ONBEKEND TO TRUE
           IF STOCK-STATUS NOT = "05"
               MOVE ZOEK-PRODNR TO NR IN PRODUCT
               READ Stock
                   INVALID KEY SET PRODUCT-ONBEKEND TO TRUE
                   NOT INVALID KEY SET PRODUCT-BESTAAT TO TRUE
               END-READ
               IF PRODUCT-ONBEKEND AND STOCK-STATUS NOT = "23"
                   DISPLAY "STOCKBESTAND IS DEFECT, STATUS: "
                       STOCK-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       SCHRIJF-OVERTREDING.
           ADD 1 TO AANTAL-OVERTREDINGEN
           MOVE OVERTREDING-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE KLANTEN
           CLOSE Stock
           CLOSE LOCATIE-STOCK.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:113)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "REKENING  : " AANTAL-REKENING
               "   MANDAAT   : " AANTAL-MANDAAT
               "   OPDRACHT  : " AANTAL-OPDRACHT
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "MEDEHOUDER: " AANTAL-MEDEHOUDER
               "   DEPOSITO  : " AANTAL-DEPOSITO
               "   VERKOOP   : " AANTAL-VERKOOP
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BACKORDER : " AANTAL-BACKORDER
               "   LOTS      : " AANTAL-LOTS
               "   IBANREF   : " AANTAL-IBANREF
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "TOTAAL OVERTREDINGEN: " AANTAL-OVERTREDINGEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE INTEGRITEITSLIJST
           MOVE "INTEGRITEIT" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/INTEGRITEIT.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "CONTROLEER-INTEGRIT" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
