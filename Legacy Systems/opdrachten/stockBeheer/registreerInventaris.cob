      *************************************************************
      * REGISTREER INVENTARIS
      *
      * BRENGT DE TELLINGEN VAN DE LOPENDE INVENTARIS IN, BLAD PER
      * BLAD ZOALS ZE UIT HET MAGAZIJN TERUGKOMEN. DE OPERATOR
      * GEEFT HET NUMMER VAN HET TELBLAD OP EN TIKT DAN VOOR ELKE
      * REGEL VAN DAT BLAD HET GETELDE AANTAL IN; DE BOEKVOORRAAD
      * WORDT NIET GETOOND. DAARNA KUNNEN DE ARTIKELEN WORDEN
      * INGEBRACHT DIE WEL OP DE LOCATIE LAGEN MAAR NIET OP HET BLAD
      * STONDEN: ZE KOMEN ALS EXTRA REGEL (BOEKVOORRAAD NUL) ACHTER
      * DE LAATSTE REGEL VAN HET BLAD IN INVREGELS.DAT. EEN BLAD KAN
      * OPNIEUW WORDEN INGEBRACHT ZOLANG DE INVENTARIS OPEN IS; DE
      * LAATSTE INGAVE TELT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTREER-INVENTARIS.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVENTARIS
                  ASSIGN TO "BESTANDEN/INVENTARIS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INK-JAAR
                  FILE STATUS IS INVENTARIS-STATUS.

           SELECT INVREGELS
                  ASSIGN TO "BESTANDEN/INVREGELS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INR-SLEUTEL
                  FILE STATUS IS INVREGELS-STATUS.

           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  FILE STATUS IS STOCK-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIS BLOCK CONTAINS 10 RECORDS.
       01  INVENTARIS-REC.
           COPY "invkop.cpy".

       FD  INVREGELS BLOCK CONTAINS 10 RECORDS.
       01  INVREGEL-REC.
           COPY "invregel.cpy".

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           02 NAAM          PIC X(40).
           02 INSTOCK       PIC 9(4).
           02 REORDER-LEVEL PIC 9(4).
           02 UNIT-COST     PIC 9(5)V99.

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  BLAD-KLAAR PIC X(1).
           88 EINDE-BLAD VALUE "J".
       77  NOG-EEN PIC X(1).
           88 GESTOPT VALUE "N".
       77  INVENTARIS-STATUS PIC X(2).
       77  INVREGELS-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  OPEN-GEVONDEN PIC X(1).
           88 INVENTARIS-LOOPT VALUE "J".
       77  OPERATOR-ID PIC X(8).
       77  GEVR-BLAD PIC 9(5).
       77  BLAD-LOCATIE PIC X(4).
       77  LAATSTE-REGEL PIC 9(3).
       77  GETELD-WERK PIC 9(4).
       77  EXTRA-PRODNR PIC X(6).
       77  DUBBEL-GEVONDEN PIC X(1).
           88 AL-OP-HET-BLAD VALUE "J".
       77  AANTAL-BLADEN PIC 9(5) VALUE ZERO.
       77  AANTAL-INGEBRACHT PIC 9(7) VALUE ZERO.
       77  AANTAL-EXTRA PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-BLAD UNTIL GESTOPT
           CLOSE INVREGELS
           CLOSE Stock
           DISPLAY "---------------------------------------"
           DISPLAY "BLADEN INGEBRACHT  : " AANTAL-BLADEN
           DISPLAY "REGELS GETELD      : " AANTAL-INGEBRACHT
           DISPLAY "EXTRA REGELS       : " AANTAL-EXTRA
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE "J" TO NOG-EEN
           MOVE "N" TO OPEN-GEVONDEN
           MOVE "N" TO GEDAAN
           OPEN INPUT INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "05"
               DISPLAY "KAN INVENTARISBESTAND NIET OPENEN, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           IF INVENTARIS-STATUS = "05"
               MOVE "J" TO GEDAAN
           END-IF
           PERFORM ZOEK-OPEN-INVENTARIS UNTIL STOPLEZEN
           CLOSE INVENTARIS
           IF NOT INVENTARIS-LOOPT
               DISPLAY "ER LOOPT GEEN INVENTARIS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O INVREGELS
           IF INVREGELS-STATUS NOT = "00"
               DISPLAY "KAN TELREGELS NIET OPENEN, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT Stock
           IF STOCK-STATUS NOT = "00"
               DISPLAY "KAN STOCKBESTAND NIET OPENEN, STATUS: "
                   STOCK-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "TELLINGEN INVENTARIS " INK-JAAR " ("
               INK-AANTAL-BLADEN " TELBLADEN)"
           DISPLAY "---------------------------------------".

       ZOEK-OPEN-INVENTARIS.
           READ INVENTARIS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "02"
               DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND INVENTARIS-OPEN
               MOVE "J" TO OPEN-GEVONDEN
               MOVE "J" TO GEDAAN
           END-IF.

       VERWERK-BLAD.
           DISPLAY " "
           DISPLAY "GEEF HET NUMMER VAN HET TELBLAD OP:"
           ACCEPT GEVR-BLAD
           MOVE SPACES TO BLAD-LOCATIE
           MOVE ZERO TO LAATSTE-REGEL
           PERFORM START-BLAD
           PERFORM TEL-REGEL-IN UNTIL EINDE-BLAD
           IF LAATSTE-REGEL = ZERO
               DISPLAY "TELBLAD " GEVR-BLAD " BESTAAT NIET"
           ELSE
               ADD 1 TO AANTAL-BLADEN
               PERFORM BRENG-EXTRA-IN
           END-IF
           DISPLAY "NOG EEN TELBLAD? (J/N):"
           ACCEPT NOG-EEN.

       START-BLAD.
           MOVE "N" TO BLAD-KLAAR
           MOVE GEVR-BLAD TO INR-BLAD
           MOVE ZERO TO INR-REGEL
           START INVREGELS KEY IS NOT < INR-SLEUTEL
               INVALID KEY MOVE "J" TO BLAD-KLAAR
           END-START.

       LEES-VOLGENDE-REGEL.
           READ INVREGELS NEXT
               AT END MOVE "J" TO BLAD-KLAAR
           END-READ
           IF NOT EINDE-BLAD AND INVREGELS-STATUS NOT = "00"
               AND INVREGELS-STATUS NOT = "02"
               DISPLAY "TELREGELS ZIJN DEFECT, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT EINDE-BLAD AND INR-BLAD NOT = GEVR-BLAD
               MOVE "J" TO BLAD-KLAAR
           END-IF.

       TEL-REGEL-IN.
           PERFORM LEES-VOLGENDE-REGEL
           IF NOT EINDE-BLAD
               IF LAATSTE-REGEL = ZERO
                   MOVE INR-LOCATIE TO BLAD-LOCATIE
                   DISPLAY "TELBLAD " INR-BLAD " - LOCATIE "
                       INR-LOCATIE
               END-IF
               MOVE INR-REGEL TO LAATSTE-REGEL
               MOVE INR-PRODNR TO NR
               READ Stock
                   INVALID KEY MOVE SPACES TO NAAM
               END-READ
               DISPLAY "REGEL " INR-REGEL " " INR-PRODNR " " NAAM
               DISPLAY "  GETELD AANTAL:"
               ACCEPT GETELD-WERK
               MOVE GETELD-WERK TO INR-GETELD
               SET REGEL-GETELD TO TRUE
               MOVE OPERATOR-ID TO INR-GETELD-DOOR
               REWRITE INVREGEL-REC
                   INVALID KEY
                       DISPLAY "TELREGELS ZIJN DEFECT, STATUS: "
                           INVREGELS-STATUS
                       PERFORM FOUT
               END-REWRITE
               ADD 1 TO AANTAL-INGEBRACHT
           END-IF.

      * EEN EXTRA ARTIKEL MOET EEN BEKEND PRODUCT ZIJN DAT NOG NIET
      * OP HETZELFDE BLAD STAAT; ANDERS WORDT DE BESTAANDE REGEL
      * GEBRUIKT.
       BRENG-EXTRA-IN.
           MOVE "J" TO GEDAAN
           DISPLAY "EXTRA PRODUCT OP LOCATIE " BLAD-LOCATIE
               " (LEEG = GEEN):"
           ACCEPT EXTRA-PRODNR
           IF EXTRA-PRODNR NOT = SPACES
               MOVE "N" TO GEDAAN
           END-IF
           PERFORM VOEG-EXTRA-TOE UNTIL STOPLEZEN.

       VOEG-EXTRA-TOE.
           MOVE EXTRA-PRODNR TO NR
           READ Stock
               INVALID KEY CONTINUE
           END-READ
           IF STOCK-STATUS NOT = "00" AND STOCK-STATUS NOT = "23"
               DISPLAY "STOCKBESTAND IS DEFECT, STATUS: " STOCK-STATUS
               PERFORM FOUT
           END-IF
           IF STOCK-STATUS = "23"
               DISPLAY "GEEN PRODUCT MET NUMMER " EXTRA-PRODNR
           ELSE
               PERFORM ZOEK-OP-BLAD
               IF AL-OP-HET-BLAD
                   DISPLAY EXTRA-PRODNR " STAAT AL OP REGEL "
                       INR-REGEL " VAN DIT BLAD"
               ELSE
                   PERFORM SCHRIJF-EXTRA-REGEL
               END-IF
           END-IF
           DISPLAY "EXTRA PRODUCT OP LOCATIE " BLAD-LOCATIE
               " (LEEG = GEEN):"
           ACCEPT EXTRA-PRODNR
           IF EXTRA-PRODNR = SPACES
               MOVE "J" TO GEDAAN
           END-IF.

       ZOEK-OP-BLAD.
           MOVE "N" TO DUBBEL-GEVONDEN
           PERFORM START-BLAD
           PERFORM VERGELIJK-BLADREGEL
               UNTIL EINDE-BLAD OR AL-OP-HET-BLAD.

       VERGELIJK-BLADREGEL.
           PERFORM LEES-VOLGENDE-REGEL
           IF NOT EINDE-BLAD AND INR-PRODNR = EXTRA-PRODNR
               MOVE "J" TO DUBBEL-GEVONDEN
           END-IF.

       SCHRIJF-EXTRA-REGEL.
           IF LAATSTE-REGEL = 999
               DISPLAY "TELBLAD " GEVR-BLAD " IS VOL, EXTRA PRODUCT "
                   "NIET GENOTEERD"
           ELSE
               DISPLAY "  GETELD AANTAL:"
               ACCEPT GETELD-WERK
               ADD 1 TO LAATSTE-REGEL
               MOVE SPACES TO INVREGEL-REC
               MOVE GEVR-BLAD TO INR-BLAD
               MOVE LAATSTE-REGEL TO INR-REGEL
               MOVE BLAD-LOCATIE TO INR-LOCATIE
               MOVE EXTRA-PRODNR TO INR-PRODNR
               MOVE ZERO TO INR-BOEK
               MOVE UNIT-COST TO INR-UNIT-COST
               MOVE GETELD-WERK TO INR-GETELD
               SET REGEL-GETELD TO TRUE
               SET REGEL-EXTRA TO TRUE
               MOVE OPERATOR-ID TO INR-GETELD-DOOR
               WRITE INVREGEL-REC
                   INVALID KEY
                       DISPLAY "TELREGELS ZIJN DEFECT, STATUS: "
                           INVREGELS-STATUS
                       PERFORM FOUT
               END-WRITE
               ADD 1 TO AANTAL-EXTRA
               DISPLAY "EXTRA REGEL " INR-REGEL " TOEGEVOEGD"
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "REGISTREER-INV" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE INR-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
