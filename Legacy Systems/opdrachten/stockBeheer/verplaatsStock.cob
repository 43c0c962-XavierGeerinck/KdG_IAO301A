      * MOETEN ALLEBEI ALS ACTIEVE LOCATIE IN LOCATIES.DAT STAAN,
      * ZODAT EEN TIKFOUT GEEN SPOOKLOCATIE AANMAAKT. DE
      * VERPLAATSING WORDT MET TRANSTYPE "T" IN BEWEGINGEN.HIST
      * GELOGD, EEN REGEL PER LOCATIEKANT. TIJDENS EEN
      * JAARINVENTARIS WORDT NIET VAN OF NAAR EEN BEVROREN LOCATIE
      * VERPLAATST (CONTROLEER-BEVRIEZING).
      *
      * VOOR EEN SERIEPRODUCT (CONTROLEER-SERIEPRODUCT) GEEFT DE
      * OPERATOR PER STUK HET SERIENUMMER OP; ELK SERIENUMMER MOET
      * IN STOCK STAAN OP DE BRONLOCATIE. EEN LEEG SERIENUMMER
      * BREEKT DE VERPLAATSING AF. NA DE VERPLAATSING STAAN DE
      * SERIENUMMERS OP DE DOELLOCATIE, MET EEN REGEL TYPE "T" IN
      * SERIEBEWEGINGEN.HIST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS LOCM-CODE
                  FILE STATUS IS LOCATIES-STATUS.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT OPTIONAL SERIE-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/SERIEBEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  LOCATIE-MASTER.
           COPY "locatie.cpy".

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  SERIE-BEWEGINGEN.
       01  SERIEHIST-REGEL.
           COPY "seriehist.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
           88 LOCATIE-ONGELDIG VALUE "N".
       77  TE-TOETSEN-LOCATIE PIC X(4).
       77  LOCATIE-AFKEUR-REDEN PIC X(30).
       77  BEVRIEZING-RESULTAAT PIC X(1).
           88 LOCATIE-BEVROREN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 PRODUCT-GEVONDEN VALUE "J".
           88 PRODUCT-ONBEKEND VALUE "N".
       77  BRON-INSTOCK PIC 9(4).
       77  DOEL-INSTOCK PIC 9(4).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  SERIENUMMERS-STATUS PIC X(2).
       77  SERIEPRODUCT-RESULTAAT PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
       77  SERIE-INVOER PIC X(1).
           88 SERIES-COMPLEET VALUE "J".
           88 SERIES-AFGEBROKEN VALUE "N".
       77  SERIE-TOESTAND PIC X(1).
           88 SERIE-BEKEND VALUE "J".
           88 SERIE-NIEUW VALUE "N".
       77  GEVR-SERIENR PIC X(20).
       77  SERIE-BEZET PIC 9(3) VALUE ZERO.
       77  SERIE-IDX PIC 9(3) COMP.
       77  STUK-VOLGNR PIC 9(3).
       77  DUBBEL-GEVONDEN PIC X(1).
           88 SERIE-DUBBEL VALUE "J".
       01  SERIE-TABEL.
           02 SERIE-ITEM OCCURS 99.
               03 STB-SERIENR PIC X(20).

       PROCEDURE DIVISION.

                       DISPLAY "ONVOLDOENDE VOORRAAD OP " VAN-LOCATIE
                           " (BESCHIKBAAR " BRON-INSTOCK ")"
                   ELSE
                       PERFORM VRAAG-SERIENUMMERS
                       IF SERIES-AFGEBROKEN
                           DISPLAY "VERPLAATSING AFGEBROKEN - "
                               "SERIENUMMERS ONVOLLEDIG"
                       ELSE
                           PERFORM VOER-VERPLAATSING-UIT
                       END-IF
                   END-IF
               END-IF
               END-IF
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO LOCATIE-REC PRODUCT
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O LOCATIE-STOCK
               DISPLAY "KAN LOCATIEBESTAND NIET OPENEN, STATUS: "
                   LOCATIES-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       LEES-OPDRACHT-IN.
           IF LOCATIE-GELDIG AND NOT LOCATIE-ACTIEF
               SET LOCATIE-ONGELDIG TO TRUE
               MOVE "LOCATIE NIET ACTIEF" TO LOCATIE-AFKEUR-REDEN
           END-IF
           IF LOCATIE-GELDIG
               CALL "CONTROLEER-BEVRIEZING" USING TE-TOETSEN-LOCATIE
                   BEVRIEZING-RESULTAAT
               IF LOCATIE-BEVROREN
                   SET LOCATIE-ONGELDIG TO TRUE
                   MOVE "LOCATIE BEVROREN (INVENTARIS)"
                       TO LOCATIE-AFKEUR-REDEN
               END-IF
           END-IF.

       ZOEK-PRODUCT.
           END-REWRITE
           PERFORM WERK-DOELLOCATIE-BIJ
           PERFORM LOG-VERPLAATSING
           IF SERIE-BEZET > ZERO
               OPEN EXTEND SERIE-BEWEGINGEN
               PERFORM VERPLAATS-SERIENUMMER
                   VARYING SERIE-IDX FROM 1 BY 1
                   UNTIL SERIE-IDX > SERIE-BEZET
               CLOSE SERIE-BEWEGINGEN
           END-IF
           DISPLAY "VERPLAATST: " AANTAL-STUKS " STUKS "
               GEVRAAGD-PRODNR " VAN " VAN-LOCATIE " NAAR "
               NAAR-LOCATIE.

       VRAAG-SERIENUMMERS.
           SET SERIES-COMPLEET TO TRUE
           MOVE ZERO TO SERIE-BEZET
           CALL "CONTROLEER-SERIEPRODUCT" USING GEVRAAGD-PRODNR
               SERIEPRODUCT-RESULTAAT
           IF PRODUCT-MET-SERIE
               IF AANTAL-STUKS > 99
                   DISPLAY "SERIEPRODUCT: MAXIMAAL 99 STUKS PER "
                       "VERPLAATSING"
                   SET SERIES-AFGEBROKEN TO TRUE
               ELSE
                   PERFORM VRAAG-SERIENUMMER
                       UNTIL SERIE-BEZET = AANTAL-STUKS
                       OR SERIES-AFGEBROKEN
               END-IF
           END-IF.

       VRAAG-SERIENUMMER.
           COMPUTE STUK-VOLGNR = SERIE-BEZET + 1
           DISPLAY "SERIENUMMER VAN STUK " STUK-VOLGNR " VAN "
               AANTAL-STUKS " (LEEG = AFBREKEN):"
           MOVE SPACES TO GEVR-SERIENR
           ACCEPT GEVR-SERIENR
           IF GEVR-SERIENR = SPACES
               SET SERIES-AFGEBROKEN TO TRUE
           ELSE
               PERFORM LEES-SERIENUMMER
               MOVE "N" TO DUBBEL-GEVONDEN
               PERFORM ZOEK-DUBBEL-SERIENUMMER
                   VARYING SERIE-IDX FROM 1 BY 1
                   UNTIL SERIE-IDX > SERIE-BEZET
               IF SERIE-NIEUW
                   DISPLAY "SERIENUMMER " GEVR-SERIENR " ONBEKEND"
               ELSE
                   IF NOT SERIE-IN-STOCK
                       OR SRN-LOCATIE NOT = VAN-LOCATIE
                       DISPLAY "SERIENUMMER " GEVR-SERIENR
                           " LIGT NIET IN STOCK OP " VAN-LOCATIE
                   ELSE
                       IF SERIE-DUBBEL
                           DISPLAY "SERIENUMMER " GEVR-SERIENR
                               " IS AL OPGEGEVEN"
                       ELSE
                           ADD 1 TO SERIE-BEZET
                           MOVE GEVR-SERIENR
                               TO STB-SERIENR (SERIE-BEZET)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ZOEK-DUBBEL-SERIENUMMER.
           IF STB-SERIENR (SERIE-IDX) = GEVR-SERIENR
               SET SERIE-DUBBEL TO TRUE
           END-IF.

       LEES-SERIENUMMER.
           SET SERIE-NIEUW TO TRUE
           MOVE GEVRAAGD-PRODNR TO SRN-PRODNR
           MOVE GEVR-SERIENR TO SRN-SERIENR
           READ SERIENUMMERS
               INVALID KEY SET SERIE-NIEUW TO TRUE
               NOT INVALID KEY SET SERIE-BEKEND TO TRUE
           END-READ
           IF SERIE-NIEUW AND SERIENUMMERS-STATUS NOT = "23"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       VERPLAATS-SERIENUMMER.
           MOVE STB-SERIENR (SERIE-IDX) TO GEVR-SERIENR
           PERFORM LEES-SERIENUMMER
           IF SERIE-NIEUW
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           MOVE NAAR-LOCATIE TO SRN-LOCATIE
           MOVE RUNDATUM TO SRN-MUTATIEDATUM
           REWRITE SERIENUMMER-REC
               INVALID KEY
                   DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                       SERIENUMMERS-STATUS
                   PERFORM FOUT
           END-REWRITE
           MOVE SPACES TO SERIEHIST-REGEL
           MOVE RUNDATUM TO SHS-DATUM
           MOVE SRN-PRODNR TO SHS-PRODNR
           MOVE SRN-SERIENR TO SHS-SERIENR
           MOVE "T" TO SHS-TRANSTYPE
           MOVE VAN-LOCATIE TO SHS-LOCATIE
           MOVE NAAR-LOCATIE TO SHS-NAAR-LOCATIE
           MOVE SRN-STATUS TO SHS-STATUS
           MOVE SRN-BESTELNR TO SHS-BESTELNR
           MOVE ZERO TO SHS-KLANTNR SHS-ORDERNR
           MOVE OPERATOR-ID TO SHS-OPERATOR
           WRITE SERIEHIST-REGEL.

       WERK-DOELLOCATIE-BIJ.
           SET DOEL-ONBEKEND TO TRUE
           MOVE GEVRAAGD-PRODNR TO LOC-NR
           CLOSE LOCATIE-STOCK
           CLOSE Stock
           CLOSE BEWEGINGEN-HIST
           CLOSE LOCATIES
           CLOSE SERIENUMMERS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "VERPLAATS-STOCK" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVRAAGD-PRODNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
