      *************************************************************
      * REGISTREER LEVFACTUUR
      *
      * REGISTRATIE VAN INKOMENDE LEVERANCIERSFACTUREN IN
      * LEVFACTUREN.DAT. MET ACTIE "A" GEEFT DE OPERATOR HET
      * BESTELNUMMER (BST-NR IN BESTELLINGEN.DAT), HET
      * FACTUURNUMMER VAN DE LEVERANCIER, FACTUUR- EN VERVALDATUM,
      * HET GEFACTUREERDE AANTAL EN DE EENHEIDSPRIJS OP. DE FACTUUR
      * WORDT DRIEVOUDIG AFGESTEMD:
      *   - GEFACTUREERD AANTAL (MET DE VORIGE FACTUREN OP DEZELFDE
      *     BESTELLING) TEGEN HET BESTELDE AANTAL,
      *   - TEGEN HET DOOR VERWERK-BEWEGING ONTVANGEN AANTAL,
      *   - EENHEIDSPRIJS TEGEN DE VERWACHTE UNIT-COST VAN DE
      *     BESTELLING, MET PRIJSTOLERANTIE-PCT (PARAMETERS.DAT,
      *     ANDERS 1.00) SPELING.
      * KLOPT ALLES, DAN IS DE FACTUUR GOEDGEKEURD EN NEEMT
      * BETAAL-LEVERANCIERS ZE OP ZODRA ZE VERVALT. BIJ EEN
      * AFWIJKING KRIJGT ZE STATUS DISPUUT MET DE REDEN ERBIJ EN
      * KOMT ZE OP DE DISPUTENLIJST (PRINT-FACTUURDISPUTEN). MET
      * ACTIE "V" WORDT EEN OPGELOSTE DISPUUTFACTUUR VRIJGEGEVEN
      * VOOR BETALING; DAT KOMT IN HET MUTATIELOGBOEK.
      * ZONDER VERVALDATUM VERVALT DE FACTUUR LEVBETAALTERMIJN-DGN
      * DAGEN (ANDERS 30) NA DE FACTUURDATUM.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTREER-LEVFACTUUR.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEVFACTUREN
                  ASSIGN TO "BESTANDEN/LEVFACTUREN.DAT"
                  ACCESS MODE IS DYNAMIC
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

           SELECT OPTIONAL LEVERANCIERS
                  ASSIGN TO "BESTANDEN/LEVERANCIERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEV-CODE
                  FILE STATUS IS LEVERANCIERS-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
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

       FD  LEVERANCIERS BLOCK CONTAINS 10 RECORDS.
       01  LEVERANCIER-REC.
           COPY "leverancier.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ACTIE PIC X(1).
           88 ACTIE-AANMAKEN VALUE "A".
           88 ACTIE-VRIJGEVEN VALUE "V".
       77  LEVFACTUREN-STATUS PIC X(2).
       77  BESTELLINGEN-STATUS PIC X(2).
       77  LEVERANCIERS-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 BESTELLING-GEVONDEN VALUE "J".
           88 BESTELLING-ONBEKEND VALUE "N".
       77  GEVONDEN-LEV PIC X(1).
           88 LEVERANCIER-GEVONDEN VALUE "J".
           88 LEVERANCIER-ONBEKEND VALUE "N".
       77  GEVONDEN-FACTUUR PIC X(1).
           88 FACTUUR-GEVONDEN VALUE "J".
           88 FACTUUR-ONBEKEND VALUE "N".
       77  DUBBEL PIC X(1).
           88 FACTUUR-DUBBEL VALUE "J".
           88 FACTUUR-NIEUW VALUE "N".
       77  FACTUREN-KLAAR PIC X(1).
           88 FACTUREN-GELEZEN VALUE "J".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  BEVESTIGING PIC X(1).
           88 BEVESTIGD VALUE "J".
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  GEVR-BSTNR PIC 9(7).
       77  GEVR-LEVCODE PIC X(6).
       77  GEVR-LEVFACTUURNR PIC X(12).
       77  GEVR-FACTUURDATUM PIC 9(8).
       77  GEVR-VERVALDATUM PIC 9(8).
       77  GEVR-AANTAL PIC 9(4).
       77  GEVR-EENHEIDSPRIJS PIC 9(5)V99.
       77  GEVR-LFANR PIC 9(7).
       77  REEDS-GEFACTUREERD PIC 9(5).
       77  TOTAAL-GEFACTUREERD PIC 9(5).
       77  PRIJSTOLERANTIE PIC 9(3)V99.
       77  PRIJSAFWIJKING PIC 9(5)V99.
       77  TOEGESTANE-AFWIJKING PIC 9(5)V99.
       77  BETAALTERMIJN PIC 9(3).
       77  DAGEN-DEZE-MAAND PIC 99.
       77  DEEL-JAAR PIC 9(4).
       77  REST-JAAR PIC 9(4).
       77  AFWIJKING-TEKST PIC X(30).
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  MAANDDAGEN-TABEL.
           02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  MAANDDAGEN REDEFINES MAANDDAGEN-TABEL.
           02 DAGEN-IN-MAAND PIC 99 OCCURS 12.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-ACTIE
           IF ACTIE-AANMAKEN
               PERFORM REGISTREER-FACTUUR
           ELSE
               IF ACTIE-VRIJGEVEN
                   PERFORM GEEF-DISPUUT-VRIJ
               ELSE
                   DISPLAY "ONGELDIGE ACTIE, NIETS GEDAAN"
               END-IF
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO LEVFACTUUR-REC BESTELLING LEVERANCIER-REC
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           MOVE "PRIJSTOLERANTIE-PCT" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO PRIJSTOLERANTIE
           ELSE
               MOVE 1.00 TO PRIJSTOLERANTIE
           END-IF
           MOVE "LEVBETAALTERMIJN-DGN" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO BETAALTERMIJN
           ELSE
               MOVE 30 TO BETAALTERMIJN
           END-IF
           OPEN I-O LEVFACTUREN
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
           OPEN INPUT LEVERANCIERS
           IF LEVERANCIERS-STATUS NOT = "00"
               AND LEVERANCIERS-STATUS NOT = "05"
               DISPLAY "KAN LEVERANCIERSBESTAND NIET OPENEN, STATUS: "
                   LEVERANCIERS-STATUS
               PERFORM FOUT
           END-IF.

       LEES-ACTIE.
           DISPLAY "LEVERANCIERSFACTUREN"
           DISPLAY "A = FACTUUR REGISTREREN, V = DISPUUT VRIJGEVEN"
           DISPLAY "GEEF DE GEWENSTE ACTIE OP:"
           ACCEPT ACTIE.

       REGISTREER-FACTUUR.
           DISPLAY "GEEF HET BESTELNUMMER OP:"
           ACCEPT GEVR-BSTNR
           PERFORM ZOEK-BESTELLING
           IF BESTELLING-ONBEKEND
               DISPLAY "GEEN BESTELLING MET NUMMER " GEVR-BSTNR
                   ", FACTUUR NIET GEREGISTREERD"
           ELSE
               MOVE BST-LEVERANCIER TO GEVR-LEVCODE
               PERFORM ZOEK-LEVERANCIER
               IF LEVERANCIER-ONBEKEND
                   DISPLAY "LEVERANCIER " GEVR-LEVCODE " VAN DE "
                       "BESTELLING IS ONBEKEND, FACTUUR NIET "
                       "GEREGISTREERD"
               ELSE
                   PERFORM LEES-FACTUURGEGEVENS
                   PERFORM OVERLOOP-LEVFACTUREN
                   IF FACTUUR-DUBBEL
                       DISPLAY "FACTUUR " GEVR-LEVFACTUURNR " VAN "
                           GEVR-LEVCODE " WERD AL GEREGISTREERD"
                   ELSE
                       PERFORM STEM-FACTUUR-AF
                       PERFORM SCHRIJF-LEVFACTUUR
                   END-IF
               END-IF
           END-IF.

       LEES-FACTUURGEGEVENS.
           DISPLAY "BESTELLING " BST-NR " PRODUCT " BST-PRODNR
               " VAN " LEV-NAAM
           DISPLAY "BESTELD: " BST-BESTELD "  ONTVANGEN: "
               BST-ONTVANGEN "  EENHEIDSPRIJS: " BST-EENHEIDSPRIJS
           DISPLAY "GEEF HET FACTUURNUMMER VAN DE LEVERANCIER OP:"
           ACCEPT GEVR-LEVFACTUURNR
           DISPLAY "GEEF DE FACTUURDATUM OP (JJJJMMDD):"
           ACCEPT GEVR-FACTUURDATUM
           DISPLAY "GEEF DE VERVALDATUM OP (JJJJMMDD, 0 = STANDAARD):"
           ACCEPT GEVR-VERVALDATUM
           IF GEVR-VERVALDATUM = ZERO
               MOVE GEVR-FACTUURDATUM TO WERKDATUM
               PERFORM TEL-DAG-BIJ BETAALTERMIJN TIMES
               MOVE WERKDATUM TO GEVR-VERVALDATUM
           END-IF
           DISPLAY "GEEF HET GEFACTUREERDE AANTAL OP:"
           ACCEPT GEVR-AANTAL
           DISPLAY "GEEF DE GEFACTUREERDE EENHEIDSPRIJS OP:"
           ACCEPT GEVR-EENHEIDSPRIJS.

       OVERLOOP-LEVFACTUREN.
           SET FACTUUR-NIEUW TO TRUE
           MOVE ZERO TO REEDS-GEFACTUREERD
           MOVE "N" TO FACTUREN-KLAAR
           MOVE GEVR-LEVCODE TO LFA-LEVCODE
           START LEVFACTUREN KEY IS = LFA-LEVCODE
               INVALID KEY MOVE "J" TO FACTUREN-KLAAR
           END-START
           PERFORM LEES-LEVFACTUUR-VAN-LEV UNTIL FACTUREN-GELEZEN.

       LEES-LEVFACTUUR-VAN-LEV.
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
               IF LFA-LEVCODE NOT = GEVR-LEVCODE
                   MOVE "J" TO FACTUREN-KLAAR
               ELSE
                   IF LFA-LEVFACTUURNR = GEVR-LEVFACTUURNR
                       SET FACTUUR-DUBBEL TO TRUE
                   END-IF
                   IF LFA-BSTNR = GEVR-BSTNR
                       ADD LFA-AANTAL TO REEDS-GEFACTUREERD
                   END-IF
               END-IF
           END-IF.

       STEM-FACTUUR-AF.
           MOVE SPACES TO AFWIJKING-TEKST
           COMPUTE TOTAAL-GEFACTUREERD =
               REEDS-GEFACTUREERD + GEVR-AANTAL
           IF GEVR-EENHEIDSPRIJS > BST-EENHEIDSPRIJS
               COMPUTE PRIJSAFWIJKING =
                   GEVR-EENHEIDSPRIJS - BST-EENHEIDSPRIJS
           ELSE
               COMPUTE PRIJSAFWIJKING =
                   BST-EENHEIDSPRIJS - GEVR-EENHEIDSPRIJS
           END-IF
           COMPUTE TOEGESTANE-AFWIJKING ROUNDED =
               BST-EENHEIDSPRIJS * PRIJSTOLERANTIE / 100
           IF PRIJSAFWIJKING > TOEGESTANE-AFWIJKING
               MOVE "PRIJS WIJKT AF VAN BESTELLING" TO AFWIJKING-TEKST
           END-IF
           IF TOTAAL-GEFACTUREERD > BST-ONTVANGEN
               MOVE "MEER GEFACTUREERD DAN ONTVANGEN"
                   TO AFWIJKING-TEKST
           END-IF
           IF TOTAAL-GEFACTUREERD > BST-BESTELD
               MOVE "MEER GEFACTUREERD DAN BESTELD" TO AFWIJKING-TEKST
           END-IF.

       SCHRIJF-LEVFACTUUR.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE LFA-NR TO GEVR-LFANR
           MOVE ZEROS TO LEVFACTUUR-REC
           MOVE GEVR-LFANR TO LFA-NR
           MOVE GEVR-LEVCODE TO LFA-LEVCODE
           MOVE GEVR-LEVFACTUURNR TO LFA-LEVFACTUURNR
           MOVE GEVR-BSTNR TO LFA-BSTNR
           MOVE BST-PRODNR TO LFA-PRODNR
           MOVE GEVR-AANTAL TO LFA-AANTAL
           MOVE GEVR-EENHEIDSPRIJS TO LFA-EENHEIDSPRIJS
           COMPUTE LFA-BEDRAG = GEVR-AANTAL * GEVR-EENHEIDSPRIJS
           MOVE GEVR-FACTUURDATUM TO LFA-FACTUURDATUM
           MOVE GEVR-VERVALDATUM TO LFA-VERVALDATUM
           MOVE AFWIJKING-TEKST TO LFA-AFWIJKING
           MOVE SPACES TO LFA-BETAALREF
           IF AFWIJKING-TEKST = SPACES
               SET LEVFACTUUR-GOEDGEKEURD TO TRUE
           ELSE
               SET LEVFACTUUR-DISPUUT TO TRUE
           END-IF
           WRITE LEVFACTUUR-REC
               INVALID KEY
                   DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                       LEVFACTUREN-STATUS
                   PERFORM FOUT
           END-WRITE
           IF LEVFACTUUR-GOEDGEKEURD
               DISPLAY "FACTUUR GEREGISTREERD ALS " LFA-NR
                   ", GOEDGEKEURD VOOR " LFA-BEDRAG
                   ", VERVALT " LFA-VERVALDATUM
           ELSE
               DISPLAY "FACTUUR GEREGISTREERD ALS " LFA-NR
                   " IN DISPUUT: " LFA-AFWIJKING
               DISPLAY "ZIE PRINT-FACTUURDISPUTEN"
           END-IF.

       GEEF-DISPUUT-VRIJ.
           DISPLAY "GEEF HET INTERNE FACTUURNUMMER OP:"
           ACCEPT GEVR-LFANR
           MOVE GEVR-LFANR TO LFA-NR
           SET FACTUUR-ONBEKEND TO TRUE
           READ LEVFACTUREN
               INVALID KEY SET FACTUUR-ONBEKEND TO TRUE
               NOT INVALID KEY SET FACTUUR-GEVONDEN TO TRUE
           END-READ
           IF FACTUUR-ONBEKEND AND LEVFACTUREN-STATUS NOT = "23"
               DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                   LEVFACTUREN-STATUS
               PERFORM FOUT
           END-IF
           IF FACTUUR-ONBEKEND
               DISPLAY "GEEN FACTUUR MET NUMMER " GEVR-LFANR
           ELSE
               IF NOT LEVFACTUUR-DISPUUT
                   DISPLAY "FACTUUR " LFA-NR " STAAT NIET IN DISPUUT"
               ELSE
                   DISPLAY "FACTUUR " LFA-LEVFACTUURNR " VAN "
                       LFA-LEVCODE " BEDRAG " LFA-BEDRAG
                   DISPLAY "DISPUUT: " LFA-AFWIJKING
                   DISPLAY "VRIJGEVEN VOOR BETALING? (J/N):"
                   ACCEPT BEVESTIGING
                   IF BEVESTIGD
                       PERFORM BEWAAR-VRIJGAVE
                   ELSE
                       DISPLAY "FACTUUR BLIJFT IN DISPUUT"
                   END-IF
               END-IF
           END-IF.

       BEWAAR-VRIJGAVE.
           MOVE LFA-AFWIJKING TO AFWIJKING-TEKST
           SET LEVFACTUUR-GOEDGEKEURD TO TRUE
           REWRITE LEVFACTUUR-REC
               INVALID KEY
                   DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                       LEVFACTUREN-STATUS
                   PERFORM FOUT
           END-REWRITE
           MOVE SPACES TO AUDIT-REGEL
           MOVE LFA-NR TO AUD-SLEUTEL
           MOVE "DISPUUT" TO AUD-VELD
           MOVE AFWIJKING-TEKST TO AUD-OUD
           MOVE "VRIJGEGEVEN" TO AUD-NIEUW
           MOVE "REGISTREER-LEVFACT" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG
           DISPLAY "FACTUUR " LFA-NR " VRIJGEGEVEN VOOR BETALING".

       ZOEK-BESTELLING.
           SET BESTELLING-ONBEKEND TO TRUE
           MOVE GEVR-BSTNR TO BST-NR
           READ BESTELLINGEN
               INVALID KEY SET BESTELLING-ONBEKEND TO TRUE
               NOT INVALID KEY SET BESTELLING-GEVONDEN TO TRUE
           END-READ
           IF BESTELLING-ONBEKEND AND BESTELLINGEN-STATUS NOT = "23"
               DISPLAY "BESTELLINGENBESTAND IS DEFECT, STATUS: "
                   BESTELLINGEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-LEVERANCIER.
           SET LEVERANCIER-ONBEKEND TO TRUE
           MOVE GEVR-LEVCODE TO LEV-CODE
           READ LEVERANCIERS
               INVALID KEY SET LEVERANCIER-ONBEKEND TO TRUE
               NOT INVALID KEY SET LEVERANCIER-GEVONDEN TO TRUE
           END-READ
           IF LEVERANCIER-ONBEKEND AND LEVERANCIERS-STATUS NOT = "23"
               DISPLAY "LEVERANCIERSBESTAND IS DEFECT, STATUS: "
                   LEVERANCIERS-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO LFA-NR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO LFA-NR
           READ LEVFACTUREN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND LEVFACTUREN-STATUS NOT = "00"
               DISPLAY "LEVFACTURENBESTAND IS DEFECT, STATUS: "
                   LEVFACTUREN-STATUS
               PERFORM FOUT
           END-IF.

       TEL-DAG-BIJ.
           PERFORM BEPAAL-DAGEN-DEZE-MAAND
           ADD 1 TO WRK-DAG
           IF WRK-DAG > DAGEN-DEZE-MAAND
               MOVE 1 TO WRK-DAG
               ADD 1 TO WRK-MAAND
               IF WRK-MAAND > 12
                   MOVE 1 TO WRK-MAAND
                   ADD 1 TO WRK-JAAR
               END-IF
           END-IF.

       BEPAAL-DAGEN-DEZE-MAAND.
           MOVE DAGEN-IN-MAAND (WRK-MAAND) TO DAGEN-DEZE-MAAND
           IF WRK-MAAND = 2
               DIVIDE WRK-JAAR BY 4 GIVING DEEL-JAAR
                   REMAINDER REST-JAAR
               IF REST-JAAR = ZERO
                   MOVE 29 TO DAGEN-DEZE-MAAND
               END-IF
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE LEVFACTUREN
           CLOSE BESTELLINGEN
           CLOSE LEVERANCIERS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "REGISTREER-LEVFACT" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-BSTNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
