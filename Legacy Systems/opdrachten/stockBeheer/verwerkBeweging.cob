       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR IN Stock
                  FILE STATUS IS STOCK-STATUS.
           SELECT OPTIONAL Bewegingen
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT".

           SELECT OPTIONAL BEWEGINGEN-WACHT
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.WACHT".

           SELECT OPTIONAL BEWEGINGEN-HIST
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.
                  ASSIGN TO "BESTANDEN/LOTBEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT OPTIONAL SERIE-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/SERIEBEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ONTVANGSTEN-HIST
                  ASSIGN TO "BESTANDEN/ONTVANGSTEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCKWAARDE-LOG
                  ASSIGN TO "BESTANDEN/STOCKWAARDE.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  BEWEGING.
           COPY "beweging.cpy".

       FD  BEWEGINGEN-WACHT BLOCK CONTAINS 10 RECORDS.
       01  WACHT-REGEL PIC X(78).

       FD Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR            PIC X(6).
           COPY "histbew.cpy".

       FD  BEWEGING-RESTART.
       01  RESTART-REGEL.
           02 RST-VERWERKT PIC 9(7).
           02 FILLER PIC X.
           02 RST-BEGINWAARDE PIC 9(11)V99.
           02 FILLER PIC X.
           02 RST-STOCKGL PIC X(90).

       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
       01  LOTHIST-REGEL.
           COPY "lothist.cpy".

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  SERIE-BEWEGINGEN.
       01  SERIEHIST-REGEL.
           COPY "seriehist.cpy".

       FD  ONTVANGSTEN-HIST.
       01  ONTVANGST-REGEL.
           COPY "ontvangst.cpy".

       FD  STOCKWAARDE-LOG.
       01  STOCKWAARDE-REGEL.
           COPY "stockwaarde.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
       77 TOEGEPAST-SOM PIC S9(9) VALUE ZERO.
       77 VERWORPEN-AANTAL PIC 9(7) VALUE ZERO.
       77 VERWORPEN-SOM PIC S9(9) VALUE ZERO.
       77 VASTGEHOUDEN-AANTAL PIC 9(7) VALUE ZERO.
       77 VASTGEHOUDEN-SOM PIC S9(9) VALUE ZERO.
       77 BEVRIEZING-RESULTAAT PIC X(1).
           88 LOCATIE-BEVROREN VALUE "J".
           88 LOCATIE-VRIJ VALUE "N".
       77 LOCATIE-STATUS PIC X(2).
       77 BESTELLINGEN-STATUS PIC X(2).
       77 BESTEL-KLAAR PIC X(1).
           02 RESERVE-ITEM OCCURS 100.
               03 RSV-PRODNR PIC X(6).
               03 RSV-AANTAL PIC 9(5).
       77 SERIENUMMERS-STATUS PIC X(2).
       77 SERIEPRODUCT-RESULTAAT PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
           88 PRODUCT-ZONDER-SERIE VALUE "N".
       77 SERIE-CONTROLE PIC X(1).
           88 SERIE-GELDIG VALUE "J".
           88 SERIE-ONGELDIG VALUE "N".
       77 SERIE-TOESTAND PIC X(1).
           88 SERIE-BEKEND VALUE "J".
           88 SERIE-NIEUW VALUE "N".
       77 LOTS-KLAAR PIC X(1).
           88 LOTS-GELEZEN VALUE "J".
       77 NOG-TE-VERBRUIKEN PIC 9(5).
       77 LOT-AFNAME PIC S9(5).
       77 HOOGSTE-LOTNR PIC 9(5).
       77 GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77 OUDE-WAARDE PIC 9(9)V99.
       77 BEWEGINGSWAARDE PIC S9(9)V99.
       77 BEGINWAARDE PIC 9(11)V99 VALUE ZERO.
       77 EINDWAARDE PIC 9(11)V99 VALUE ZERO.
       77 WAARDE-TOTAAL PIC 9(11)V99.
       77 SGT-IDX PIC 9(1) COMP.
       77 STOCK-GELEZEN PIC X(1).
           88 EINDE-STOCK VALUE "J".
       01 STOCKGL-NAMEN.
           02 FILLER PIC X(8) VALUE "STOCKONT".
           02 FILLER PIC X(8) VALUE "STOCKVRK".
           02 FILLER PIC X(8) VALUE "STOCKRET".
           02 FILLER PIC X(8) VALUE "STOCKSCH".
           02 FILLER PIC X(8) VALUE "STOCKAAN".
       01 STOCKGL-NAMEN-R REDEFINES STOCKGL-NAMEN.
           02 SGN-CATEGORIE PIC X(8) OCCURS 5.
       01 STOCKGL-TOTALEN.
           02 SGT-ITEM OCCURS 5.
               03 SGT-AANTAL PIC 9(7).
               03 SGT-WAARDE PIC S9(9)V99.
       01 GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-BEWEGING UNTIL STOP-LEZEN
           PERFORM BOEK-STOCKWAARDE
           PERFORM SLUIT-BESTANDEN
           PERFORM TOON-CONTROLETOTALEN
           MOVE 0 TO RETURN-CODE
               PERFORM FOUT
           END-IF
           OPEN EXTEND BESTEL-EXCEPTIES
           OPEN EXTEND ONTVANGSTEN-HIST
           OPEN EXTEND HERWAARDERINGEN
           OPEN INPUT LOCATIES
           IF LOCATIES-STATUS NOT = "00" AND LOCATIES-STATUS NOT = "05"
               PERFORM FOUT
           END-IF
           OPEN EXTEND AFGEKEURDE-BEWEGINGEN
           OPEN EXTEND BEWEGINGEN-WACHT
           OPEN I-O LOTS
           IF LOTS-STATUS NOT = "00" AND LOTS-STATUS NOT = "05"
               DISPLAY "KAN LOTSBESTAND NIET OPENEN, STATUS: "
               PERFORM FOUT
           END-IF
           OPEN EXTEND LOT-BEWEGINGEN
           OPEN I-O SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND SERIE-BEWEGINGEN
           OPEN I-O MAANDTOTALEN
           IF MAANDTOTALEN-STATUS NOT = "00"
               AND MAANDTOTALEN-STATUS NOT = "05"
           END-IF
           PERFORM BEPAAL-BACKORDER-VOLGNR
           PERFORM LEES-CHECKPOINT
           IF REEDS-VERWERKT = ZERO
               PERFORM WAARDEER-STOCK
               MOVE WAARDE-TOTAAL TO BEGINWAARDE
           END-IF
           MOVE REEDS-VERWERKT TO VERWERKT-TELLER
           PERFORM SLA-REEDS-VERWERKTE-OVER REEDS-VERWERKT TIMES.

       LEES-CHECKPOINT.
           MOVE ZERO TO REEDS-VERWERKT
           INITIALIZE STOCKGL-TOTALEN
           OPEN INPUT BEWEGING-RESTART
           IF RESTART-STATUS = "00"
               READ BEWEGING-RESTART
                   AT END CONTINUE
                   NOT AT END PERFORM HERSTEL-CHECKPOINT
               END-READ
           END-IF
           CLOSE BEWEGING-RESTART.

      * EEN HERSTARTBESTAND VAN VOOR DE GROOTBOEKBOEKING BEVAT ENKEL
      * DE TELLER; DE BEGINWAARDE WORDT DAN OPNIEUW BEPAALD.
       HERSTEL-CHECKPOINT.
           MOVE RST-VERWERKT TO REEDS-VERWERKT
           IF RST-BEGINWAARDE IS NUMERIC
               AND RST-STOCKGL NOT = SPACES
               MOVE RST-BEGINWAARDE TO BEGINWAARDE
               MOVE RST-STOCKGL TO STOCKGL-TOTALEN
           ELSE
               PERFORM WAARDEER-STOCK
               MOVE WAARDE-TOTAAL TO BEGINWAARDE
           END-IF.

       SLA-REEDS-VERWERKTE-OVER.
           READ Bewegingen
               AT END SET STOP-LEZEN TO TRUE
           END-IF
           DISPLAY "PRODNAAM: " WITH NO ADVANCING
           DISPLAY NAAM IN PROD-NAAR
           SET LOCATIE-VRIJ TO TRUE
           IF GEEN-LEESFOUT
               PERFORM CONTROLEER-LOCATIE-MASTER
               IF LOCATIE-GELDIG
                   CALL "CONTROLEER-BEVRIEZING" USING
                       LOCATIE IN BEWEGING BEVRIEZING-RESULTAAT
               END-IF
           END-IF
           SET PRODUCT-ZONDER-SERIE TO TRUE
           SET SERIE-GELDIG TO TRUE
           IF GEEN-LEESFOUT AND LOCATIE-GELDIG AND LOCATIE-VRIJ
               PERFORM CONTROLEER-SERIENUMMER
           END-IF
           IF GEEN-LEESFOUT AND LOCATIE-ONGELDIG
               DISPLAY "AFGEKEURD - " AFKEUR-REDEN " ("
               PERFORM TEL-VERWORPEN
               PERFORM SCHRIJF-AFKEURREGEL
           ELSE
           IF GEEN-LEESFOUT AND LOCATIE-BEVROREN
               PERFORM HOUD-BEWEGING-VAST
           ELSE
           IF GEEN-LEESFOUT AND SERIE-ONGELDIG
               DISPLAY "AFGEKEURD - " AFKEUR-REDEN " ("
                   SERIENUMMER IN BEWEGING ")"
               PERFORM TEL-VERWORPEN
               PERFORM SCHRIJF-AFKEURREGEL
           ELSE
           IF GEEN-LEESFOUT
               COMPUTE NIEUWE-INSTOCK = INSTOCK IN PROD-NAAR + CHANGE
               IF NIEUWE-INSTOCK < 0
                   PERFORM TEL-VERWORPEN
                   MOVE "TE WEINIG OP STOCK" TO AFKEUR-REDEN
                   PERFORM SCHRIJF-AFKEURREGEL
                   IF SALE AND PRODUCT-ZONDER-SERIE
                       PERFORM SCHRIJF-BACKORDER
                   END-IF
               ELSE
                       PERFORM TEL-VERWORPEN
                       MOVE "TE WEINIG OP LOCATIE" TO AFKEUR-REDEN
                       PERFORM SCHRIJF-AFKEURREGEL
                       IF SALE AND PRODUCT-ZONDER-SERIE
                           PERFORM SCHRIJF-BACKORDER
                       END-IF
                   ELSE
                       PERFORM WERK-LOCATIE-STOCK-BIJ
                       COMPUTE OUDE-WAARDE = INSTOCK IN PROD-NAAR
                           * UNIT-COST IN PROD-NAAR
                       IF PURCHASE AND EENHEIDSKOST > ZERO
                           PERFORM HERBEREKEN-EENHEIDSKOST
                       END-IF
                               PERFORM FOUT
                       END-REWRITE
                       PERFORM LOG-BEWEGING
                       PERFORM TEL-STOCKGROOTBOEK
                       ADD 1 TO TOEGEPAST-AANTAL
                       ADD CHANGE IN BEWEGING TO TOEGEPAST-SOM
                       IF PURCHASE
                       IF SALE
                           PERFORM VERBRUIK-LOTS
                       END-IF
                       IF PRODUCT-MET-SERIE
                           AND SERIENUMMER IN BEWEGING NOT = SPACES
                           PERFORM WERK-SERIENUMMER-BIJ
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM SCHRIJF-AFKEURREGEL
           END-IF
           END-IF
           END-IF
           END-IF
           ADD 1 TO VERWERKT-TELLER
           PERFORM SCHRIJF-CHECKPOINT.

           MOVE ZERO TO EENHEIDSKOST IN BEWEGING
           MOVE ZERO TO VERVALDATUM IN BEWEGING
           MOVE ZERO TO EANNR IN BEWEGING
           MOVE ZERO TO ORDERNUMMER IN BEWEGING
           MOVE ZERO TO KLANTNUMMER IN BEWEGING
           WRITE BEWEGING
           IF RESERVE-IN-TABEL
               ADD BCK-AANTAL TO RSV-AANTAL (RESERVE-IDX)
           END-STRING
           WRITE AFKEUR-BEW-REGEL.

      * TIJDENS EEN JAARINVENTARIS IS DE LOCATIE BEVROREN: DE
      * BEWEGING GAAT ONGEWIJZIGD NAAR BEWEGINGEN.WACHT EN
      * SLUIT-INVENTARIS ZET ZE NA DE AFSLUITING TERUG IN
      * BEWEGINGEN.DAT. DE EAN IS AL VERTAALD EN WORDT GEWIST,
      * ZODAT DE VERPAKKINGSEENHEID NIET TWEEMAAL MEETELT.
       HOUD-BEWEGING-VAST.
           DISPLAY "VASTGEHOUDEN - LOCATIE BEVROREN VOOR INVENTARIS ("
               LOCATIE IN BEWEGING ")"
           MOVE ZERO TO EANNR IN BEWEGING
           WRITE WACHT-REGEL FROM BEWEGING
           ADD 1 TO VASTGEHOUDEN-AANTAL
           ADD CHANGE IN BEWEGING TO VASTGEHOUDEN-SOM.

      * VOOR EEN SERIEPRODUCT (SERIEPRODUCTEN.DAT) DRAAGT ELKE
      * ONTVANGST, VERKOOP EN RETOUR PRECIES EEN STUK MET ZIJN
      * SERIENUMMER. EEN ONTVANGST OF TOEVOEGING MAG GEEN STUK
      * BETREFFEN DAT AL IN STOCK STAAT, EEN KLANTRETOUR ALLEEN EEN
      * VERKOCHT STUK, EN WAT DE STOCK VERLAAT MOET ALS "IN STOCK"
      * OP DE LOCATIE VAN DE BEWEGING STAAN. BIJ TELCORRECTIES EN
      * SCHADE (A, D) IS HET SERIENUMMER FACULTATIEF: ZONDER
      * SERIENUMMER WIJZIGT ENKEL DE VOORRAAD, EN CONTROLE-
      * SERIESTOCK TOONT HET VERSCHIL MET DE SERIENUMMERS.
       CONTROLEER-SERIENUMMER.
           CALL "CONTROLEER-SERIEPRODUCT" USING PRODNR IN BEWEGING
               SERIEPRODUCT-RESULTAAT
           IF PRODUCT-MET-SERIE
               IF SERIENUMMER IN BEWEGING = SPACES
                   IF NOT ADJUSTMENT AND NOT DAMAGE
                       SET SERIE-ONGELDIG TO TRUE
                       MOVE "SERIENUMMER ONTBREEKT" TO AFKEUR-REDEN
                   END-IF
               ELSE
                   IF CHANGE IN BEWEGING NOT = 1
                       AND CHANGE IN BEWEGING NOT = -1
                       SET SERIE-ONGELDIG TO TRUE
                       MOVE "SERIEPRODUCT: AANTAL NIET 1"
                           TO AFKEUR-REDEN
                   ELSE
                       PERFORM LEES-SERIENUMMER
                       IF CHANGE IN BEWEGING > ZERO
                           PERFORM TOETS-SERIE-INKOMEND
                       ELSE
                           PERFORM TOETS-SERIE-UITGAAND
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LEES-SERIENUMMER.
           SET SERIE-NIEUW TO TRUE
           MOVE PRODNR IN BEWEGING TO SRN-PRODNR
           MOVE SERIENUMMER IN BEWEGING TO SRN-SERIENR
           READ SERIENUMMERS
               INVALID KEY SET SERIE-NIEUW TO TRUE
               NOT INVALID KEY SET SERIE-BEKEND TO TRUE
           END-READ
           IF SERIE-NIEUW AND SERIENUMMERS-STATUS NOT = "23"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       TOETS-SERIE-INKOMEND.
           IF RETURN-MOV
               IF SERIE-NIEUW
                   SET SERIE-ONGELDIG TO TRUE
                   MOVE "SERIENUMMER ONBEKEND" TO AFKEUR-REDEN
               ELSE
                   IF NOT SERIE-VERKOCHT
                       SET SERIE-ONGELDIG TO TRUE
                       MOVE "SERIENUMMER NIET VERKOCHT"
                           TO AFKEUR-REDEN
                   END-IF
               END-IF
           ELSE
               IF SERIE-BEKEND AND SERIE-IN-STOCK
                   SET SERIE-ONGELDIG TO TRUE
                   MOVE "SERIENUMMER AL IN STOCK" TO AFKEUR-REDEN
               END-IF
           END-IF.

       TOETS-SERIE-UITGAAND.
           IF SERIE-NIEUW
               SET SERIE-ONGELDIG TO TRUE
               MOVE "SERIENUMMER ONBEKEND" TO AFKEUR-REDEN
           ELSE
               IF NOT SERIE-IN-STOCK
                   SET SERIE-ONGELDIG TO TRUE
                   MOVE "SERIENUMMER NIET IN STOCK" TO AFKEUR-REDEN
               ELSE
                   IF SRN-LOCATIE NOT = LOCATIE IN BEWEGING
                       SET SERIE-ONGELDIG TO TRUE
                       MOVE "SERIENUMMER NIET OP LOCATIE"
                           TO AFKEUR-REDEN
                   END-IF
               END-IF
           END-IF.

      * NA HET TOEPASSEN VAN DE BEWEGING KRIJGT HET SERIENUMMER ZIJN
      * NIEUWE STATUS: IN STOCK (ONTVANGST, KLANTRETOUR, POSITIEVE
      * CORRECTIE), VERKOCHT MET KLANT EN ORDER, TERUG NAAR DE
      * LEVERANCIER (NEGATIEVE RETOUR) OF AFGEBOEKT (NEGATIEVE
      * CORRECTIE, SCHADE). EEN ONTVANGST ONTHOUDT DE BESTELLING
      * WAAROP ZE IS VERREKEND. ELKE MUTATIE KOMT IN
      * SERIEBEWEGINGEN.HIST VOOR DE OPVRAGING ZOEK-SERIENUMMER.
       WERK-SERIENUMMER-BIJ.
           IF SERIE-NIEUW
               MOVE SPACES TO SERIENUMMER-REC
               MOVE PRODNR IN BEWEGING TO SRN-PRODNR
               MOVE SERIENUMMER IN BEWEGING TO SRN-SERIENR
               MOVE RUNDATUM TO SRN-ONTVANGSTDATUM
               MOVE ZERO TO SRN-BESTELNR SRN-KLANTNR SRN-ORDERNR
                   SRN-VERKOOPDATUM
           END-IF
           MOVE LOCATIE IN BEWEGING TO SRN-LOCATIE
           MOVE RUNDATUM TO SRN-MUTATIEDATUM
           IF CHANGE IN BEWEGING > ZERO
               SET SERIE-IN-STOCK TO TRUE
               IF PURCHASE
                   MOVE RUNDATUM TO SRN-ONTVANGSTDATUM
                   MOVE ZERO TO SRN-BESTELNR SRN-KLANTNR SRN-ORDERNR
                       SRN-VERKOOPDATUM
                   IF BESTELLING-GEMATCHT
                       MOVE BST-NR TO SRN-BESTELNR
                   END-IF
               END-IF
           ELSE
               IF SALE
                   SET SERIE-VERKOCHT TO TRUE
                   MOVE KLANTNUMMER IN BEWEGING TO SRN-KLANTNR
                   MOVE ORDERNUMMER IN BEWEGING TO SRN-ORDERNR
                   MOVE RUNDATUM TO SRN-VERKOOPDATUM
               ELSE
                   IF RETURN-MOV
                       SET SERIE-TERUG-LEVERANCIER TO TRUE
                   ELSE
                       SET SERIE-AFGEBOEKT TO TRUE
                   END-IF
               END-IF
           END-IF
           IF SERIE-NIEUW
               WRITE SERIENUMMER-REC
                   INVALID KEY
                       DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                           SERIENUMMERS-STATUS
                       PERFORM FOUT
               END-WRITE
           ELSE
               REWRITE SERIENUMMER-REC
                   INVALID KEY
                       DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                           SERIENUMMERS-STATUS
                       PERFORM FOUT
               END-REWRITE
           END-IF
           MOVE SPACES TO SERIEHIST-REGEL
           MOVE RUNDATUM TO SHS-DATUM
           MOVE SRN-PRODNR TO SHS-PRODNR
           MOVE SRN-SERIENR TO SHS-SERIENR
           MOVE TRANSTYPE IN BEWEGING TO SHS-TRANSTYPE
           MOVE SRN-LOCATIE TO SHS-LOCATIE
           MOVE SRN-STATUS TO SHS-STATUS
           MOVE SRN-BESTELNR TO SHS-BESTELNR
           MOVE KLANTNUMMER IN BEWEGING TO SHS-KLANTNR
           MOVE ORDERNUMMER IN BEWEGING TO SHS-ORDERNR
           MOVE OPERATOR-ID TO SHS-OPERATOR
           WRITE SERIEHIST-REGEL
           DISPLAY "SERIENUMMER " SRN-SERIENR " VAN " SRN-PRODNR
               " NU STATUS " SRN-STATUS.

       TEL-VERWORPEN.
           ADD 1 TO VERWORPEN-AANTAL
           ADD CHANGE IN BEWEGING TO VERWORPEN-SOM.
               END-WRITE
           END-IF.

      * ELKE TOEGEPASTE BEWEGING WORDT GEWAARDEERD TEGEN DE
      * UNIT-COST DIE OP DAT MOMENT GELDT: DE WAARDE IS HET VERSCHIL
      * IN INSTOCK * UNIT-COST VAN HET PRODUCT VOOR EN NA DE
      * BEWEGING. BIJ EEN ONTVANGST MET EENHEIDSKOST IS DAT DE
      * AANKOOPWAARDE INCLUSIEF DE AFRONDING VAN DE HERWAARDERING.
      * DE WAARDEN WORDEN PER GROOTBOEKCATEGORIE OPGETELD:
      *  STOCKONT  ONTVANGSTEN (P)
      *  STOCKVRK  KOSTPRIJS VERKOPEN (S) EN KLANTRETOURS (R, +)
      *  STOCKRET  RETOURS NAAR DE LEVERANCIER (R, -)
      *  STOCKSCH  AFSCHRIJVING SCHADE (D)
      *  STOCKAAN  TELCORRECTIES EN ASSEMBLAGES (A)
      * DE TOTALEN REIZEN MEE IN HET HERSTARTBESTAND, ZODAT EEN
      * HERSTARTE RUN DEZELFDE GROOTBOEKREGELS OPLEVERT.
       TEL-STOCKGROOTBOEK.
           COMPUTE BEWEGINGSWAARDE = (INSTOCK IN PROD-NAAR
               * UNIT-COST IN PROD-NAAR) - OUDE-WAARDE
           MOVE 5 TO SGT-IDX
           IF PURCHASE
               MOVE 1 TO SGT-IDX
           END-IF
           IF SALE
               MOVE 2 TO SGT-IDX
           END-IF
           IF RETURN-MOV
               IF CHANGE IN BEWEGING > ZERO
                   MOVE 2 TO SGT-IDX
               ELSE
                   MOVE 3 TO SGT-IDX
               END-IF
           END-IF
           IF DAMAGE
               MOVE 4 TO SGT-IDX
           END-IF
           ADD 1 TO SGT-AANTAL (SGT-IDX)
           ADD BEWEGINGSWAARDE TO SGT-WAARDE (SGT-IDX).

      * NA DE RUN GAAT PER CATEGORIE MET BEWEGINGEN EEN DAGREGEL
      * (ZONDER KANTOOR) NAAR GROOTBOEK.WRK, EN KOMEN DE
      * VOORRAADWAARDE BIJ HET BEGIN EN HET EINDE VAN DE RUN OP
      * STOCKWAARDE.LOG. RECONCILIEER-GROOTBOEK LEGT HET VERSCHIL
      * TUSSEN BEIDE NAAST DE STOCKREGELS IN HET GROOTBOEK.
       BOEK-STOCKWAARDE.
           PERFORM SCHRIJF-STOCKGROOTBOEK
               VARYING SGT-IDX FROM 1 BY 1 UNTIL SGT-IDX > 5
           PERFORM WAARDEER-STOCK
           MOVE WAARDE-TOTAAL TO EINDWAARDE
           MOVE SPACES TO STOCKWAARDE-REGEL
           MOVE RUNDATUM TO SWD-DATUM
           MOVE BEGINWAARDE TO SWD-BEGIN
           MOVE EINDWAARDE TO SWD-EIND
           MOVE TOEGEPAST-AANTAL TO SWD-AANTAL
           OPEN EXTEND STOCKWAARDE-LOG
           WRITE STOCKWAARDE-REGEL
           CLOSE STOCKWAARDE-LOG.

       SCHRIJF-STOCKGROOTBOEK.
           IF SGT-AANTAL (SGT-IDX) > ZERO
               MOVE SPACES TO GROOTBOEK-REGEL
               MOVE RUNDATUM TO GLW-DATUM
               MOVE SGN-CATEGORIE (SGT-IDX) TO GLW-CATEGORIE
               MOVE SPACES TO GLW-KANTOOR
               MOVE SGT-AANTAL (SGT-IDX) TO GLW-AANTAL
               MOVE SGT-WAARDE (SGT-IDX) TO GLW-BEDRAG
               CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN
                   GLW-DATUM GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL
                   GLW-BEDRAG
               DISPLAY "GROOTBOEK " SGN-CATEGORIE (SGT-IDX) ": "
                   SGT-AANTAL (SGT-IDX) " BEWEGINGEN, WAARDE "
                   SGT-WAARDE (SGT-IDX)
           END-IF.

       WAARDEER-STOCK.
           MOVE ZERO TO WAARDE-TOTAAL
           MOVE "N" TO STOCK-GELEZEN
           MOVE LOW-VALUES TO NR IN PRODUCT
           START Stock KEY IS NOT < NR IN PRODUCT
               INVALID KEY MOVE "J" TO STOCK-GELEZEN
           END-START
           PERFORM TEL-PRODUCTWAARDE UNTIL EINDE-STOCK.

       TEL-PRODUCTWAARDE.
           READ Stock NEXT
               AT END MOVE "J" TO STOCK-GELEZEN
           END-READ
           IF NOT EINDE-STOCK AND STOCK-STATUS NOT = "00"
               DISPLAY "STOCKBESTAND IS DEFECT, STATUS: " STOCK-STATUS
               PERFORM FOUT
           END-IF
           IF NOT EINDE-STOCK
               COMPUTE WAARDE-TOTAAL = WAARDE-TOTAAL
                   + (INSTOCK IN PRODUCT * UNIT-COST IN PRODUCT)
           END-IF.

       SCHRIJF-CHECKPOINT.
           MOVE SPACES TO RESTART-REGEL
           MOVE VERWERKT-TELLER TO RST-VERWERKT
           MOVE BEGINWAARDE TO RST-BEGINWAARDE
           MOVE STOCKGL-TOTALEN TO RST-STOCKGL
           OPEN OUTPUT BEWEGING-RESTART
           WRITE RESTART-REGEL
           CLOSE BEWEGING-RESTART.
               END-IF
           END-IF.

      * ELKE ONTVANGST OP EEN BESTELLING KOMT MET BESTEL-, VERWACHTE
      * EN ONTVANGSTDATUM OP ONTVANGSTEN.HIST, ALS BASIS VOOR DE
      * LEVERANCIERSSCORE (PRINT-LEVERANCIERSCORE).
       VERREKEN-ONTVANGST.
           SET BESTELLING-GEMATCHT TO TRUE
           ADD CHANGE IN BEWEGING TO BST-ONTVANGEN
           MOVE SPACES TO ONTVANGST-REGEL
           MOVE RUNDATUM TO ONT-DATUM
           MOVE BST-NR TO ONT-BSTNR
           MOVE BST-LEVERANCIER TO ONT-LEVCODE
           MOVE BST-PRODNR TO ONT-PRODNR
           MOVE BST-DATUM TO ONT-BESTELDATUM
           MOVE BST-VERWACHT TO ONT-VERWACHT
           MOVE CHANGE IN BEWEGING TO ONT-AANTAL
           COMPUTE REST-ONTVANGST = BST-AANTAL - CHANGE IN BEWEGING
           IF REST-ONTVANGST > ZERO
               MOVE REST-ONTVANGST TO BST-AANTAL
               SET ONTVANGST-DEELS TO TRUE
               DISPLAY "BESTELLING " BST-NR " DEELS ONTVANGEN, "
                   "NOG OPEN: " BST-AANTAL
           ELSE
               SET BESTELLING-GESLOTEN TO TRUE
               SET ONTVANGST-VOLLEDIG TO TRUE
               DISPLAY "BESTELLING " BST-NR " VOLLEDIG ONTVANGEN "
                   "EN AFGESLOTEN"
           END-IF
           WRITE ONTVANGST-REGEL
           REWRITE BESTELLING
               INVALID KEY
                   DISPLAY "BESTELLINGENBESTAND IS DEFECT, STATUS: "
           CLOSE LOCATIE-STOCK
           CLOSE BESTELLINGEN
           CLOSE BESTEL-EXCEPTIES
           CLOSE ONTVANGSTEN-HIST
           CLOSE HERWAARDERINGEN
           CLOSE LOCATIES
           CLOSE AFGEKEURDE-BEWEGINGEN
           CLOSE BEWEGINGEN-WACHT
           CLOSE LOTS
           CLOSE LOT-BEWEGINGEN
           CLOSE SERIENUMMERS
           CLOSE SERIE-BEWEGINGEN.

       TOON-CONTROLETOTALEN.
           DISPLAY "CONTROLETOTALEN VERWERK-BEWEGING"
           DISPLAY "TOEGEPAST  : " TOEGEPAST-AANTAL " CHANGE-SOM: "
               TOEGEPAST-SOM
           DISPLAY "VERWORPEN  : " VERWORPEN-AANTAL " CHANGE-SOM: "
               VERWORPEN-SOM
           DISPLAY "VASTGEHOUDEN: " VASTGEHOUDEN-AANTAL " CHANGE-SOM: "
               VASTGEHOUDEN-SOM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
