      * VERWERK-REKENING-BEWEGING HET GELD INT. DE REGELS KRIJGEN
      * STATUS GEFACTUREERD.
      *
      * WORDT DE FACTUUR NIET METEEN VAN EEN REKENING BIJ ONS
      * GEIND, DAN WORDT ZE EEN OPENSTAANDE POST IN
      * OPENSTAANDEPOSTEN.DAT (KLANT, ORDERNUMMER, FACTUURDATUM,
      * VERVALDATUM EN OPENSTAAND BEDRAG). DE VERVALDATUM LIGT
      * BETAALTERMIJN-DGN DAGEN (PARAMETERS.DAT, ANDERS 30) NA DE
      * FACTUURDATUM. REGISTREER-BETALING BOEKT DE ONTVANGEN
      * BETALINGEN OP DE POST AF EN PRINT-OUDERDOMSBALANS VOLGT DE
      * NIET BETAALDE POSTEN OP.
      *
      * DE FACTUUR VERMELDT DE BTW: PER REGEL DE BTW-CODE VAN HET
      * PRODUCT UIT VERKOOPPRIJZEN.DAT (0 = VRIJGESTELD, 1 = 6 %,
      * 2 = 12 %, 3 = 21 %; ONTBREEKT DE CODE, DAN GELDT 21 %; DE
      * TOEGEPASTE CODE WORDT OOK OP DE ORDERREGEL BEWAARD), IN
      * DE VOET PER TARIEF DE MAATSTAF EN DE BTW, EN VERDER HET
      * TOTAAL EXCLUSIEF BTW, HET BTW-TOTAAL EN HET TE BETALEN
      * BEDRAG. HET BEDRAG INCLUSIEF BTW WORDT GEIND OF WORDT DE
      * OPENSTAANDE POST. PER FACTUUR EN PER TARIEF GAAT EEN REGEL
      * NAAR HET BTW-REGISTER BTWREGISTER.DAT, DAT PRINT-BTWAANGIFTE
      * PER KWARTAAL TOTALISEERT.
      *
      * ELKE FACTUURREGEL TOONT NAAST DE TOEGEPASTE PRIJS DE
      * LIJSTPRIJS EN DE PRIJSREGEL DIE MAAK-VERKOOPORDER KOOS
      * (PRIJSAFSPRAAK, KLANTKORTING OF STAFFEL).
      *
      * ER WORDT PER ZENDING GEFACTUREERD: NA HET ORDERNUMMER VRAAGT
      * HET PROGRAMMA HET ZENDINGNUMMER (HET NUMMER VAN DE PAKBON
      * VAN LEVER-VERKOOPORDER) EN FACTUREERT ENKEL DE GELEVERDE
      * REGELS VAN DIE ZENDING, ZODAT EEN GEDEELTELIJK GELEVERD
      * ORDER ENKEL BETAALT WAT WERKELIJK VERTROK. DE ZENDING KRIJGT
      * STATUS GEFACTUREERD EN KAN GEEN TWEEDE KEER GEFACTUREERD
      * WORDEN. ZENDINGNUMMER 0 FACTUREERT DE GELEVERDE REGELS VAN
      * VOOR DE ZENDINGEN (ZONDER ZENDINGNUMMER).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTUREER-VERKOOPORDER.
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT OPTIONAL VERKOOPPRIJZEN
                  ASSIGN TO "BESTANDEN/VERKOOPPRIJZEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS VKP-PRODNR
                  FILE STATUS IS PRIJZEN-STATUS.

           SELECT OPTIONAL ZENDINGEN
                  ASSIGN TO "BESTANDEN/ZENDINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ZND-NR
                  FILE STATUS IS ZENDINGEN-STATUS.

           SELECT OPTIONAL BTW-REGISTER
                  ASSIGN TO "BESTANDEN/BTWREGISTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FACTUREN
                  ASSIGN TO "BESTANDEN/FACTUREN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENSTAANDE-POST.
           COPY "openpost.cpy".

       FD  VERKOOPPRIJZEN BLOCK CONTAINS 10 RECORDS.
       01  VERKOOPPRIJS-REC.
           COPY "verkoopprijs.cpy".

       FD  ZENDINGEN BLOCK CONTAINS 10 RECORDS.
       01  ZENDING-REC.
           COPY "zending.cpy".

       FD  BTW-REGISTER.
       01  BTW-REGEL.
           COPY "btwregel.cpy".

       FD  FACTUREN.
       01  FACTUUR-REGEL PIC X(90).

       77  KLANTEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  POSTEN-STATUS PIC X(2).
       77  PRIJZEN-STATUS PIC X(2).
       77  ZENDINGEN-STATUS PIC X(2).
       77  PRIJS-RESULTAAT PIC X(1).
           88 PRIJS-GEVONDEN VALUE "J".
           88 PRIJS-ONBEKEND VALUE "N".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
           88 KLANT-BANKIERT-HIER VALUE "J".
       77  RUNDATUM PIC 9(8).
       77  GEVR-ORDERNR PIC 9(7).
       77  GEVR-ZENDINGNR PIC 9(7).
       77  FACTUUR-KLANTNR PIC 9(7).
       77  REGELBEDRAG PIC 9(9)V99.
       77  FACTUURTOTAAL PIC 9(9)V99 VALUE ZERO.
       77  FACTUUR-NETTO PIC 9(9)V99 VALUE ZERO.
       77  FACTUUR-BTW PIC 9(9)V99 VALUE ZERO.
       77  REGEL-BTW-CODE PIC X(1).
       77  BTW-CODE-WERK PIC 9(1).
       77  BTW-IDX PIC 9(1) COMP.
       77  AANTAL-REGELS PIC 9(3) VALUE ZERO.
       77  BOEKINGSREFERENTIE PIC X(16).
       77  BETAALTERMIJN PIC 9(3).
       77  DAGEN-DEZE-MAAND PIC 99.
       77  DEEL-JAAR PIC 9(4).
       77  REST-JAAR PIC 9(4).
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
       01  BTW-PERCENTAGES-TABEL.
           02 FILLER PIC X(8) VALUE "00061221".
       01  BTW-PERCENTAGES REDEFINES BTW-PERCENTAGES-TABEL.
           02 BTW-PERCENTAGE PIC 99 OCCURS 4.
       01  BTW-TOTALEN.
           02 BTW-TARIEF OCCURS 4.
               03 BTW-MAATSTAF PIC 9(9)V99.
               03 BTW-BEDRAG PIC 9(9)V99.
       01  FACTUUR-VELDEN.
           02 FCT-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 FCT-PRIJS PIC 9(5)V99.
           02 FILLER PIC X VALUE SPACE.
           02 FCT-BEDRAG PIC 9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 FCT-BTW-CODE PIC X(1).
           02 FILLER PIC X VALUE SPACE.
           02 FCT-LIJSTPRIJS PIC 9(5)V99.
           02 FILLER PIC X VALUE SPACE.
           02 FCT-PRIJSREF PIC X(16).
       01  FACTUUR-VOET-VELDEN.
           02 FVT-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 FVT-ORDERNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 FVT-KLANTNR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 FVT-OMSCHRIJVING PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 FVT-MAATSTAF PIC 9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 FVT-BTW PIC 9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 FVT-TOTAAL PIC 9(9)V99.

       PROCEDURE DIVISION.

           ELSE
               PERFORM DRUK-FACTUURVOET
               PERFORM VEREFFEN-FACTUUR
               IF GEVR-ZENDINGNR NOT = ZERO
                   PERFORM MARKEER-ZENDING-GEFACTUREERD
               END-IF
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
       INITIALISEER.
           MOVE ZEROS TO ORDERREGEL KLANT REK
           MOVE ZERO TO FACTUUR-KLANTNR
           MOVE ZEROS TO BTW-TOTALEN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           DISPLAY "GEEF HET TE FACTUREREN ORDERNUMMER OP:"
           ACCEPT GEVR-ORDERNR
           DISPLAY "GEEF HET ZENDINGNUMMER OP (0 = ZONDER ZENDING):"
           ACCEPT GEVR-ZENDINGNR
           OPEN I-O ZENDINGEN
           IF ZENDINGEN-STATUS NOT = "00"
               AND ZENDINGEN-STATUS NOT = "05"
               DISPLAY "KAN ZENDINGENBESTAND NIET OPENEN, STATUS: "
                   ZENDINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF GEVR-ZENDINGNR NOT = ZERO
               PERFORM CONTROLEER-ZENDING
           END-IF
           OPEN I-O VERKOOPORDERS
           IF ORDERS-STATUS NOT = "00" AND ORDERS-STATUS NOT = "05"
               DISPLAY "KAN ORDERBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT VERKOOPPRIJZEN
           IF PRIJZEN-STATUS NOT = "00" AND PRIJZEN-STATUS NOT = "05"
               DISPLAY "KAN PRIJZENBESTAND NIET OPENEN, STATUS: "
                   PRIJZEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND FACTUREN
           MOVE "N" TO ORDERS-KLAAR
           MOVE GEVR-ORDERNR TO ORD-NR
               INVALID KEY MOVE "J" TO ORDERS-KLAAR
           END-START
           DISPLAY "FACTUUR VOOR ORDER " GEVR-ORDERNR " OP " RUNDATUM
           IF GEVR-ZENDINGNR NOT = ZERO
               DISPLAY "ZENDING " GEVR-ZENDINGNR " VAN " ZND-DATUM
                   " - " ZND-VERVOERDER " " ZND-TRACKINGNR
           END-IF
           DISPLAY "=============================================".

       VERWERK-ORDERREGELS.
                       MOVE "J" TO ORDERS-KLAAR
                   ELSE
                       IF ORDERREGEL-GELEVERD
                           AND ORD-ZENDINGNR = GEVR-ZENDINGNR
                           PERFORM FACTUREER-REGEL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTROLEER-ZENDING.
           MOVE GEVR-ZENDINGNR TO ZND-NR
           READ ZENDINGEN
               INVALID KEY MOVE ZERO TO ZND-ORDERNR
           END-READ
           IF ZENDINGEN-STATUS NOT = "00"
               AND ZENDINGEN-STATUS NOT = "23"
               DISPLAY "ZENDINGENBESTAND IS DEFECT, STATUS: "
                   ZENDINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF ZND-ORDERNR NOT = GEVR-ORDERNR
               DISPLAY "ZENDING " GEVR-ZENDINGNR
                   " HOORT NIET BIJ ORDER " GEVR-ORDERNR
               CLOSE ZENDINGEN
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF ZENDING-GEFACTUREERD
               DISPLAY "ZENDING " GEVR-ZENDINGNR
                   " IS AL GEFACTUREERD OP " ZND-FACTUURDATUM
               CLOSE ZENDINGEN
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       MARKEER-ZENDING-GEFACTUREERD.
           SET ZENDING-GEFACTUREERD TO TRUE
           MOVE RUNDATUM TO ZND-FACTUURDATUM
           REWRITE ZENDING-REC
               INVALID KEY
                   DISPLAY "ZENDINGENBESTAND IS DEFECT, STATUS: "
                       ZENDINGEN-STATUS
                   PERFORM FOUT
           END-REWRITE.

       FACTUREER-REGEL.
           IF AANTAL-REGELS = ZERO
               MOVE ORD-KLANTNR TO FACTUUR-KLANTNR
           END-IF
           ADD 1 TO AANTAL-REGELS
           COMPUTE REGELBEDRAG = ORD-AANTAL * ORD-PRIJS
           ADD REGELBEDRAG TO FACTUUR-NETTO
           PERFORM BEPAAL-BTW-CODE
           ADD REGELBEDRAG TO BTW-MAATSTAF (BTW-IDX)
           DISPLAY "  " ORD-AANTAL " X " ORD-PRODNR
               " AAN " ORD-PRIJS " = " REGELBEDRAG
               " BTW " BTW-PERCENTAGE (BTW-IDX) "%"
           IF ORD-PRIJSREF NOT = SPACES
               DISPLAY "    PRIJS VOLGENS " ORD-PRIJSREF
                   " (LIJSTPRIJS " ORD-LIJSTPRIJS ")"
           END-IF
           MOVE SPACES TO FACTUUR-VELDEN
           MOVE RUNDATUM TO FCT-DATUM
           MOVE ORD-NR TO FCT-ORDERNR
           MOVE ORD-AANTAL TO FCT-AANTAL
           MOVE ORD-PRIJS TO FCT-PRIJS
           MOVE REGELBEDRAG TO FCT-BEDRAG
           MOVE REGEL-BTW-CODE TO FCT-BTW-CODE
           MOVE ORD-LIJSTPRIJS TO FCT-LIJSTPRIJS
           MOVE ORD-PRIJSREF TO FCT-PRIJSREF
           MOVE REGEL-BTW-CODE TO ORD-BTW-CODE
           MOVE FACTUUR-VELDEN TO FACTUUR-REGEL
           WRITE FACTUUR-REGEL
           SET ORDERREGEL-GEFACTUREERD TO TRUE
                   PERFORM FOUT
           END-REWRITE.

       BEPAAL-BTW-CODE.
           SET PRIJS-ONBEKEND TO TRUE
           MOVE ORD-PRODNR TO VKP-PRODNR
           READ VERKOOPPRIJZEN
               INVALID KEY SET PRIJS-ONBEKEND TO TRUE
               NOT INVALID KEY SET PRIJS-GEVONDEN TO TRUE
           END-READ
           IF PRIJS-ONBEKEND AND PRIJZEN-STATUS NOT = "23"
               DISPLAY "PRIJZENBESTAND IS DEFECT, STATUS: "
                   PRIJZEN-STATUS
               PERFORM FOUT
           END-IF
           IF PRIJS-GEVONDEN AND VKP-BTW-GELDIG
               MOVE VKP-BTW-CODE TO REGEL-BTW-CODE
           ELSE
               MOVE "3" TO REGEL-BTW-CODE
               DISPLAY "  GEEN BTW-CODE VOOR " ORD-PRODNR
                   " - NORMAAL TARIEF 21% TOEGEPAST"
           END-IF
           MOVE REGEL-BTW-CODE TO BTW-CODE-WERK
           COMPUTE BTW-IDX = BTW-CODE-WERK + 1.

       DRUK-FACTUURKOP.
           SET KLANT-ONBEKEND TO TRUE
           MOVE ORD-KLANTNR TO NR

       DRUK-FACTUURVOET.
           DISPLAY "=============================================".
           MOVE ZERO TO FACTUUR-BTW
           OPEN EXTEND BTW-REGISTER
           PERFORM DRUK-BTW-TARIEF VARYING BTW-IDX FROM 1 BY 1
               UNTIL BTW-IDX > 4
           CLOSE BTW-REGISTER
           COMPUTE FACTUURTOTAAL = FACTUUR-NETTO + FACTUUR-BTW
           DISPLAY "TOTAAL EXCLUSIEF BTW : " FACTUUR-NETTO
           DISPLAY "TOTAAL BTW           : " FACTUUR-BTW
           DISPLAY "FACTUURTOTAAL ORDER " GEVR-ORDERNR " : "
               FACTUURTOTAAL
           MOVE SPACES TO FACTUUR-VOET-VELDEN
           MOVE RUNDATUM TO FVT-DATUM
           MOVE GEVR-ORDERNR TO FVT-ORDERNR
           MOVE FACTUUR-KLANTNR TO FVT-KLANTNR
           MOVE "TOTAAL" TO FVT-OMSCHRIJVING
           MOVE FACTUUR-NETTO TO FVT-MAATSTAF
           MOVE FACTUUR-BTW TO FVT-BTW
           MOVE FACTUURTOTAAL TO FVT-TOTAAL
           MOVE FACTUUR-VOET-VELDEN TO FACTUUR-REGEL
           WRITE FACTUUR-REGEL.

       DRUK-BTW-TARIEF.
           IF BTW-MAATSTAF (BTW-IDX) NOT = ZERO
               COMPUTE BTW-BEDRAG (BTW-IDX) ROUNDED =
                   BTW-MAATSTAF (BTW-IDX) * BTW-PERCENTAGE (BTW-IDX)
                   / 100
               ADD BTW-BEDRAG (BTW-IDX) TO FACTUUR-BTW
               IF BTW-IDX = 1
                   DISPLAY "VRIJGESTELD          : "
                       BTW-MAATSTAF (BTW-IDX)
               ELSE
                   DISPLAY "MAATSTAF " BTW-PERCENTAGE (BTW-IDX)
                       "%         : " BTW-MAATSTAF (BTW-IDX)
                       "  BTW: " BTW-BEDRAG (BTW-IDX)
               END-IF
               MOVE SPACES TO FACTUUR-VOET-VELDEN
               MOVE RUNDATUM TO FVT-DATUM
               MOVE GEVR-ORDERNR TO FVT-ORDERNR
               MOVE FACTUUR-KLANTNR TO FVT-KLANTNR
               IF BTW-IDX = 1
                   MOVE "VRIJGESTELD" TO FVT-OMSCHRIJVING
               ELSE
                   STRING "BTW " DELIMITED BY SIZE
                       BTW-PERCENTAGE (BTW-IDX) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO FVT-OMSCHRIJVING
                   END-STRING
               END-IF
               MOVE BTW-MAATSTAF (BTW-IDX) TO FVT-MAATSTAF
               MOVE BTW-BEDRAG (BTW-IDX) TO FVT-BTW
               COMPUTE FVT-TOTAAL = BTW-MAATSTAF (BTW-IDX)
                   + BTW-BEDRAG (BTW-IDX)
               MOVE FACTUUR-VOET-VELDEN TO FACTUUR-REGEL
               WRITE FACTUUR-REGEL
               MOVE SPACES TO BTW-REGEL
               MOVE RUNDATUM TO BTR-FACTUURDATUM
               MOVE GEVR-ORDERNR TO BTR-ORDERNR
               MOVE FACTUUR-KLANTNR TO BTR-KLANTNR
               COMPUTE BTW-CODE-WERK = BTW-IDX - 1
               MOVE BTW-CODE-WERK TO BTR-CODE
               MOVE BTW-MAATSTAF (BTW-IDX) TO BTR-MAATSTAF
               MOVE BTW-BEDRAG (BTW-IDX) TO BTR-BTW
               SET BTR-FACTUUR TO TRUE
               WRITE BTW-REGEL
           END-IF.

       VEREFFEN-FACTUUR.
           DISPLAY "BANKIERT DE KLANT BIJ ONS? (J/N):"
               ELSE
                   DISPLAY "GEEN OPEN REKENING GEVONDEN VOOR KLANT "
                       FACTUUR-KLANTNR " - FACTUUR MANUEEL INNEN"
                   PERFORM MAAK-OPENSTAANDE-POST
               END-IF
           ELSE
               DISPLAY "FACTUUR WORDT PER OVERSCHRIJVING GEIND"
               PERFORM MAAK-OPENSTAANDE-POST
           END-IF.

       MAAK-OPENSTAANDE-POST.
           MOVE "BETAALTERMIJN-DGN" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO BETAALTERMIJN
           ELSE
               MOVE 30 TO BETAALTERMIJN
           END-IF
           OPEN I-O OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN POSTENBESTAND NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM ZOEK-VRIJ-FACTUURVOLGNR
           MOVE FACTUUR-KLANTNR TO OPP-KLANTNR
           MOVE RUNDATUM TO OPP-FACTUURDATUM
           MOVE RUNDATUM TO WERKDATUM
           PERFORM TEL-DAG-BIJ BETAALTERMIJN TIMES
           MOVE WERKDATUM TO OPP-VERVALDATUM
           MOVE FACTUURTOTAAL TO OPP-BEDRAG
           MOVE ZERO TO OPP-BETAALD
           MOVE FACTUURTOTAAL TO OPP-OPENSTAAND
           MOVE ZERO TO OPP-LAATSTE-BETALING
           MOVE ZERO TO OPP-AANMANING-NIVEAU OPP-AANMANING-DATUM
               OPP-KOSTEN
           SET POST-OPEN TO TRUE
           WRITE OPENSTAANDE-POST
               INVALID KEY
                   DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                       POSTEN-STATUS
                   PERFORM FOUT
           END-WRITE
           CLOSE OPENSTAANDE-POSTEN
           DISPLAY "OPENSTAANDE POST " OPP-ORDERNR "/"
               OPP-FACTUURVOLGNR " AANGEMAAKT, VERVALT OP "
               OPP-VERVALDATUM.

       ZOEK-VRIJ-FACTUURVOLGNR.
           MOVE GEVR-ORDERNR TO OPP-ORDERNR
           MOVE ZERO TO OPP-FACTUURVOLGNR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-FACTUURVOLGNR UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-FACTUURVOLGNR.
           ADD 1 TO OPP-FACTUURVOLGNR
           READ OPENSTAANDE-POSTEN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND POSTEN-STATUS NOT = "00"
               DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                   POSTEN-STATUS
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

       ZOEK-KLANTREKENING.
       SLUIT-BESTANDEN.
           CLOSE VERKOOPORDERS
           CLOSE KLANTEN
           CLOSE VERKOOPPRIJZEN
           CLOSE ZENDINGEN
           CLOSE FACTUREN.

       FOUT.
