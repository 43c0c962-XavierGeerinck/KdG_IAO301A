      *************************************************************
      * PRINT BTW-AANGIFTE
      *
      * KWARTAALLIJST VOOR DE BTW-AANGIFTE: TOTALISEERT OVER ALLE
      * FACTUREN VAN HET OPGEGEVEN KWARTAAL IN HET BTW-REGISTER
      * BTWREGISTER.DAT (GESCHREVEN DOOR FACTUREER-VERKOOPORDER) DE
      * MAATSTAF VAN HEFFING EN DE BTW PER TARIEF. DE LIJST VOLGT
      * DE ROOSTERS VAN HET AANGIFTEFORMULIER (00 VRIJGESTELD,
      * 01 6 %, 02 12 %, 03 21 %, 54 VERSCHULDIGDE BTW, EN VOOR DE
      * CREDITNOTA'S VAN REGISTREER-KLANTRETOUR 49 MAATSTAF EN 64
      * TERUG TE VORDEREN BTW), ZODAT DE BOEKHOUDER DE BEDRAGEN ZO
      * KAN OVERNEMEN, MET DAARONDER DE BTW PER TARIEF TER
      * CONTROLE. DE LIJST GAAT NAAR BTWAANGIFTE.LST EN WORDT VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-BTWAANGIFTE.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BTW-REGISTER
                  ASSIGN TO "BESTANDEN/BTWREGISTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AANGIFTELIJST
                  ASSIGN TO "BESTANDEN/BTWAANGIFTE.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BTW-REGISTER.
       01  BTW-REGEL.
           COPY "btwregel.cpy".

       FD  AANGIFTELIJST.
       01  LIJST-REGEL PIC X(132).

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVR-JAAR PIC 9(4).
       77  GEVR-KWARTAAL PIC 9(1).
           88 KWARTAAL-GELDIG VALUE 1 THRU 4.
       77  EERSTE-MAAND PIC 99.
       77  LAATSTE-MAAND PIC 99.
       77  AANTAL-REGELS PIC 9(7) VALUE ZERO.
       77  TOTAAL-BTW PIC 9(9)V99 VALUE ZERO.
       77  CREDIT-MAATSTAF PIC 9(9)V99 VALUE ZERO.
       77  CREDIT-BTW PIC 9(9)V99 VALUE ZERO.
       77  BTW-CODE-WERK PIC 9(1).
       77  BTW-IDX PIC 9(1) COMP.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  REGISTERDATUM.
           02 REG-JAAR PIC 9(4).
           02 REG-MAAND PIC 99.
           02 REG-DAG PIC 99.
       01  BTW-PERCENTAGES-TABEL.
           02 FILLER PIC X(8) VALUE "00061221".
       01  BTW-PERCENTAGES REDEFINES BTW-PERCENTAGES-TABEL.
           02 BTW-PERCENTAGE PIC 99 OCCURS 4.
       01  BTW-TOTALEN.
           02 BTW-TARIEF OCCURS 4.
               03 BTW-MAATSTAF PIC 9(9)V99.
               03 BTW-BEDRAG PIC 9(9)V99.
               03 BTW-CREDIT-MAATSTAF PIC 9(9)V99.
               03 BTW-CREDIT-BEDRAG PIC 9(9)V99.
       01  ROOSTER-VELDEN.
           02 RST-ROOSTER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 RST-OMSCHRIJVING PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 RST-BEDRAG PIC Z(8)9.99.
       01  TARIEF-VELDEN.
           02 TRF-OMSCHRIJVING PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 TRF-MAATSTAF PIC Z(8)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 TRF-BTW PIC Z(8)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 TRF-CREDIT-MAATSTAF PIC Z(8)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 TRF-CREDIT-BTW PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-REGISTER UNTIL STOPLEZEN
           PERFORM DRUK-ROOSTERS
           PERFORM DRUK-TARIEVEN
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO BTW-TOTALEN
           MOVE "N" TO GEDAAN
           DISPLAY "GEEF HET JAAR VAN DE AANGIFTE OP (EEJJ):"
           ACCEPT GEVR-JAAR
           MOVE ZERO TO GEVR-KWARTAAL
           PERFORM VRAAG-KWARTAAL UNTIL KWARTAAL-GELDIG
           COMPUTE LAATSTE-MAAND = GEVR-KWARTAAL * 3
           COMPUTE EERSTE-MAAND = LAATSTE-MAAND - 2
           OPEN INPUT BTW-REGISTER
           OPEN OUTPUT AANGIFTELIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "BTW-AANGIFTE KWARTAAL " DELIMITED BY SIZE
               GEVR-KWARTAAL DELIMITED BY SIZE
               " VAN " DELIMITED BY SIZE
               GEVR-JAAR DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:64)
           PERFORM SCHRIJF-LIJSTREGEL.

       VRAAG-KWARTAAL.
           DISPLAY "GEEF HET KWARTAAL OP (1-4):"
           ACCEPT GEVR-KWARTAAL
           IF NOT KWARTAAL-GELDIG
               DISPLAY "ONGELDIG KWARTAAL"
           END-IF.

       LEES-REGISTER.
           READ BTW-REGISTER
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE BTR-FACTUURDATUM TO REGISTERDATUM
               IF REG-JAAR = GEVR-JAAR
                   AND REG-MAAND NOT < EERSTE-MAAND
                   AND REG-MAAND NOT > LAATSTE-MAAND
                   PERFORM TEL-REGEL
               END-IF
           END-IF.

       TEL-REGEL.
           MOVE BTR-CODE TO BTW-CODE-WERK
           COMPUTE BTW-IDX = BTW-CODE-WERK + 1
           IF BTR-CREDITNOTA
               ADD BTR-MAATSTAF TO BTW-CREDIT-MAATSTAF (BTW-IDX)
               ADD BTR-BTW TO BTW-CREDIT-BEDRAG (BTW-IDX)
               ADD BTR-MAATSTAF TO CREDIT-MAATSTAF
               ADD BTR-BTW TO CREDIT-BTW
           ELSE
               ADD BTR-MAATSTAF TO BTW-MAATSTAF (BTW-IDX)
               ADD BTR-BTW TO BTW-BEDRAG (BTW-IDX)
               ADD BTR-BTW TO TOTAAL-BTW
           END-IF
           ADD 1 TO AANTAL-REGELS.

       DRUK-ROOSTERS.
           MOVE SPACES TO ROOSTER-VELDEN
           MOVE "ROOSTER 00" TO RST-ROOSTER
           MOVE "MAATSTAF VRIJGESTELD" TO RST-OMSCHRIJVING
           MOVE BTW-MAATSTAF (1) TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER
           MOVE "ROOSTER 01" TO RST-ROOSTER
           MOVE "MAATSTAF TARIEF 6%" TO RST-OMSCHRIJVING
           MOVE BTW-MAATSTAF (2) TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER
           MOVE "ROOSTER 02" TO RST-ROOSTER
           MOVE "MAATSTAF TARIEF 12%" TO RST-OMSCHRIJVING
           MOVE BTW-MAATSTAF (3) TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER
           MOVE "ROOSTER 03" TO RST-ROOSTER
           MOVE "MAATSTAF TARIEF 21%" TO RST-OMSCHRIJVING
           MOVE BTW-MAATSTAF (4) TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER
           MOVE "ROOSTER 54" TO RST-ROOSTER
           MOVE "VERSCHULDIGDE BTW" TO RST-OMSCHRIJVING
           MOVE TOTAAL-BTW TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER
           MOVE "ROOSTER 49" TO RST-ROOSTER
           MOVE "MAATSTAF CREDITNOTA'S" TO RST-OMSCHRIJVING
           MOVE CREDIT-MAATSTAF TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER
           MOVE "ROOSTER 64" TO RST-ROOSTER
           MOVE "BTW OP CREDITNOTA'S" TO RST-OMSCHRIJVING
           MOVE CREDIT-BTW TO RST-BEDRAG
           PERFORM SCHRIJF-ROOSTER.

       SCHRIJF-ROOSTER.
           MOVE ROOSTER-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TARIEVEN.
           MOVE ALL "-" TO LIJST-REGEL (1:64)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "TARIEF" TO LIJST-REGEL (1:6)
           MOVE "MAATSTAF" TO LIJST-REGEL (19:8)
           MOVE "BTW" TO LIJST-REGEL (36:3)
           MOVE "CRED.MAATST" TO LIJST-REGEL (42:11)
           MOVE "CRED.BTW" TO LIJST-REGEL (56:8)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM DRUK-TARIEF VARYING BTW-IDX FROM 1 BY 1
               UNTIL BTW-IDX > 4
           MOVE ALL "-" TO LIJST-REGEL (1:64)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BTW-REGELS IN HET KWARTAAL: " DELIMITED BY SIZE
               AANTAL-REGELS DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-TARIEF.
           MOVE SPACES TO TARIEF-VELDEN
           IF BTW-IDX = 1
               MOVE "VRIJGESTELD" TO TRF-OMSCHRIJVING
           ELSE
               STRING "BTW " DELIMITED BY SIZE
                   BTW-PERCENTAGE (BTW-IDX) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO TRF-OMSCHRIJVING
               END-STRING
           END-IF
           MOVE BTW-MAATSTAF (BTW-IDX) TO TRF-MAATSTAF
           MOVE BTW-BEDRAG (BTW-IDX) TO TRF-BTW
           MOVE BTW-CREDIT-MAATSTAF (BTW-IDX) TO TRF-CREDIT-MAATSTAF
           MOVE BTW-CREDIT-BEDRAG (BTW-IDX) TO TRF-CREDIT-BTW
           MOVE TARIEF-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE BTW-REGISTER
           CLOSE AANGIFTELIJST
           MOVE "BTW-AANGIFTE" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/BTWAANGIFTE.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.
