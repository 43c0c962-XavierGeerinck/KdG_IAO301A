      * ZICHTBAAR BLIJVEN IN DE BEWEGINGSHISTORIEK. DE AANVULTAKEN
      * WORDEN AFGEDRUKT IN LOOPVOLGORDE (OPLOPENDE BULKLOCATIE),
      * ZODAT DE MAGAZIJNIER IN EEN RONDE DOOR HET MAGAZIJN KAN.
      * LOCATIES DIE DOOR EEN LOPENDE JAARINVENTARIS BEVROREN ZIJN,
      * WORDEN NIET AANGEVULD EN DIENEN NIET ALS BULKBRON.
      * SERIEPRODUCTEN (CONTROLEER-SERIEPRODUCT) WORDEN OVERGESLAGEN:
      * DAARVAN MOET ELK VERPLAATST STUK MET ZIJN SERIENUMMER
      * GEBOEKT WORDEN, DUS GEBEURT DE AANVULLING MET DE HAND VIA
      * VERPLAATS-STOCK.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  ZONE-RESULTAAT PIC X(1).
           88 ZONE-GEVONDEN VALUE "J".
           88 ZONE-ONBEKEND VALUE "N".
       77  BEVRIEZING-RESULTAAT PIC X(1).
           88 LOCATIE-BEVROREN VALUE "J".
       77  SERIEPRODUCT-RESULTAAT PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
       77  RUNDATUM PIC 9(8).
       77  PICKZONE PIC X(2).
       77  BULKZONE PIC X(2).
               DISPLAY "LOCATIEBESTAND IS DEFECT, STATUS: "
                   LOCATIES-STATUS
               PERFORM FOUT
           END-IF
           PERFORM TOETS-BEVRIEZING
           PERFORM TOETS-SERIEPRODUCT.

       NOTEER-TEKORT.
           IF TEKORT-BEZET = 200
                       SET ZONE-GEVONDEN TO TRUE
                   END-IF
           END-READ
           PERFORM TOETS-BEVRIEZING
           IF ZONE-GEVONDEN
               SET BRON-BESTAAT TO TRUE
           END-IF.

       TOETS-BEVRIEZING.
           IF ZONE-GEVONDEN
               CALL "CONTROLEER-BEVRIEZING" USING LOC-LOCATIE
                   BEVRIEZING-RESULTAAT
               IF LOCATIE-BEVROREN
                   DISPLAY "LOCATIE " LOC-LOCATIE
                       " BEVROREN VOOR INVENTARIS, OVERGESLAGEN"
                   SET ZONE-ONBEKEND TO TRUE
               END-IF
           END-IF.

       TOETS-SERIEPRODUCT.
           IF ZONE-GEVONDEN
               CALL "CONTROLEER-SERIEPRODUCT" USING LOC-NR
                   SERIEPRODUCT-RESULTAAT
               IF PRODUCT-MET-SERIE
                   DISPLAY "SERIEPRODUCT " LOC-NR " OP " LOC-LOCATIE
                       " OVERGESLAGEN, AANVULLEN MET VERPLAATS-STOCK"
                   SET ZONE-ONBEKEND TO TRUE
               END-IF
           END-IF.

       VOER-TRANSFER-UIT.
           IF LOC-INSTOCK < TKT-AANVUL (TEKORT-IDX)
               MOVE LOC-INSTOCK TO AANVUL-AANTAL
