      * REGELPRIJS UIT DIT BESTAND. MEERDERE PRIJZEN KUNNEN IN EEN
      * SESSIE NA ELKAAR GEZET WORDEN.
      *
      * BIJ ELKE PRIJS HOORT OOK DE BTW-CODE VAN HET PRODUCT
      * (0 = VRIJGESTELD, 1 = 6 %, 2 = 12 %, 3 = 21 %), WAARMEE
      * FACTUREER-VERKOOPORDER DE BTW PER TARIEF BEREKENT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-VERKOOPPRIJZEN.
               IF PRIJS-BESTAAT
                   DISPLAY "HUIDIGE PRIJS: " VKP-PRIJS
                       " (GEZET OP " VKP-GEWIJZIGD ")"
                   DISPLAY "HUIDIGE BTW-CODE: " VKP-BTW-CODE
               ELSE
                   DISPLAY "NIEUWE PRIJS VOOR " NAAM
               END-IF
               DISPLAY "GEEF DE VERKOOPPRIJS OP:"
               ACCEPT VKP-PRIJS
               MOVE SPACE TO VKP-BTW-CODE
               PERFORM VRAAG-BTW-CODE UNTIL VKP-BTW-GELDIG
               MOVE RUNDATUM TO VKP-GEWIJZIGD
               PERFORM BEWAAR-PRIJS
           END-IF
           DISPLAY "NOG EEN PRIJS? (J/N):"
           ACCEPT NOG-EEN.

       VRAAG-BTW-CODE.
           DISPLAY "GEEF DE BTW-CODE OP (0=VRIJGESTELD 1=6% 2=12% "
               "3=21%):"
           ACCEPT VKP-BTW-CODE
           IF NOT VKP-BTW-GELDIG
               DISPLAY "ONGELDIGE BTW-CODE"
           END-IF.

       ZOEK-PRODUCT.
           SET PRODUCT-ONBEKEND TO TRUE
           MOVE VKP-PRODNR TO NR
