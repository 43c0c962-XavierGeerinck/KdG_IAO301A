           MOVE B1-RNR TO IAF-CREDITEUR
           MOVE BEDRAG TO IAF-BEDRAG
           MOVE "O" TO IAF-CODE
           MOVE B1-REKNUM TO IAF-REKNR
           MOVE BOEKINGSREFERENTIE TO IAF-REFERENTIE
           WRITE AFREKENING-REGEL.

       BOEK-TERUG.
