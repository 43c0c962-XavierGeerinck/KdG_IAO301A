           MOVE ZERO TO EENHEIDSKOST
           MOVE ZERO TO VERVALDATUM
           MOVE ZERO TO EANNR
           MOVE ZERO TO ORDERNUMMER
           MOVE ZERO TO KLANTNUMMER
           WRITE BEWEGING
           DISPLAY "COMPONENTAFGIFTE: " CMP-AANTAL (COMP-IDX)
               " X " CMP-PRODNR (COMP-IDX).
           MOVE ZERO TO EENHEIDSKOST
           MOVE ZERO TO VERVALDATUM
           MOVE ZERO TO EANNR
           MOVE ZERO TO ORDERNUMMER
           MOVE ZERO TO KLANTNUMMER
           WRITE BEWEGING.

       SLUIT-BESTANDEN.
