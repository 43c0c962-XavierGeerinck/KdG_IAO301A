           MOVE SUS-EXTERN TO BEW-EXTERN
           MOVE SUS-EXT-NAAM TO BEW-EXT-NAAM
           MOVE SUS-EXT-BANKREF TO BEW-EXT-BANKREF
           MOVE SUS-SCREENING TO BEW-SCREENING
           WRITE REKENING-BEWEGING
           ADD 1 TO AANTAL-HERAANGEBODEN
           DISPLAY "HERAANGEBODEN: " SUS-REKNR " BEDRAG " SUS-BEDRAG
