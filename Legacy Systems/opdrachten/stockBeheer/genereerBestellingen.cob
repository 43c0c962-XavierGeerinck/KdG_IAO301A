      * MAAKT BESTELLINGEN AAN VOOR INKOOP: DOORLOOPT STOCK.DAT EN
      * SCHRIJFT VOOR ELK PRODUCT OP OF ONDER REORDER-LEVEL EEN
      * BESTELREGEL NAAR BESTELLINGEN.DAT (PRODUCT, BESTELD AANTAL,
      * VERWACHTE EENHEIDSPRIJS (UNIT-COST), LEVERANCIER,
      * BESTELDATUM, VERWACHTE LEVERDATUM, STATUS
      * OPEN). HET BESTELDE AANTAL VULT AAN TOT BESTEL-FACTOR MAAL
      * HET REORDER-LEVEL (ZIE PARAMETERS.DAT). PRODUCTEN WAARVOOR
      * AL EEN OPEN BESTELLING
           MOVE VOLGEND-NR TO BST-NR
           MOVE NR TO BST-PRODNR
           MOVE BESTEL-AANTAL TO BST-AANTAL
           MOVE BESTEL-AANTAL TO BST-BESTELD
           MOVE ZERO TO BST-ONTVANGEN
           MOVE UNIT-COST TO BST-EENHEIDSPRIJS
           MOVE BESTEL-LEVERANCIER TO BST-LEVERANCIER
           MOVE RUNDATUM TO BST-DATUM
           MOVE VERWACHTE-LEVERDATUM TO BST-VERWACHT
