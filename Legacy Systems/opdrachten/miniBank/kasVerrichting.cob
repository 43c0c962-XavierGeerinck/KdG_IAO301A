      * MET EEN EIGEN BOEKINGSREFERENTIE, ER WORDT EEN KWITANTIE
      * GEDRUKT (KWITANTIES.LST) EN HET CONTANTE GELD WORDT PER
      * OPERATOR EN PER DAG OPGETELD IN KASLADEN.DAT, WAARTEGEN
      * KAS-AFSLUITING OP DAGEINDE HET GETELDE GELD LEGT. DE LADE
      * DRAAGT HET KANTOOR VAN DE OPERATOR, ZODAT KAS-AFSLUITING EN
      * DAGAFSLUITING DE KASSEN PER KANTOOR KUNNEN AFSLUITEN.
      * MEERDERE VERRICHTINGEN PER SESSIE ZIJN MOGELIJK.
      *
      *************************************************************
           88 KASLADE-BESTAAT VALUE "J".
           88 KASLADE-NIEUW VALUE "N".
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-WERK PIC X(3) VALUE SPACES.
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
       77  RUNDATUM PIC 9(8).
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "KANTOOR-TOEGANG" USING KANTOOR-WERK OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           MOVE ZEROS TO REK
           MOVE "J" TO NOG-EEN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD

       VERWERK-VERRICHTING.
           DISPLAY " "
           DISPLAY "KASVERRICHTING (OPERATOR " OPERATOR-ID
               " KANTOOR " OPERATOR-KANTOOR ")"
           DISPLAY "S = STORTING, A = AFHALING"
           DISPLAY "GEEF DE GEWENSTE VERRICHTING OP:"
           ACCEPT SOORT-KEUZE
               MOVE ZERO TO KAS-IN KAS-UIT KAS-AANTAL
               MOVE "N" TO KAS-AFGESLOTEN
           END-IF
           MOVE OPERATOR-KANTOOR TO KAS-KANTOOR
           IF KEUZE-STORTING
               ADD GEVR-BEDRAG TO KAS-IN
           ELSE
