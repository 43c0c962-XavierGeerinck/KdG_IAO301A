      * VEREFFENINGSOVERZICHT VERSCHIJNT VOLLEDIG, MAAR ER WORDT
      * GEEN BEWEGING GESCHREVEN, NIETS NAAR GROOTBOEK.WRK GELOGD
      * EN DOMICILIERINGEN.DAT BLIJFT STAAN VOOR DE ECHTE RUN.
      * DE GROOTBOEKREGEL WORDT PER THUISKANTOOR VAN DE GEDEBITEERDE
      * REKENINGEN GESPLITST (ZIE BOEK-GROOTBOEK).
      * DE AFREKENINGSREGEL VOOR DE CREDITEUR DRAAGT OOK DE REKENING
      * EN DE BOEKINGSREFERENTIE VAN DE AFHOUDING, ZODAT
      * TERUGBETAAL-DOMICILIERING DE INCASSO IN HET JOURNAAL
      * TERUGVINDT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL INCASSO-AFREKENING
                  ASSIGN TO "BESTANDEN/INCASSOAFREKENING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  INCASSO-AFREKENING.
       01  AFREKENING-REGEL.
           COPY "incafr.cpy".
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  DOM-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

               END-IF
               ADD 1 TO AANTAL-VEREFFEND
               ADD BEDRAG TO SOM-VEREFFEND
               IF NOT PROEFDRAAI
                   PERFORM TEL-GROOTBOEK-KANTOOR
               END-IF
               IF NOT PROEFDRAAI
                   PERFORM SCHRIJF-AFREKENINGSREGEL
               END-IF
           MOVE B1-RNR TO IAF-CREDITEUR
           MOVE BEDRAG TO IAF-BEDRAG
           MOVE "G" TO IAF-CODE
           MOVE REKNR TO IAF-REKNR
           MOVE BOEKINGSREFERENTIE TO IAF-REFERENTIE
           WRITE AFREKENING-REGEL.

       SLUIT-BESTANDEN.
           MOVE "DOMICIL" TO GLW-CATEGORIE
           MOVE AANTAL-VEREFFEND TO GLW-AANTAL
           MOVE SOM-VEREFFEND TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "DOMICIL" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE BEDRAG TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "-------------------------------------------".
