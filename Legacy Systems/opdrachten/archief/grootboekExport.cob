      * MAANDAFSLUITINGSBATCH VOOR DE BOEKHOUDING: LEEST HET
      * GROOTBOEKWERKBESTAND GROOTBOEK.WRK WAARIN DE BATCHES HUN
      * DAGTOTALEN PER CATEGORIE WEGSCHRIJVEN (RENTE, MINSALDO,
      * BEWEGING, DOMICIL EN DE GEWAARDEERDE VOORRAADBEWEGINGEN
      * STOCKONT, STOCKVRK, STOCKRET, STOCKSCH EN STOCKAAN VAN
      * VERWERK-BEWEGING), TELT ALLE REGELS VAN DE GEVRAAGDE
      * PERIODE (JJJJMM) PER CATEGORIE OP EN SCHRIJFT PER CATEGORIE
      * EEN REGEL (PERIODE, CATEGORIE, AANTAL, BEDRAG) NAAR HET
      * EXPORTBESTAND GROOTBOEK.EXP DAT HET BOEKHOUDPAKKET
      * RECHTSTREEKS KAN INLEZEN.
      * DE GROOTBOEKREGELS DRAGEN HET KANTOOR VAN DE GEBOEKTE
      * REKENINGEN; DE TOTALEN WORDEN DAAROM PER CATEGORIE EN PER
      * KANTOOR OPGETELD EN HET KANTOOR STAAT ACHTERAAN IN ELKE
      * EXPORTREGEL, ZODAT DE BOEKHOUDING DE RESULTATEN PER KANTOOR
      * KAN RAPPORTEREN. EEN REGEL ZONDER KANTOOR BEVAT WAT NIET AAN
      * EEN KANTOOR TOE TE WIJZEN WAS.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
           02 EXP-AANTAL PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 EXP-BEDRAG PIC S9(9)V99.
           02 FILLER PIC X VALUE SPACE.
           02 EXP-KANTOOR PIC X(3).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           88 RUN-REEDS-UITGEVOERD VALUE "G".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       77  CAT-BEZET PIC 999 VALUE ZERO.
       77  CAT-IDX PIC 999 COMP.
       77  CAT-GEVONDEN PIC X(1).
           88 CATEGORIE-GEVONDEN VALUE "J".
           88 CATEGORIE-NIEUW VALUE "N".
           02 WRK-PERIODE PIC 9(6).
           02 WRK-DAG PIC 99.
       01  CATEGORIE-TABEL.
           02 CATEGORIE-ITEM OCCURS 200.
               03 CAT-CODE PIC X(8).
               03 CAT-KANTOOR PIC X(3).
               03 CAT-AANTAL PIC 9(7).
               03 CAT-BEDRAG PIC S9(9)V99.

           PERFORM ZOEK-CATEGORIE
               UNTIL CATEGORIE-GEVONDEN OR CAT-IDX > CAT-BEZET
           IF CATEGORIE-NIEUW
               IF CAT-BEZET = 200
                   DISPLAY "CATEGORIETABEL VOL, REGEL OVERGESLAGEN "
                       "VOOR " GLW-CATEGORIE
               ELSE
                   ADD 1 TO CAT-BEZET
                   MOVE CAT-BEZET TO CAT-IDX
                   MOVE GLW-CATEGORIE TO CAT-CODE (CAT-IDX)
                   MOVE GLW-KANTOOR TO CAT-KANTOOR (CAT-IDX)
                   MOVE ZERO TO CAT-AANTAL (CAT-IDX)
                   MOVE ZERO TO CAT-BEDRAG (CAT-IDX)
                   PERFORM TEL-REGEL-BIJ

       ZOEK-CATEGORIE.
           IF CAT-CODE (CAT-IDX) = GLW-CATEGORIE
               AND CAT-KANTOOR (CAT-IDX) = GLW-KANTOOR
               SET CATEGORIE-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO CAT-IDX
           MOVE CAT-CODE (CAT-IDX) TO EXP-CATEGORIE
           MOVE CAT-AANTAL (CAT-IDX) TO EXP-AANTAL
           MOVE CAT-BEDRAG (CAT-IDX) TO EXP-BEDRAG
           MOVE CAT-KANTOOR (CAT-IDX) TO EXP-KANTOOR
           WRITE EXPORT-REGEL
           DISPLAY CAT-CODE (CAT-IDX) " KANTOOR: " CAT-KANTOOR (CAT-IDX)
               " AANTAL: " CAT-AANTAL (CAT-IDX)
               " BEDRAG: " CAT-BEDRAG (CAT-IDX)
           ADD 1 TO CAT-IDX.

           DISPLAY "-----------------------------------".
           DISPLAY "REGELS GELEZEN      : " AANTAL-GELEZEN.
           DISPLAY "REGELS IN PERIODE   : " AANTAL-GESELECTEERD.
           DISPLAY "EXPORTREGELS        : " CAT-BEZET.

       REGISTREER-START.
           MOVE "S" TO REGISTER-ACTIE
