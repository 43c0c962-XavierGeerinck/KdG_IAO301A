      * HET BEDRAG OP DE DETAILLIJST EN WORDT IN VERRICHTINGEN.DAT
      * ALS AANGEREKEND GEMARKEERD, ZODAT EEN TWEEDE RUN DEZELFDE
      * MAAND NIET NOG EENS AANREKENT.
      * ELKE AANGEREKENDE KOST KOMT MET DE BOEKINGSREFERENTIE OOK IN
      * KOSTENREGISTER.LOG, WAARUIT PRINT-KOSTENOVERZICHT OP
      * JAAREINDE HET KOSTENOVERZICHT PER KLANT OPMAAKT.
      * KAARTBETALINGEN (BOEKINGSSOORT C, ZIE
      * VERWERK-KAARTBETALINGEN) WORDEN APART GETELD EN TEGEN HUN
      * EIGEN TARIEF AFGEREKEND.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
       77  TARIEF-OVERSCHR-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  TARIEF-DOMICIL-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  TARIEF-OPDRACHT-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  TARIEF-KAART-BEDRAG PIC 9(5)V99 VALUE ZERO.
       77  KOSTEN-BEDRAG PIC 9(7)V99.
       77  AANTAL-AFGEREKEND PIC 9(7) VALUE ZERO.
       77  AANTAL-OVERGESLAGEN PIC 9(7) VALUE ZERO.
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND KOSTENREGISTER
           DISPLAY "AFREKENING VERRICHTINGSKOSTEN PERIODE " PERIODE
           DISPLAY "---------------------------------------------".

           MOVE "O" TO TAR-SOORT
           PERFORM LEES-TARIEF
           MOVE TAR-BEDRAG TO TARIEF-OPDRACHT-BEDRAG
           MOVE "C" TO TAR-SOORT
           PERFORM LEES-TARIEF
           MOVE TAR-BEDRAG TO TARIEF-KAART-BEDRAG
           CLOSE TARIEVEN
           DISPLAY "TARIEVEN: MANUEEL " TARIEF-MANUEEL-BEDRAG
               " OVERSCHRIJVING " TARIEF-OVERSCHR-BEDRAG
               " DOMICILIERING " TARIEF-DOMICIL-BEDRAG
               " OPDRACHT " TARIEF-OPDRACHT-BEDRAG
               " KAART " TARIEF-KAART-BEDRAG.

       LEES-TARIEF.
           MOVE ZERO TO TAR-BEDRAG
           END-IF.

       REKEN-REKENING-AF.
           IF VRT-AANTAL-KAART NOT NUMERIC
               MOVE ZERO TO VRT-AANTAL-KAART
           END-IF
           COMPUTE KOSTEN-BEDRAG =
               VRT-AANTAL-MANUEEL * TARIEF-MANUEEL-BEDRAG
               + VRT-AANTAL-OVERSCHR * TARIEF-OVERSCHR-BEDRAG
               + VRT-AANTAL-DOMICIL * TARIEF-DOMICIL-BEDRAG
               + VRT-AANTAL-OPDRACHT * TARIEF-OPDRACHT-BEDRAG
               + VRT-AANTAL-KAART * TARIEF-KAART-BEDRAG
           IF KOSTEN-BEDRAG = ZERO
               ADD 1 TO AANTAL-OVERGESLAGEN
           ELSE
                       " OVS " VRT-AANTAL-OVERSCHR
                       " DOM " VRT-AANTAL-DOMICIL
                       " OPD " VRT-AANTAL-OPDRACHT
                       " KRT " VRT-AANTAL-KAART
                       " KOSTEN " KOSTEN-BEDRAG
               END-IF
           END-IF.
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE MUNT TO BEW-MUNT
           COMPUTE BEW-BEDRAG = 0 - KOSTEN-BEDRAG
           WRITE REKENING-BEWEGING
           PERFORM REGISTREER-KOST.

       REGISTREER-KOST.
           MOVE SPACES TO KOSTREG-REGEL
           MOVE RUNDATUM TO KRG-DATUM
           MOVE KLANTNR TO KRG-KLANTNR
           MOVE VRT-REKNR TO KRG-REKNR
           SET KOST-VERRICHTINGEN TO TRUE
           MOVE KOSTEN-BEDRAG TO KRG-BEDRAG
           MOVE ZERO TO KRG-VOORHEFFING
           MOVE BOEKINGSREFERENTIE TO KRG-REFERENTIE
           WRITE KOSTREG-REGEL.

       SLUIT-BESTANDEN.
           CLOSE VERRICHTINGEN
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN
           CLOSE KOSTENREGISTER.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------------".
