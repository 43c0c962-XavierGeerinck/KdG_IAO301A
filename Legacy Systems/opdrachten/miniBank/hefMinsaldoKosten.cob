      * OVERZICHT EN DE TOTALEN VERSCHIJNEN, MAAR ER WORDT GEEN
      * KOSTENBEWEGING GESCHREVEN, NIETS NAAR GROOTBOEK.WRK GELOGD
      * EN DE PERIODE NIET GECLAIMD IN HET RUNREGISTER.
      * DE GROOTBOEKREGEL WORDT PER THUISKANTOOR VAN DE REKENINGEN
      * GESPLITST (ZIE BOEK-GROOTBOEK).
      * ELKE GEHEVEN KOST KOMT MET DE BOEKINGSREFERENTIE OOK IN
      * KOSTENREGISTER.LOG, WAARUIT PRINT-KOSTENOVERZICHT OP
      * JAAREINDE HET KOSTENOVERZICHT PER KLANT OPMAAKT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL KOSTENREGISTER
                  ASSIGN TO "BESTANDEN/KOSTENREGISTER.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  KOSTENREGISTER.
       01  KOSTREG-REGEL.
           COPY "kostreg.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  MINSALDO-DREMPEL PIC S9(7)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  BOEKINGSREFERENTIE PIC X(16).
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND KOSTENREGISTER
           DISPLAY "MINSALDOKOSTEN OP " RUNDATUM
           DISPLAY "-----------------------------".

           COMPUTE BEW-BEDRAG = 0 - FEE-BEDRAG
           IF NOT PROEFDRAAI
               WRITE REKENING-BEWEGING
               PERFORM REGISTREER-KOST
           END-IF
           ADD 1 TO AANTAL-GEHEVEN
           ADD FEE-BEDRAG TO TOTAAL-FEES
           IF NOT PROEFDRAAI
               PERFORM TEL-GROOTBOEK-KANTOOR
           END-IF
           DISPLAY "REKENING " DEEL1 "-" DEEL2 "-" DEEL3
               "  SALDO: " SALDO "  KOSTEN: " FEE-BEDRAG.

       REGISTREER-KOST.
           MOVE SPACES TO KOSTREG-REGEL
           MOVE RUNDATUM TO KRG-DATUM
           MOVE KLANTNR TO KRG-KLANTNR
           MOVE REKNR TO KRG-REKNR
           SET KOST-MINSALDO TO TRUE
           MOVE FEE-BEDRAG TO KRG-BEDRAG
           MOVE ZERO TO KRG-VOORHEFFING
           MOVE BOEKINGSREFERENTIE TO KRG-REFERENTIE
           WRITE KOSTREG-REGEL.

       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE REKENINGBEWEGINGEN
           CLOSE KOSTENREGISTER
           IF NOT PROEFDRAAI
               PERFORM LOG-GROOTBOEK
           END-IF.
           MOVE "MINSALDO" TO GLW-CATEGORIE
           MOVE AANTAL-GEHEVEN TO GLW-AANTAL
           MOVE TOTAAL-FEES TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "MINSALDO" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE FEE-BEDRAG TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "-----------------------------".
