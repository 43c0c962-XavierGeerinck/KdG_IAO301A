      * JOURNAAL LANGS DE NORMALE WEG VERZORGT. HET DEPOSITO WORDT
      * DAARNA ALS UITBETAALD GEMARKEERD EN DE BETAALDE RENTE GAAT
      * PER RUN ALS CATEGORIE DEPRENTE NAAR GROOTBOEK.WRK.
      * DIE GROOTBOEKREGEL WORDT PER THUISKANTOOR VAN DE REKENINGEN
      * GESPLITST (ZIE BOEK-GROOTBOEK).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       77  BOEKINGSREFERENTIE PIC X(16).
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

               END-REWRITE
               ADD 1 TO AANTAL-UITBETAALD
               ADD RENTE-BEDRAG TO TOTALE-RENTE
               PERFORM TEL-GROOTBOEK-KANTOOR
               ADD UITKEER-BEDRAG TO TOTAAL-UITGEKEERD
               DISPLAY "UITBETAALD: DEPOSITO " TDP-VOLGNR " REKENING "
                   TDP-DEEL1 "-" TDP-DEEL2 "-" TDP-DEEL3
           MOVE "DEPRENTE" TO GLW-CATEGORIE
           MOVE AANTAL-UITBETAALD TO GLW-AANTAL
           MOVE TOTALE-RENTE TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "DEPRENTE" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE RENTE-BEDRAG TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------".
