      * DAGAFSLUITING NIET LANGER STILLETJES MET VEROUDERDE
      * OMREKENINGEN WERKT. BIJ DE EERSTE RUN VOOR EEN REKENING
      * WORDT ALLEEN DE BEGINSTAND VASTGELEGD.
      * DE GROOTBOEKREGEL WORDT PER THUISKANTOOR VAN DE REKENINGEN
      * GESPLITST (ZIE BOEK-GROOTBOEK).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS VWD-REKNR
                  FILE STATUS IS WAARDERING-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           02 VWD-EUR-WAARDE PIC S9(11)V99.
           02 VWD-DATUM PIC 9(8).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  REKENINGEN-STATUS PIC X(2).
           88 RUN-REEDS-UITGEVOERD VALUE "G".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

               IF KOERSRESULTAAT NOT = ZERO
                   ADD 1 TO AANTAL-HERWAARDERD
                   ADD KOERSRESULTAAT TO TOTAAL-RESULTAAT
                   PERFORM TEL-GROOTBOEK-KANTOOR
                   PERFORM TEL-BIJ-MUNT
                   DISPLAY "REKENING " DEEL1 "-" DEEL2 "-" DEEL3
                       " " REK-MUNT-NORM " SALDO " SALDO
           MOVE "HERWAARD" TO GLW-CATEGORIE
           MOVE AANTAL-HERWAARDERD TO GLW-AANTAL
           MOVE TOTAAL-RESULTAAT TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "HERWAARD" TO GLW-CATEGORIE
           MOVE KANTOOR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE KOERSRESULTAAT TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------------".
