      * HERSCHREVEN, ZODAT NA EEN PAPIERSTORING GEWOON OPNIEUW
      * GESTART KAN WORDEN EN HET BOEKJE MIDDEN OP DE PAGINA
      * VERDER GAAT ZONDER REEDS GEDRUKTE REGELS TE HERHALEN.
      * DE JOURNAALREGELS WORDEN GELEZEN UIT HET GEINDEXEERDE
      * JOURNAAL REKJOURNAAL.IDX, VANAF DE REKENING EN DE LAATST
      * GEDRUKTE BOEKDATUM, ZODAT ENKEL DE REGELS VAN DE REKENING
      * ZELF GELEZEN WORDEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAAL-INDEX
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.IDX"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS JRX-SLEUTEL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL SPAARBOEKJES

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  SPAARBOEKJES BLOCK CONTAINS 10 RECORDS.
       01  BOEKJE-REC.
       77  REGELS-PER-PAGINA PIC 9(2) VALUE 20.
       77  AANTAL-GEDRUKT PIC 9(7) VALUE ZERO.
       77  REGELS-GEZIEN PIC 9(7) VALUE ZERO.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
               PERFORM FOUT
           END-IF
           PERFORM LEES-BOEKJESSTAND
           OPEN INPUT JOURNAAL-INDEX
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALINDEX NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF JOURNAAL-STATUS = "05"
               MOVE "J" TO GEDAAN
           ELSE
               MOVE GEVR-REKNR TO JRX-REKNR
               MOVE SPB-LAATSTE-DATUM TO JRX-DATUM
               MOVE ZERO TO JRX-VOLGNR JRX-HERHALING
               START JOURNAAL-INDEX KEY IS NOT < JRX-SLEUTEL
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
           END-IF
           DISPLAY "SPAARBOEKJE REKENING " GEVR-DEEL1 "-" GEVR-DEEL2
               "-" GEVR-DEEL3
           DISPLAY "LAATST GEDRUKT: DATUM " SPB-LAATSTE-DATUM
           END-IF.

       DRUK-NIEUWE-REGELS.
           READ JOURNAAL-INDEX NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               AND JOURNAAL-STATUS NOT = "02"
               DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND JRX-REKNR NOT = GEVR-REKNR
               MOVE "J" TO GEDAAN
           END-IF
           IF NOT STOPLEZEN
               MOVE JRX-REGEL TO JOURNAAL-REGEL
               IF JRN-REKNR = GEVR-REKNR
                   IF JRN-DATUM > SPB-LAATSTE-DATUM
                       PERFORM DRUK-BOEKJESREGEL
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE JOURNAAL-INDEX
           CLOSE SPAARBOEKJES.

       FOUT.
