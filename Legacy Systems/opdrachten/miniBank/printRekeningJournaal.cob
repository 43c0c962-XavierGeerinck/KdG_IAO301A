      * PRINT REKENING JOURNAAL
      *
      * VRAAGT EEN REKENINGNUMMER EN EEN PERIODE (VAN/TOT DATUM) OP
      * EN DRUKT ALLE JOURNAALREGELS VAN DIE REKENING AF DIE
      * DAARBINNEN VALLEN: RUNDATUM, GEBOEKT BEDRAG EN HET SALDO NA
      * DE BOEKING. ONDERAAN VOLGT HET AANTAL REGELS EN DE SOM VAN
      * DE GEBOEKTE BEDRAGEN, ZODAT DE BALIE EEN BETWISTE AFHOUDING
      * VAN WEKEN GELEDEN ZWART OP WIT KAN TONEN. DE LIJST GAAT
      * BEHALVE NAAR HET SCHERM OOK NAAR JOURNAALLIJST.LST EN WORDT
      * VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET, ZODAT
      * SPOOL-BEHEER HEM LATER KAN HERDRUKKEN. DE OPVRAGING WORDT
      * MET DE AANGEMELDE OPERATOR IN HET INZAGELOGBOEK GESCHREVEN
      * (ZIE LOG-INZAGE).
      * DE REGELS KOMEN UIT HET GEINDEXEERDE JOURNAAL REKJOURNAAL.IDX:
      * HET PROGRAMMA START OP REKENING EN BEGINDATUM EN LEEST ENKEL
      * TOT DE EINDDATUM, IN PLAATS VAN HEEL REKJOURNAAL.DAT DOOR TE
      * LOPEN.
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

           SELECT OPTIONAL JOURNAALLIJST

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  JOURNAALLIJST.
       01  LIJST-REGEL PIC X(132).
       77  SOM-BEDRAGEN PIC S9(9)V99 VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  INZAGE-PROGRAMMA PIC X(30)
           VALUE "PRINT-REKENING-JOURNAAL".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".
       01  GEVR-REKNR.
           02 GEVR-DEEL1 PIC 999.
           02 GEVR-DEEL2 PIC 9(7).
           ACCEPT VAN-DATUM
           DISPLAY "GEEF DE EINDDATUM OP (JJJJMMDD):"
           ACCEPT TOT-DATUM
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
               MOVE VAN-DATUM TO JRX-DATUM
               MOVE ZERO TO JRX-VOLGNR JRX-HERHALING
               START JOURNAAL-INDEX KEY IS NOT < JRX-SLEUTEL
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
           END-IF
           OPEN OUTPUT JOURNAALLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "JOURNAAL REKENING " DELIMITED BY SIZE
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:45)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ZERO TO INZAGE-KLANTNR
           MOVE GEVR-REKNR TO INZAGE-REKNR
           PERFORM SCHRIJF-INZAGE.

       DRUK-JOURNAAL.
           READ JOURNAAL-INDEX NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               AND JOURNAAL-STATUS NOT = "02"
               DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF JRX-REKNR NOT = GEVR-REKNR
                   OR JRX-DATUM > TOT-DATUM
                   MOVE "J" TO GEDAAN
               ELSE
                   MOVE JRX-REGEL TO JOURNAAL-REGEL
                   PERFORM DRUK-JOURNAALREGEL
               END-IF
           END-IF.
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SCHRIJF-INZAGE.
           CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA INZAGE-KLANTNR
               INZAGE-REKNR.

       SLUIT-BESTAND.
           CLOSE JOURNAAL-INDEX.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:45)
