      *************************************************************
      * HERBOUW JOURNAALINDEX
      *
      * EENMALIGE OPBOUW VAN HET GEINDEXEERDE JOURNAAL
      * REKJOURNAAL.IDX UIT DE BESTAANDE HISTORIEK REKJOURNAAL.DAT.
      * ELKE JOURNAALREGEL KOMT ONGEWIJZIGD IN HET INDEXBESTAND ONDER
      * DE SLEUTEL REKENING, BOEKDATUM EN VOLGNUMMER, ZODAT DE
      * PROGRAMMA'S DIE EEN ENKELE REKENING OPVRAGEN
      * (PRINT-REKENING-JOURNAAL, PRINT-SPAARBOEKJE,
      * MAAK-CONTRABOEKING, BEREKEN-RENTE) ENKEL NOG DE REGELS VAN
      * DIE REKENING LEZEN. DAARNA HOUDT VERWERK-REKENING-BEWEGING
      * HET INDEXBESTAND ZELF BIJ, NAAST REKJOURNAAL.DAT, DAT DE
      * VOLLEDIGE HISTORIEK IN BOEKINGSVOLGORDE BLIJFT VOOR DE
      * SEQUENTIELE VERWERKING.
      * HET VOLGNUMMER HERBEGINT PER RUN; KOMT DEZELFDE SLEUTEL
      * TOCH TWEEMAAL VOOR (EEN TWEEDE RUN OP DEZELFDE DAG), DAN
      * KRIJGT DE LATERE REGEL EEN HOGER HERHALINGSNUMMER, ZODAT
      * GEEN ENKELE BOEKING VERLOREN GAAT. HET BESTAND WORDT BIJ
      * ELKE RUN OPNIEUW OPGEBOUWD, ZODAT HET PROGRAMMA OOK DIENT OM
      * EEN BESCHADIGD INDEXBESTAND TE HERSTELLEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HERBOUW-JOURNAALINDEX.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL JOURNAAL-INDEX
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.IDX"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS JRX-SLEUTEL
                  FILE STATUS IS INDEX-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  JOURNAAL-STATUS PIC X(2).
       77  INDEX-STATUS PIC X(2).
       77  INDEX-TOESTAND PIC X(1).
           88 INDEX-GESCHREVEN VALUE "J".
           88 INDEX-NIET-GESCHREVEN VALUE "N".
       77  AANTAL-GELEZEN PIC 9(9) VALUE ZERO.
       77  AANTAL-HERHALINGEN PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-JOURNAAL UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           MOVE SPACES TO JOURNAAL-REGEL
           OPEN INPUT REKENING-JOURNAAL
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALBESTAND NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT JOURNAAL-INDEX
           IF INDEX-STATUS NOT = "00"
               DISPLAY "KAN JOURNAALINDEX NIET OPENEN, STATUS: "
                   INDEX-STATUS
               PERFORM FOUT
           END-IF
           CLOSE JOURNAAL-INDEX
           OPEN I-O JOURNAAL-INDEX
           IF INDEX-STATUS NOT = "00"
               DISPLAY "KAN JOURNAALINDEX NIET OPENEN, STATUS: "
                   INDEX-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "OPBOUW JOURNAALINDEX UIT HET REKENINGJOURNAAL"
           DISPLAY "---------------------------------------------".

       VERWERK-JOURNAAL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "JOURNAALBESTAND IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               ADD 1 TO AANTAL-GELEZEN
               MOVE JRN-REKNR TO JRX-REKNR
               MOVE JRN-DATUM TO JRX-DATUM
               MOVE JRN-VOLGNR TO JRX-VOLGNR
               MOVE ZERO TO JRX-HERHALING
               MOVE JOURNAAL-REGEL TO JRX-REGEL
               SET INDEX-NIET-GESCHREVEN TO TRUE
               PERFORM SCHRIJF-INDEXREGEL UNTIL INDEX-GESCHREVEN
           END-IF.

      * EEN BEZETTE SLEUTEL (STATUS 22) IS EEN TWEEDE RUN OP DEZELFDE
      * DAG: DE REGEL SCHUIFT DAN OP NAAR HET VOLGENDE
      * HERHALINGSNUMMER.
       SCHRIJF-INDEXREGEL.
           WRITE JOURNAALINDEX-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY SET INDEX-GESCHREVEN TO TRUE
           END-WRITE
           IF NOT INDEX-GESCHREVEN
               IF INDEX-STATUS NOT = "22" OR JRX-HERHALING = 99
                   DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                       INDEX-STATUS
                   PERFORM FOUT
               END-IF
               ADD 1 TO JRX-HERHALING
               ADD 1 TO AANTAL-HERHALINGEN
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE REKENING-JOURNAAL
           CLOSE JOURNAAL-INDEX.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------------".
           DISPLAY "JOURNAALREGELS OPGENOMEN : " AANTAL-GELEZEN.
           IF AANTAL-HERHALINGEN > ZERO
               DISPLAY "DUBBELE SLEUTELS OPGESCHOVEN: "
                   AANTAL-HERHALINGEN
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "HERBOUW-JOURNAALINDEX" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE JRN-REKNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
