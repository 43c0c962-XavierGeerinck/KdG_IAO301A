      *************************************************************
      * EERSTE OPEN DATUM
      *
      * GEDEELDE ROUTINE VOOR DE PROGRAMMA'S DIE MET EEN DATUM IN
      * HET VERLEDEN BOEKEN (VALUTADATUM VAN EEN CONTRABOEKING, VAN
      * EEN HERAANGEBODEN OF VRIJGEGEVEN BEWEGING): VALT DE DATUM
      * (JJJJMMDD) IN EEN MAAND DIE SLUIT-PERIODE IN PERIODES.DAT
      * ALS AFGESLOTEN HEEFT GEMARKEERD, DAN SCHUIFT ZE DOOR NAAR DE
      * EERSTE DAG VAN DE EERSTVOLGENDE OPEN MAAND, ZODAT NIETS MEER
      * IN EEN PERIODE LANDT DIE AL NAAR DE BOEKHOUDING GING. HET
      * RESULTAAT IS "J" WANNEER DE DATUM VERSCHOVEN WERD, ANDERS
      * "N". EEN DATUM NUL EN EEN DATUM IN EEN OPEN (OF HEROPENDE)
      * MAAND BLIJVEN ONGEWIJZIGD.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EERSTE-OPEN-DATUM.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODES
                  ASSIGN TO "BESTANDEN/PERIODES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PER-PERIODE
                  FILE STATUS IS PERIODES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODES BLOCK CONTAINS 10 RECORDS.
       01  PERIODE-REC.
           COPY "periode.cpy".

       WORKING-STORAGE SECTION.
       77  PERIODES-STATUS PIC X(2).
       77  OPEN-TOESTAND PIC X(1).
           88 OPEN-PERIODE-GEVONDEN VALUE "J".
       01  WERKDATUM.
           02 WRK-PERIODE.
               03 WRK-JAAR PIC 9(4).
               03 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.

       LINKAGE SECTION.
       01  LK-DATUM PIC 9(8).
       01  LK-RESULTAAT PIC X(1).

       PROCEDURE DIVISION USING LK-DATUM LK-RESULTAAT.

       MAIN.
           MOVE "N" TO LK-RESULTAAT
           MOVE LK-DATUM TO WERKDATUM
           IF LK-DATUM NOT = ZERO
               OPEN INPUT PERIODES
               IF PERIODES-STATUS = "00"
                   MOVE "N" TO OPEN-TOESTAND
                   PERFORM CONTROLEER-PERIODE
                       UNTIL OPEN-PERIODE-GEVONDEN
               END-IF
               CLOSE PERIODES
           END-IF
           IF WERKDATUM NOT = LK-DATUM
               MOVE WERKDATUM TO LK-DATUM
               MOVE "J" TO LK-RESULTAAT
           END-IF
           GOBACK.

       CONTROLEER-PERIODE.
           MOVE WRK-PERIODE TO PER-PERIODE
           READ PERIODES
               INVALID KEY SET OPEN-PERIODE-GEVONDEN TO TRUE
           END-READ
           IF NOT OPEN-PERIODE-GEVONDEN
               IF PERIODE-AFGESLOTEN
                   PERFORM VOLGENDE-MAAND
               ELSE
                   SET OPEN-PERIODE-GEVONDEN TO TRUE
               END-IF
           END-IF.

       VOLGENDE-MAAND.
           MOVE 1 TO WRK-DAG
           ADD 1 TO WRK-MAAND
           IF WRK-MAAND > 12
               MOVE 1 TO WRK-MAAND
               ADD 1 TO WRK-JAAR
           END-IF.
