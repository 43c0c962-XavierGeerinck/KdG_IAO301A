      * BEWEGINGEN DIE VANDAAG DOOR VERWERK-REKENING-BEWEGING ZIJN
      * GEBOEKT (ZIE DAGBEWEGINGEN.LOG). HET NIEUWE TOTAAL WORDT
      * BEWAARD ALS VERTREKPUNT VOOR DE VOLGENDE AFSLUITING.
      * DAARNA VOLGT DE AFSLUITING PER KANTOOR: PER THUISKANTOOR HET
      * AANTAL REKENINGEN EN HUN SALDO IN EUR, EN UIT KASLADEN.DAT
      * HET NETTO KASGELD VAN VANDAAG EN HOEVEEL LADEN VAN DAT
      * KANTOOR NOG NIET DOOR KAS-AFSLUITING ZIJN AFGESLOTEN. EEN
      * KANTOOR MET EEN OPEN LADE GEEFT RETURN-CODE 4.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/DAGBEWEGINGEN.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL KASLADEN
                  ASSIGN TO "BESTANDEN/KASLADEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KAS-SLEUTEL
                  FILE STATUS IS KASLADEN-STATUS.

           SELECT OPTIONAL DAGSALDO
                  ASSIGN TO "BESTANDEN/DAGSALDO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.
       FD  DAGBEWEGINGEN-LOG.
       01  DAGLOG-REGEL PIC X(20).

       FD  KASLADEN BLOCK CONTAINS 10 RECORDS.
       01  KASLADE-REC.
           COPY "kaslade.cpy".

       FD  DAGSALDO.
       01  DAGSALDO-REGEL PIC X(20).

           88 KOERS-GEVONDEN VALUE "J".
       77  EUR-SALDO PIC S9(9)V99.
       77  EUR-SOM PIC S9(11)V99.
       77  KASLADEN-STATUS PIC X(2).
       77  KANTOOR-WERK PIC X(3).
       77  KANTOOR-BEZET PIC 99 VALUE ZERO.
       77  KANTOOR-IDX PIC 99 COMP.
       77  KANTOOR-ZOEK PIC X(1).
           88 KANTOORCODE-GEVONDEN VALUE "J".
           88 KANTOORCODE-NIEUW VALUE "N".
       77  KANTOREN-OPEN PIC 99 VALUE ZERO.
       01  KANTOOR-TABEL.
           02 KANTOOR-ITEM OCCURS 50.
               03 KT-KANTOOR PIC X(3).
               03 KT-REKENINGEN PIC 9(7).
               03 KT-SALDO PIC S9(11)V99.
               03 KT-LADEN PIC 9(5).
               03 KT-LADEN-OPEN PIC 9(5).
               03 KT-KAS-NETTO PIC S9(11)V99.
       01  MUNT-TABEL.
           02 MUNT-ITEM OCCURS 10.
               03 MT-MUNT PIC X(3).
           PERFORM TEL-SALDI
           PERFORM LEES-DAGBEWEGINGEN
           PERFORM LEES-VORIG-TOTAAL
           PERFORM LEES-KASLADEN
           PERFORM DRUK-RAPPORT
           PERFORM DRUK-KANTOREN
           PERFORM BEWAAR-NIEUW-TOTAAL
           GOBACK.

           END-IF
           COMPUTE EUR-SALDO ROUNDED = SALDO * KOERS
           ADD EUR-SALDO TO HUIDIG-TOTAAL
           PERFORM TEL-BIJ-MUNT-TOTAAL
           MOVE KANTOOR TO KANTOOR-WERK
           PERFORM ZOEK-KANTOOR-IN-TABEL
           IF KANTOORCODE-GEVONDEN
               ADD 1 TO KT-REKENINGEN (KANTOOR-IDX)
               ADD EUR-SALDO TO KT-SALDO (KANTOOR-IDX)
           END-IF.

      * ZOEKT KANTOOR-WERK IN DE KANTOORTABEL EN NEEMT HET ER NIEUW
      * IN OP ALS HET ER NOG NIET IN STAAT; REKENINGEN ZONDER
      * THUISKANTOOR KOMEN SAMEN ONDER "---".
       ZOEK-KANTOOR-IN-TABEL.
           IF KANTOOR-WERK = SPACES OR KANTOOR-WERK = LOW-VALUES
               MOVE "---" TO KANTOOR-WERK
           END-IF
           SET KANTOORCODE-NIEUW TO TRUE
           MOVE 1 TO KANTOOR-IDX
           PERFORM VERGELIJK-KANTOOR
               UNTIL KANTOORCODE-GEVONDEN OR KANTOOR-IDX > KANTOOR-BEZET
           IF KANTOORCODE-NIEUW AND KANTOOR-BEZET < 50
               ADD 1 TO KANTOOR-BEZET
               MOVE KANTOOR-BEZET TO KANTOOR-IDX
               MOVE KANTOOR-WERK TO KT-KANTOOR (KANTOOR-IDX)
               MOVE ZERO TO KT-REKENINGEN (KANTOOR-IDX)
                   KT-SALDO (KANTOOR-IDX) KT-LADEN (KANTOOR-IDX)
                   KT-LADEN-OPEN (KANTOOR-IDX)
                   KT-KAS-NETTO (KANTOOR-IDX)
               SET KANTOORCODE-GEVONDEN TO TRUE
           END-IF.

       VERGELIJK-KANTOOR.
           IF KT-KANTOOR (KANTOOR-IDX) = KANTOOR-WERK
               SET KANTOORCODE-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO KANTOOR-IDX
           END-IF.

       TEL-BIJ-MUNT-TOTAAL.
           SET MUNTCODE-NIEUW TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF.

       LEES-KASLADEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT KASLADEN
           IF KASLADEN-STATUS NOT = "00" AND KASLADEN-STATUS NOT = "05"
               DISPLAY "KAN KASLADENBESTAND NIET OPENEN, STATUS: "
                   KASLADEN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEES-VOLGENDE-LADE UNTIL STOPLEZEN
           CLOSE KASLADEN.

       LEES-VOLGENDE-LADE.
           READ KASLADEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND KASLADEN-STATUS NOT = "00"
               DISPLAY "KASLADENBESTAND IS DEFECT, STATUS: "
                   KASLADEN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT STOPLEZEN AND KAS-DATUM = RUNDATUM
               MOVE KAS-KANTOOR TO KANTOOR-WERK
               PERFORM ZOEK-KANTOOR-IN-TABEL
               IF KANTOORCODE-GEVONDEN
                   ADD 1 TO KT-LADEN (KANTOOR-IDX)
                   ADD KAS-IN TO KT-KAS-NETTO (KANTOOR-IDX)
                   SUBTRACT KAS-UIT FROM KT-KAS-NETTO (KANTOOR-IDX)
                   IF NOT KASLADE-AFGESLOTEN
                       ADD 1 TO KT-LADEN-OPEN (KANTOOR-IDX)
                   END-IF
               END-IF
           END-IF.

       DRUK-KANTOREN.
           DISPLAY "-------------------------------"
           DISPLAY "AFSLUITING PER KANTOOR (SALDO IN EUR)"
           MOVE 1 TO KANTOOR-IDX
           PERFORM DRUK-KANTOOR-REGEL UNTIL KANTOOR-IDX > KANTOOR-BEZET
           IF KANTOREN-OPEN = ZERO
               DISPLAY "ALLE KASLADEN AFGESLOTEN"
           ELSE
               DISPLAY KANTOREN-OPEN " KANTO(O)R(EN) MET OPEN "
                   "KASLADEN - EERST KAS-AFSLUITING DRAAIEN"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       DRUK-KANTOOR-REGEL.
           DISPLAY "KANTOOR " KT-KANTOOR (KANTOOR-IDX)
               " REKENINGEN " KT-REKENINGEN (KANTOOR-IDX)
               " SALDO " KT-SALDO (KANTOOR-IDX)
           DISPLAY "    KASLADEN " KT-LADEN (KANTOOR-IDX)
               " OPEN " KT-LADEN-OPEN (KANTOOR-IDX)
               " NETTO KAS " KT-KAS-NETTO (KANTOOR-IDX)
           IF KT-LADEN-OPEN (KANTOOR-IDX) > ZERO
               ADD 1 TO KANTOREN-OPEN
               DISPLAY "    KANTOOR NIET AFGESLOTEN"
           END-IF
           ADD 1 TO KANTOOR-IDX.

       DRUK-MUNT-REGEL.
           CALL "LEES-KOERS" USING MT-MUNT (MUNT-IDX) KOERS
               KOERS-RESULTAAT
