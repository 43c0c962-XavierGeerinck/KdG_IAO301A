      *************************************************************
      * PRINT BESLAGEN
      *
      * STAND VAN ALLE BESLAGEN IN BESLAGEN.DAT, IN VOLGORDE VAN
      * BESLAGNUMMER (DE VOLGORDE VAN BETEKENING): PER BESLAG DE
      * REKENING, DE REFERENTIE VAN HET EXPLOOT, DE
      * GERECHTSDEURWAARDER, HET BESCHERMDE BEDRAG, HET BESLAGEN
      * BEDRAG, WAT VERWERK-BESLAGEN ER AL VAN DOORSTORTTE EN WAT
      * NOG OPENSTAAT, DE DATUM VAN DE LAATSTE DOORSTORTING EN DE
      * TOESTAND (ACTIEF, VOLDAAN OF OPGEHEVEN). ONDERAAN DE
      * TOTALEN PER TOESTAND. DE LIJST GAAT NAAR BESLAGEN.LST EN VIA
      * SPOOL-RAPPORT IN DE RAPPORTSPOOL.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-BESLAGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BESLAGEN
                  ASSIGN TO "BESTANDEN/BESLAGEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BSL-NR
                  ALTERNATE RECORD KEY IS BSL-REKNR WITH DUPLICATES
                  FILE STATUS IS BESLAGEN-STATUS.

           SELECT OPTIONAL BESLAGLIJST
                  ASSIGN TO "BESTANDEN/BESLAGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BESLAGEN BLOCK CONTAINS 10 RECORDS.
       01  BESLAG-REC.
           COPY "beslag.cpy".

       FD  BESLAGLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  BESLAGEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPENSTAAND PIC 9(7)V99.
       77  AANTAL-ACTIEF PIC 9(7) VALUE ZERO.
       77  AANTAL-VOLDAAN PIC 9(7) VALUE ZERO.
       77  AANTAL-OPGEHEVEN PIC 9(7) VALUE ZERO.
       77  TOTAAL-BESLAGEN PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-BETAALD PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-OPEN PIC 9(9)V99 VALUE ZERO.
       77  TOTAAL-BEDRAG-ED PIC Z(8)9.99.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  BESLAG-VELDEN.
           02 BLL-NR PIC 9(7).
           02 FILLER PIC X VALUE SPACE.
           02 BLL-REKNR PIC 9(12).
           02 FILLER PIC X VALUE SPACE.
           02 BLL-REFERENTIE PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 BLL-DEURWAARDER PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 BLL-BESCHERMD PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 BLL-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 BLL-BETAALD PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 BLL-OPEN PIC Z(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 BLL-LAATSTE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 BLL-TOESTAND PIC X(9).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-BESLAG UNTIL STOPLEZEN
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE ZEROS TO BESLAG-REC
           MOVE "N" TO GEDAAN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN INPUT BESLAGEN
           IF BESLAGEN-STATUS NOT = "00" AND BESLAGEN-STATUS NOT = "05"
               DISPLAY "KAN BESLAGENBESTAND NIET OPENEN, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT BESLAGLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "STAND VAN DE BESLAGEN OP " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "BESLAG" TO LIJST-REGEL (1:6)
           MOVE "REKENING" TO LIJST-REGEL (9:8)
           MOVE "REFERENTIE" TO LIJST-REGEL (22:10)
           MOVE "DEURWAARDER" TO LIJST-REGEL (43:11)
           MOVE "BESCHERMD" TO LIJST-REGEL (65:9)
           MOVE "BESLAGEN" TO LIJST-REGEL (77:8)
           MOVE "BETAALD" TO LIJST-REGEL (89:7)
           MOVE "OPEN" TO LIJST-REGEL (103:4)
           MOVE "LAATSTE" TO LIJST-REGEL (108:7)
           MOVE "TOESTAND" TO LIJST-REGEL (117:8)
           PERFORM SCHRIJF-LIJSTREGEL.

       VERWERK-BESLAG.
           READ BESLAGEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND BESLAGEN-STATUS NOT = "00"
               AND BESLAGEN-STATUS NOT = "02"
               DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               PERFORM DRUK-BESLAG
           END-IF.

       DRUK-BESLAG.
           MOVE SPACES TO BESLAG-VELDEN
           MOVE BSL-NR TO BLL-NR
           MOVE BSL-REKNR TO BLL-REKNR
           MOVE BSL-REFERENTIE TO BLL-REFERENTIE
           MOVE BSL-DEURWAARDER TO BLL-DEURWAARDER
           MOVE BSL-BESCHERMD TO BLL-BESCHERMD
           MOVE BSL-BEDRAG TO BLL-BEDRAG
           MOVE BSL-BETAALD TO BLL-BETAALD
           MOVE ZERO TO OPENSTAAND
           IF BESLAG-OPGEHEVEN
               ADD 1 TO AANTAL-OPGEHEVEN
               MOVE "OPGEHEVEN" TO BLL-TOESTAND
           ELSE
               IF BESLAG-VOLDAAN
                   ADD 1 TO AANTAL-VOLDAAN
                   MOVE "VOLDAAN" TO BLL-TOESTAND
               ELSE
                   ADD 1 TO AANTAL-ACTIEF
                   MOVE "ACTIEF" TO BLL-TOESTAND
                   COMPUTE OPENSTAAND = BSL-BEDRAG - BSL-BETAALD
               END-IF
           END-IF
           MOVE OPENSTAAND TO BLL-OPEN
           IF BSL-LAATSTE-BETALING > ZERO
               MOVE BSL-LAATSTE-BETALING TO BLL-LAATSTE
           END-IF
           ADD BSL-BEDRAG TO TOTAAL-BESLAGEN
           ADD BSL-BETAALD TO TOTAAL-BETAALD
           ADD OPENSTAAND TO TOTAAL-OPEN
           MOVE BESLAG-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE BESLAGEN.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:128)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BESLAGEN ACTIEF    : " AANTAL-ACTIEF
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BESLAGEN VOLDAAN   : " AANTAL-VOLDAAN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BESLAGEN OPGEHEVEN : " AANTAL-OPGEHEVEN
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-BESLAGEN TO TOTAAL-BEDRAG-ED
           STRING "TOTAAL BESLAGEN    : " TOTAAL-BEDRAG-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-BETAALD TO TOTAAL-BEDRAG-ED
           STRING "TOTAAL DOORGESTORT : " TOTAAL-BEDRAG-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE TOTAAL-OPEN TO TOTAAL-BEDRAG-ED
           STRING "TOTAAL OPENSTAAND  : " TOTAAL-BEDRAG-ED
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE BESLAGLIJST
           MOVE "BESLAGEN" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/BESLAGEN.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-BESLAGEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE BSL-NR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
