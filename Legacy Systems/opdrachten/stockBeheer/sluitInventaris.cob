      *************************************************************
      * SLUIT INVENTARIS
      *
      * SLUIT DE LOPENDE INVENTARIS AF. ZOLANG ER OP DE TELBLADEN
      * NOG REGELS ZONDER TELLING STAAN, WORDEN DIE OPGESOMD EN
      * BLIJFT DE INVENTARIS OPEN. ZIJN ALLE REGELS GETELD, DAN
      * VOLGT DE GEWAARDEERDE VERSCHILLENLIJST INVVERSCHIL.LST: PER
      * LOCATIE ELKE REGEL WAARVAN HET GETELDE AANTAL AFWIJKT VAN DE
      * BOEKVOORRAAD IN DE MOMENTOPNAME, GEWAARDEERD AAN DE
      * UNIT-COST VAN DE MOMENTOPNAME, MET EEN TOTAAL PER LOCATIE
      * EN VOOR DE HELE INVENTARIS. DE INVENTARIS KRIJGT STATUS
      * GESLOTEN EN DE LOCATIES ZIJN NIET LANGER BEVROREN: DE
      * BEWEGINGEN DIE VERWERK-BEWEGING INTUSSEN IN
      * BEWEGINGEN.WACHT HEEFT VASTGEHOUDEN, GAAN TERUG NAAR
      * BEWEGINGEN.DAT VOOR DE VOLGENDE RUN. DE VERSCHILLEN WORDEN
      * PAS GEBOEKT NA AFTEKENING MET BOEK-INVENTARIS.
      * ENKEL EEN OPERATOR VAN NIVEAU 3 KAN EEN INVENTARIS SLUITEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLUIT-INVENTARIS.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVENTARIS
                  ASSIGN TO "BESTANDEN/INVENTARIS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INK-JAAR
                  FILE STATUS IS INVENTARIS-STATUS.

           SELECT INVREGELS
                  ASSIGN TO "BESTANDEN/INVREGELS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INR-SLEUTEL
                  FILE STATUS IS INVREGELS-STATUS.

           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS OPERATORS-STATUS.

           SELECT OPTIONAL BEWEGINGEN-WACHT
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.WACHT"
                  FILE STATUS IS WACHT-STATUS.

           SELECT OPTIONAL Bewegingen
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

           SELECT VERSCHILLIJST
                  ASSIGN TO "BESTANDEN/INVVERSCHIL.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIS BLOCK CONTAINS 10 RECORDS.
       01  INVENTARIS-REC.
           COPY "invkop.cpy".

       FD  INVREGELS BLOCK CONTAINS 10 RECORDS.
       01  INVREGEL-REC.
           COPY "invregel.cpy".

       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATOR-REC.
           COPY "operator.cpy".

       FD  BEWEGINGEN-WACHT BLOCK CONTAINS 10 RECORDS.
       01  WACHT-REGEL PIC X(78).

       FD  Bewegingen BLOCK CONTAINS 10 RECORDS.
       01  BEWEGING.
           COPY "beweging.cpy".

       FD  VERSCHILLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  INVENTARIS-STATUS PIC X(2).
       77  INVREGELS-STATUS PIC X(2).
       77  OPERATORS-STATUS PIC X(2).
       77  WACHT-STATUS PIC X(2).
       77  BEWEGINGEN-STATUS PIC X(2).
       77  OPERATOR-GEVONDEN PIC X(1).
           88 OPERATOR-BEKEND VALUE "J".
           88 OPERATOR-ONBEKEND VALUE "N".
       77  OPEN-GEVONDEN PIC X(1).
           88 INVENTARIS-LOOPT VALUE "J".
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  AANTAL-ONGETELD PIC 9(7) VALUE ZERO.
       77  AANTAL-REGELS PIC 9(7) VALUE ZERO.
       77  AANTAL-VERSCHILLEN PIC 9(7) VALUE ZERO.
       77  AANTAL-VRIJGEGEVEN PIC 9(7) VALUE ZERO.
       77  HUIDIGE-LOCATIE PIC X(4).
       77  EERSTE-LOCATIE PIC X(1).
           88 NOG-GEEN-LOCATIE VALUE "J".
       77  VERSCHIL PIC S9(5).
       77  VERSCHIL-WAARDE PIC S9(9)V99.
       77  LOCATIE-WAARDE PIC S9(9)V99.
       77  LOCATIE-AANTAL PIC 9(5).
       77  TOTAAL-PLUS PIC S9(11)V99 VALUE ZERO.
       77  TOTAAL-MIN PIC S9(11)V99 VALUE ZERO.
       77  TOTAAL-WAARDE PIC S9(11)V99 VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  VERSCHIL-VELDEN.
           02 FILLER PIC X(2) VALUE SPACE.
           02 VSV-BLAD PIC 9(5).
           02 FILLER PIC X(1) VALUE "/".
           02 VSV-REGEL PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 VSV-PRODNR PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 VSV-SOORT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 VSV-BOEK PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 VSV-GETELD PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 VSV-VERSCHIL PIC -ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 VSV-KOST PIC ZZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 VSV-WAARDE PIC -ZZZZZZZZ9.99.
       01  TOTAAL-VELDEN.
           02 TTV-TEKST PIC X(40).
           02 FILLER PIC X(23) VALUE SPACE.
           02 TTV-WAARDE PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM TEL-ONGETELDE-REGELS
           IF AANTAL-ONGETELD > ZERO
               DISPLAY "---------------------------------------"
               DISPLAY AANTAL-ONGETELD " REGELS ZIJN NOG NIET GETELD, "
                   "DE INVENTARIS BLIJFT OPEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DRUK-VERSCHILLEN
           PERFORM SLUIT-INVENTARIS-AF
           PERFORM GEEF-BEWEGINGEN-VRIJ
           DISPLAY "---------------------------------------"
           DISPLAY "TELREGELS          : " AANTAL-REGELS
           DISPLAY "MET VERSCHIL       : " AANTAL-VERSCHILLEN
           DISPLAY "TOTAAL VERSCHIL    : " TOTAAL-WAARDE
           DISPLAY "BEWEGINGEN VRIJ    : " AANTAL-VRIJGEGEVEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE 0 TO RETURN-CODE
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           PERFORM CONTROLEER-NIVEAU
           MOVE "N" TO OPEN-GEVONDEN
           MOVE "N" TO GEDAAN
           OPEN INPUT INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "05"
               DISPLAY "KAN INVENTARISBESTAND NIET OPENEN, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           IF INVENTARIS-STATUS = "05"
               MOVE "J" TO GEDAAN
           END-IF
           PERFORM ZOEK-OPEN-INVENTARIS UNTIL STOPLEZEN
           CLOSE INVENTARIS
           IF NOT INVENTARIS-LOOPT
               DISPLAY "ER LOOPT GEEN INVENTARIS"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "AFSLUITING INVENTARIS " INK-JAAR
           DISPLAY "---------------------------------------".

       CONTROLEER-NIVEAU.
           SET OPERATOR-ONBEKEND TO TRUE
           OPEN INPUT OPERATORS
           IF OPERATORS-STATUS NOT = "00"
               AND OPERATORS-STATUS NOT = "05"
               DISPLAY "KAN OPERATORBESTAND NIET OPENEN, STATUS: "
                   OPERATORS-STATUS
               PERFORM FOUT
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATORS
               INVALID KEY SET OPERATOR-ONBEKEND TO TRUE
               NOT INVALID KEY SET OPERATOR-BEKEND TO TRUE
           END-READ
           CLOSE OPERATORS
           IF OPERATOR-ONBEKEND OR OPR-NIVEAU < 3
               DISPLAY "ALLEEN EEN AANGEMELDE OPERATOR VAN NIVEAU 3 "
                   "MAG EEN INVENTARIS SLUITEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       ZOEK-OPEN-INVENTARIS.
           READ INVENTARIS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "02"
               DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND INVENTARIS-OPEN
               MOVE "J" TO OPEN-GEVONDEN
               MOVE "J" TO GEDAAN
           END-IF.

       OPEN-TELREGELS.
           OPEN INPUT INVREGELS
           IF INVREGELS-STATUS NOT = "00"
               DISPLAY "KAN TELREGELS NIET OPENEN, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO GEDAAN.

       LEES-TELREGEL.
           READ INVREGELS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INVREGELS-STATUS NOT = "00"
               AND INVREGELS-STATUS NOT = "02"
               DISPLAY "TELREGELS ZIJN DEFECT, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF.

       TEL-ONGETELDE-REGELS.
           PERFORM OPEN-TELREGELS
           PERFORM CONTROLEER-TELREGEL UNTIL STOPLEZEN
           CLOSE INVREGELS.

       CONTROLEER-TELREGEL.
           PERFORM LEES-TELREGEL
           IF NOT STOPLEZEN AND REGEL-NIET-GETELD
               ADD 1 TO AANTAL-ONGETELD
               DISPLAY "NIET GETELD: BLAD " INR-BLAD " REGEL "
                   INR-REGEL " LOCATIE " INR-LOCATIE " PRODUCT "
                   INR-PRODNR
           END-IF.

      * DE TELREGELS STAAN IN BLADVOLGORDE EN DE BLADEN PER
      * LOCATIE, ZODAT EEN LOCATIEWISSEL HET TOTAAL AFSLUIT.
       DRUK-VERSCHILLEN.
           OPEN OUTPUT VERSCHILLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "VERSCHILLEN INVENTARIS " DELIMITED BY SIZE
               INK-JAAR DELIMITED BY SIZE
               " - GESTART " DELIMITED BY SIZE
               INK-STARTDATUM DELIMITED BY SIZE
               " - GESLOTEN " DELIMITED BY SIZE
               RUNDATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "BLAD/REG" TO LIJST-REGEL (3:8)
           MOVE "PROD" TO LIJST-REGEL (13:4)
           MOVE "SOORT" TO LIJST-REGEL (21:5)
           MOVE "BOEK" TO LIJST-REGEL (28:4)
           MOVE "TELD" TO LIJST-REGEL (35:4)
           MOVE "VERSCH" TO LIJST-REGEL (42:6)
           MOVE "KOST" TO LIJST-REGEL (55:4)
           MOVE "WAARDE" TO LIJST-REGEL (69:6)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "J" TO EERSTE-LOCATIE
           PERFORM OPEN-TELREGELS
           PERFORM VERWERK-TELREGEL UNTIL STOPLEZEN
           CLOSE INVREGELS
           IF NOT NOG-GEEN-LOCATIE
               PERFORM SLUIT-LOCATIE-AF
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "TOTAAL MEERWAARDE" TO TTV-TEKST
           MOVE TOTAAL-PLUS TO TTV-WAARDE
           MOVE TOTAAL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "TOTAAL MINWAARDE" TO TTV-TEKST
           MOVE TOTAAL-MIN TO TTV-WAARDE
           MOVE TOTAAL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "NETTO INVENTARISVERSCHIL" TO TTV-TEKST
           MOVE TOTAAL-WAARDE TO TTV-WAARDE
           MOVE TOTAAL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE VERSCHILLIJST
           MOVE "INVVERSCHIL" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/INVVERSCHIL.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       VERWERK-TELREGEL.
           PERFORM LEES-TELREGEL
           IF NOT STOPLEZEN
               ADD 1 TO AANTAL-REGELS
               IF NOG-GEEN-LOCATIE
                   MOVE "N" TO EERSTE-LOCATIE
                   PERFORM BEGIN-LOCATIE
               ELSE
                   IF INR-LOCATIE NOT = HUIDIGE-LOCATIE
                       PERFORM SLUIT-LOCATIE-AF
                       PERFORM BEGIN-LOCATIE
                   END-IF
               END-IF
               COMPUTE VERSCHIL = INR-GETELD - INR-BOEK
               IF VERSCHIL NOT = ZERO
                   PERFORM DRUK-VERSCHILREGEL
               END-IF
           END-IF.

       BEGIN-LOCATIE.
           MOVE INR-LOCATIE TO HUIDIGE-LOCATIE
           MOVE ZERO TO LOCATIE-WAARDE LOCATIE-AANTAL
           MOVE SPACES TO LIJST-REGEL
           STRING "LOCATIE " DELIMITED BY SIZE
               HUIDIGE-LOCATIE DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

       DRUK-VERSCHILREGEL.
           COMPUTE VERSCHIL-WAARDE = VERSCHIL * INR-UNIT-COST
           ADD 1 TO AANTAL-VERSCHILLEN LOCATIE-AANTAL
           ADD VERSCHIL-WAARDE TO LOCATIE-WAARDE TOTAAL-WAARDE
           IF VERSCHIL-WAARDE > ZERO
               ADD VERSCHIL-WAARDE TO TOTAAL-PLUS
           ELSE
               ADD VERSCHIL-WAARDE TO TOTAAL-MIN
           END-IF
           MOVE INR-BLAD TO VSV-BLAD
           MOVE INR-REGEL TO VSV-REGEL
           MOVE INR-PRODNR TO VSV-PRODNR
           IF REGEL-EXTRA
               MOVE "EXTRA" TO VSV-SOORT
           ELSE
               MOVE SPACES TO VSV-SOORT
           END-IF
           MOVE INR-BOEK TO VSV-BOEK
           MOVE INR-GETELD TO VSV-GETELD
           MOVE VERSCHIL TO VSV-VERSCHIL
           MOVE INR-UNIT-COST TO VSV-KOST
           MOVE VERSCHIL-WAARDE TO VSV-WAARDE
           MOVE VERSCHIL-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL.

       SLUIT-LOCATIE-AF.
           IF LOCATIE-AANTAL = ZERO
               MOVE "  GEEN VERSCHILLEN" TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           ELSE
               MOVE SPACES TO TTV-TEKST
               STRING "  TOTAAL LOCATIE " DELIMITED BY SIZE
                   HUIDIGE-LOCATIE DELIMITED BY SIZE
                   INTO TTV-TEKST
               END-STRING
               MOVE LOCATIE-WAARDE TO TTV-WAARDE
               MOVE TOTAAL-VELDEN TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

      * HET INVENTARISRECORD WORDT OPNIEUW GELEZEN EN HERSCHREVEN;
      * VANAF DAN ZIJN DE LOCATIES NIET MEER BEVROREN.
       SLUIT-INVENTARIS-AF.
           OPEN I-O INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               DISPLAY "KAN INVENTARISBESTAND NIET OPENEN, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO OPEN-GEVONDEN
           MOVE "N" TO GEDAAN
           PERFORM ZOEK-OPEN-INVENTARIS UNTIL STOPLEZEN
           SET INVENTARIS-GESLOTEN TO TRUE
           MOVE RUNDATUM TO INK-SLUITDATUM
           MOVE OPERATOR-ID TO INK-GESLOTEN-DOOR
           MOVE AANTAL-REGELS TO INK-AANTAL-REGELS
           REWRITE INVENTARIS-REC
               INVALID KEY
                   DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                       INVENTARIS-STATUS
                   PERFORM FOUT
           END-REWRITE
           CLOSE INVENTARIS
           MOVE SPACES TO AUDIT-REGEL
           MOVE INK-JAAR TO AUD-SLEUTEL
           MOVE "INVENTARIS" TO AUD-VELD
           MOVE "OPEN" TO AUD-OUD
           MOVE "GESLOTEN" TO AUD-NIEUW
           MOVE "SLUIT-INVENTARIS" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG
           DISPLAY "INVENTARIS " INK-JAAR " GESLOTEN DOOR "
               OPERATOR-ID.

       GEEF-BEWEGINGEN-VRIJ.
           OPEN INPUT BEWEGINGEN-WACHT
           IF WACHT-STATUS = "00"
               OPEN EXTEND Bewegingen
               IF BEWEGINGEN-STATUS NOT = "00"
                   AND BEWEGINGEN-STATUS NOT = "05"
                   DISPLAY "KAN BEWEGINGENBESTAND NIET OPENEN, STATUS: "
                       BEWEGINGEN-STATUS
                   PERFORM FOUT
               END-IF
               MOVE "N" TO GEDAAN
               PERFORM GEEF-BEWEGING-VRIJ UNTIL STOPLEZEN
               CLOSE Bewegingen
               CLOSE BEWEGINGEN-WACHT
               DELETE FILE BEWEGINGEN-WACHT
           ELSE
               CLOSE BEWEGINGEN-WACHT
           END-IF.

       GEEF-BEWEGING-VRIJ.
           READ BEWEGINGEN-WACHT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               WRITE BEWEGING FROM WACHT-REGEL
               ADD 1 TO AANTAL-VRIJGEGEVEN
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "SLUIT-INVENTARIS" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE INK-JAAR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
