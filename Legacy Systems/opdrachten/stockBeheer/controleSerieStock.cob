      *************************************************************
      * CONTROLE SERIE STOCK
      *
      * AANSLUITINGSCONTROLE TUSSEN SERIENUMMERS.DAT EN
      * LOCATIESTOCK.DAT VOOR DE SERIEPRODUCTEN: HET AANTAL
      * SERIENUMMERS MET STATUS IN STOCK OP EEN LOCATIE MOET GELIJK
      * ZIJN AAN LOC-INSTOCK VAN DIE LOCATIE.
      * EERST WORDT LOCATIESTOCK.DAT DOORLOPEN: VOOR ELKE REGEL VAN
      * EEN SERIEPRODUCT WORDEN DE SERIENUMMERS IN STOCK OP DIE
      * LOCATIE GETELD EN VERGELEKEN. DAARNA WORDT SERIENUMMERS.DAT
      * DOORLOPEN VOOR STUKS IN STOCK OP EEN LOCATIE ZONDER
      * LOCATIESTOCKREGEL. ELKE AFWIJKING WORDT AFGEDRUKT; ALS ER
      * OOK MAAR EEN AFWIJKING BESTAAT EINDIGT HET PROGRAMMA MET
      * RETURN-CODE 4.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-SERIESTOCK.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATIE-STOCK ASSIGN TO "BESTANDEN/LOCATIESTOCK.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOC-SLEUTEL
                  FILE STATUS IS LOCATIE-STATUS.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT OPTIONAL SERIEPRODUCTEN
                  ASSIGN TO "BESTANDEN/SERIEPRODUCTEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SPR-PRODNR
                  FILE STATUS IS SERIEPRODUCTEN-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATIE-STOCK.
       01  LOCATIE-REC.
           02 LOC-SLEUTEL.
               03 LOC-NR       PIC X(6).
               03 LOC-LOCATIE  PIC X(4).
           02 LOC-INSTOCK  PIC 9(4).
           02 LOC-MINIMUM  PIC 9(4).
           02 LOC-AANVUL   PIC 9(4).

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  SERIEPRODUCTEN BLOCK CONTAINS 10 RECORDS.
       01  SERIEPRODUCT-REC.
           COPY "serieproduct.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  SERIES-GEDAAN PIC X(1).
           88 STOP-SERIES VALUE "J".
       77  LOCATIE-STATUS PIC X(2).
       77  SERIENUMMERS-STATUS PIC X(2).
       77  SERIEPRODUCTEN-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
           88 PRODUCT-ZONDER-SERIE VALUE "N".
       77  LOCATIE-GEVONDEN PIC X(1).
           88 HEEFT-LOCATIEREGEL VALUE "J".
           88 GEEN-LOCATIEREGEL VALUE "N".
       77  HUIDIG-NR PIC X(6).
       77  HUIDIGE-LOCATIE PIC X(4).
       77  AANTAL-SERIES PIC 9(6).
       77  VERSCHIL PIC S9(6).
       77  AANTAL-REGELS PIC 9(7) VALUE ZERO.
       77  AANTAL-AFWIJKINGEN PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM CONTROLEER-LOCATIEREGEL UNTIL STOPLEZEN
           PERFORM CONTROLEER-SERIES-ZONDER-LOCATIE
           PERFORM SLUIT-BESTANDEN
           PERFORM DRUK-TOTALEN
           IF AANTAL-AFWIJKINGEN > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           MOVE SPACES TO HUIDIG-NR
           OPEN INPUT LOCATIE-STOCK
           IF LOCATIE-STATUS NOT = "00"
               DISPLAY "KAN LOCATIESTOCKBESTAND NIET OPENEN, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT SERIEPRODUCTEN
           IF SERIEPRODUCTEN-STATUS NOT = "00"
               AND SERIEPRODUCTEN-STATUS NOT = "05"
               DISPLAY "KAN SERIEPRODUCTEN NIET OPENEN, STATUS: "
                   SERIEPRODUCTEN-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "AANSLUITING SERIENUMMERS TEGEN LOCATIESTOCK"
           DISPLAY "---------------------------------------------".

      *************************************************************
      * EERSTE DOORLOOP: PER LOCATIEREGEL VAN EEN SERIEPRODUCT DE
      * SERIENUMMERS IN STOCK OP DIE LOCATIE TELLEN.
      *************************************************************
       CONTROLEER-LOCATIEREGEL.
           READ LOCATIE-STOCK NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LOCATIE-STATUS NOT = "00"
               AND LOCATIE-STATUS NOT = "02"
               DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE LOC-NR TO HUIDIG-NR
               MOVE LOC-LOCATIE TO HUIDIGE-LOCATIE
               PERFORM LEES-SERIEPRODUCT
               IF PRODUCT-MET-SERIE
                   ADD 1 TO AANTAL-REGELS
                   PERFORM TEL-SERIES-OP-LOCATIE
                   IF AANTAL-SERIES NOT = LOC-INSTOCK
                       ADD 1 TO AANTAL-AFWIJKINGEN
                       COMPUTE VERSCHIL = AANTAL-SERIES - LOC-INSTOCK
                       DISPLAY "AFWIJKING " HUIDIG-NR
                           " LOCATIE " HUIDIGE-LOCATIE
                           " SERIES: " AANTAL-SERIES
                           " LOC-INSTOCK: " LOC-INSTOCK
                           " VERSCHIL: " VERSCHIL
                   END-IF
               END-IF
           END-IF.

       LEES-SERIEPRODUCT.
           SET PRODUCT-ZONDER-SERIE TO TRUE
           MOVE HUIDIG-NR TO SPR-PRODNR
           READ SERIEPRODUCTEN
               INVALID KEY SET PRODUCT-ZONDER-SERIE TO TRUE
               NOT INVALID KEY SET PRODUCT-MET-SERIE TO TRUE
           END-READ
           IF PRODUCT-ZONDER-SERIE AND SERIEPRODUCTEN-STATUS NOT = "23"
               DISPLAY "SERIEPRODUCTEN IS DEFECT, STATUS: "
                   SERIEPRODUCTEN-STATUS
               PERFORM FOUT
           END-IF.

       TEL-SERIES-OP-LOCATIE.
           MOVE ZERO TO AANTAL-SERIES
           MOVE "N" TO SERIES-GEDAAN
           MOVE HUIDIG-NR TO SRN-PRODNR
           MOVE LOW-VALUES TO SRN-SERIENR
           START SERIENUMMERS KEY IS NOT < SRN-SLEUTEL
               INVALID KEY MOVE "J" TO SERIES-GEDAAN
           END-START
           PERFORM TEL-VOLGENDE-SERIE UNTIL STOP-SERIES.

       TEL-VOLGENDE-SERIE.
           READ SERIENUMMERS NEXT
               AT END MOVE "J" TO SERIES-GEDAAN
           END-READ
           IF NOT STOP-SERIES
               IF SERIENUMMERS-STATUS = "00"
                   OR SERIENUMMERS-STATUS = "02"
                   IF SRN-PRODNR NOT = HUIDIG-NR
                       MOVE "J" TO SERIES-GEDAAN
                   ELSE
                       IF SERIE-IN-STOCK
                           AND SRN-LOCATIE = HUIDIGE-LOCATIE
                           ADD 1 TO AANTAL-SERIES
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                       SERIENUMMERS-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

      *************************************************************
      * TWEEDE DOORLOOP: STUKS IN STOCK OP EEN LOCATIE WAARVOOR
      * GEEN LOCATIESTOCKREGEL BESTAAT.
      *************************************************************
       CONTROLEER-SERIES-ZONDER-LOCATIE.
           MOVE "N" TO SERIES-GEDAAN
           MOVE LOW-VALUES TO SRN-SLEUTEL
           START SERIENUMMERS KEY IS NOT < SRN-SLEUTEL
               INVALID KEY MOVE "J" TO SERIES-GEDAAN
           END-START
           PERFORM CONTROLEER-VOLGENDE-SERIE UNTIL STOP-SERIES.

       CONTROLEER-VOLGENDE-SERIE.
           READ SERIENUMMERS NEXT
               AT END MOVE "J" TO SERIES-GEDAAN
           END-READ
           IF NOT STOP-SERIES AND SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "02"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOP-SERIES AND SERIE-IN-STOCK
               MOVE SRN-PRODNR TO HUIDIG-NR
               MOVE SRN-LOCATIE TO HUIDIGE-LOCATIE
               PERFORM ZOEK-LOCATIEREGEL
               IF GEEN-LOCATIEREGEL
                   ADD 1 TO AANTAL-AFWIJKINGEN
                   DISPLAY "AFWIJKING " HUIDIG-NR
                       " LOCATIE " HUIDIGE-LOCATIE
                       " SERIENUMMER " SRN-SERIENR
                       " IN STOCK ZONDER LOCATIESTOCKREGEL"
               END-IF
           END-IF.

       ZOEK-LOCATIEREGEL.
           SET GEEN-LOCATIEREGEL TO TRUE
           MOVE HUIDIG-NR TO LOC-NR
           MOVE HUIDIGE-LOCATIE TO LOC-LOCATIE
           READ LOCATIE-STOCK
               INVALID KEY SET GEEN-LOCATIEREGEL TO TRUE
               NOT INVALID KEY SET HEEFT-LOCATIEREGEL TO TRUE
           END-READ
           IF GEEN-LOCATIEREGEL AND LOCATIE-STATUS NOT = "23"
               DISPLAY "LOCATIESTOCKBESTAND IS DEFECT, STATUS: "
                   LOCATIE-STATUS
               PERFORM FOUT
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE LOCATIE-STOCK
           CLOSE SERIENUMMERS
           CLOSE SERIEPRODUCTEN.

       DRUK-TOTALEN.
           DISPLAY "---------------------------------------------"
           DISPLAY "GECONTROLEERDE LOCATIEREGELS: " AANTAL-REGELS
           DISPLAY "AANTAL AFWIJKINGEN: " AANTAL-AFWIJKINGEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "CONTROLE-SERIESTOCK" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE HUIDIG-NR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
