      *************************************************************
      * CONTROLEER BEVRIEZING
      *
      * GEDEELDE ROUTINE VOOR DE JAARINVENTARIS: GEEFT AAN OF EEN
      * MAGAZIJNLOCATIE BEVROREN IS DOOR EEN LOPENDE INVENTARIS.
      * STAAT ER IN INVENTARIS.DAT EEN INVENTARIS OP STATUS OPEN
      * (START-INVENTARIS TOT SLUIT-INVENTARIS), DAN IS ELKE
      * LOCATIE BEVROREN ALS DE INVENTARIS HET HELE MAGAZIJN
      * BETREFT, EN ANDERS ELKE LOCATIE IN DE ZONE VAN DE
      * INVENTARIS (LOCM-ZONE IN LOCATIES.DAT). LK-RESULTAAT WORDT
      * "J" VOOR EEN BEVROREN LOCATIE EN "N" IN ALLE ANDERE
      * GEVALLEN, OOK ALS DE BESTANDEN NIET TE OPENEN ZIJN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEER-BEVRIEZING.
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

           SELECT OPTIONAL LOCATIES
                  ASSIGN TO "BESTANDEN/LOCATIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOCM-CODE
                  FILE STATUS IS LOCATIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIS BLOCK CONTAINS 10 RECORDS.
       01  INVENTARIS-REC.
           COPY "invkop.cpy".

       FD  LOCATIES BLOCK CONTAINS 10 RECORDS.
       01  LOCATIE-MASTER.
           COPY "locatie.cpy".

       WORKING-STORAGE SECTION.
       77  INVENTARIS-STATUS PIC X(2).
       77  LOCATIES-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  OPEN-GEVONDEN PIC X(1).
           88 INVENTARIS-LOOPT VALUE "J".

       LINKAGE SECTION.
       01  LK-LOCATIE PIC X(4).
       01  LK-RESULTAAT PIC X(1).
           88 LOCATIE-BEVROREN VALUE "J".
           88 LOCATIE-VRIJ VALUE "N".

       PROCEDURE DIVISION USING LK-LOCATIE LK-RESULTAAT.

       MAIN.
           SET LOCATIE-VRIJ TO TRUE
           MOVE "N" TO OPEN-GEVONDEN
           OPEN INPUT INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               CLOSE INVENTARIS
               GOBACK
           END-IF
           MOVE "N" TO GEDAAN
           PERFORM ZOEK-OPEN-INVENTARIS UNTIL STOPLEZEN
           CLOSE INVENTARIS
           IF INVENTARIS-LOOPT
               IF INK-ZONE = SPACES
                   SET LOCATIE-BEVROREN TO TRUE
               ELSE
                   PERFORM VERGELIJK-ZONE
               END-IF
           END-IF
           GOBACK.

       ZOEK-OPEN-INVENTARIS.
           READ INVENTARIS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF INVENTARIS-STATUS NOT = "00"
                   AND INVENTARIS-STATUS NOT = "02"
                   MOVE "J" TO GEDAAN
               ELSE
                   IF INVENTARIS-OPEN
                       MOVE "J" TO OPEN-GEVONDEN
                       MOVE "J" TO GEDAAN
                   END-IF
               END-IF
           END-IF.

       VERGELIJK-ZONE.
           OPEN INPUT LOCATIES
           IF LOCATIES-STATUS = "00"
               MOVE LK-LOCATIE TO LOCM-CODE
               READ LOCATIES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LOCM-ZONE = INK-ZONE
                           SET LOCATIE-BEVROREN TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE LOCATIES.
