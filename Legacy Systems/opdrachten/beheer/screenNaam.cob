      *************************************************************
      * SCREEN NAAM
      *
      * GEDEELDE ROUTINE: TOETST EEN NAAM (KLANT OF BEGUNSTIGDE VAN
      * EEN EXTERNE BETALING) AF TEGEN DE SANCTIELIJST SANCTIES.DAT
      * DIE LAAD-SANCTIELIJST UIT DE AANGELEVERDE LIJST OPBOUWT.
      * DE NAAM WORDT MET NORMALISEER-NAAM OMGEZET NAAR ZIJN TWEE
      * ZOEKSLEUTELS; STAAT EEN VAN BEIDE ALS ALTERNATIEVE SLEUTEL
      * IN DE LIJST, DAN IS HET EEN TREFFER EN KOMEN DE NAAM ZOALS
      * OP DE LIJST EN DE LIJST ZELF TERUG IN LK-TREFFER-NAAM EN
      * LK-TREFFER-LIJST.
      *
      * LK-RESULTAAT: "J" TREFFER, "N" GEEN TREFFER, "?" DE LIJST
      * IS NIET GELADEN OF NIET TE OPENEN; DE OPROEPER BESLIST
      * ZELF WAT DAN MOET GEBEUREN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-NAAM.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTIES
                  ASSIGN TO "BESTANDEN/SANCTIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SNC-NR
                  ALTERNATE RECORD KEY IS SNC-SLEUTEL-WOORDEN
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SNC-SLEUTEL-AANEEN
                      WITH DUPLICATES
                  FILE STATUS IS SANCTIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIES BLOCK CONTAINS 10 RECORDS.
       01  SANCTIE-REC.
           COPY "sanctie.cpy".

       WORKING-STORAGE SECTION.
       77  SANCTIES-STATUS PIC X(2).
       77  SLEUTEL-WOORDEN PIC X(40).
       77  SLEUTEL-AANEEN PIC X(40).

       LINKAGE SECTION.
       01  LK-NAAM PIC X(40).
       01  LK-RESULTAAT PIC X(1).
           88 NAAM-GETROFFEN VALUE "J".
           88 NAAM-VRIJ VALUE "N".
           88 LIJST-ONTBREEKT VALUE "?".
       01  LK-TREFFER-NAAM PIC X(40).
       01  LK-TREFFER-LIJST PIC X(10).

       PROCEDURE DIVISION USING LK-NAAM LK-RESULTAAT LK-TREFFER-NAAM
           LK-TREFFER-LIJST.

       MAIN.
           SET LIJST-ONTBREEKT TO TRUE
           MOVE SPACES TO LK-TREFFER-NAAM LK-TREFFER-LIJST
           OPEN INPUT SANCTIES
           IF SANCTIES-STATUS NOT = "00"
               GOBACK
           END-IF
           SET NAAM-VRIJ TO TRUE
           CALL "NORMALISEER-NAAM" USING LK-NAAM SLEUTEL-WOORDEN
               SLEUTEL-AANEEN
           IF SLEUTEL-WOORDEN NOT = SPACES
               MOVE SLEUTEL-WOORDEN TO SNC-SLEUTEL-WOORDEN
               READ SANCTIES KEY IS SNC-SLEUTEL-WOORDEN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET NAAM-GETROFFEN TO TRUE
               END-READ
               IF NAAM-VRIJ
                   MOVE SLEUTEL-AANEEN TO SNC-SLEUTEL-AANEEN
                   READ SANCTIES KEY IS SNC-SLEUTEL-AANEEN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET NAAM-GETROFFEN TO TRUE
                   END-READ
               END-IF
           END-IF
           IF NAAM-GETROFFEN
               MOVE SNC-NAAM TO LK-TREFFER-NAAM
               MOVE SNC-LIJST TO LK-TREFFER-LIJST
           END-IF
           CLOSE SANCTIES
           GOBACK.
