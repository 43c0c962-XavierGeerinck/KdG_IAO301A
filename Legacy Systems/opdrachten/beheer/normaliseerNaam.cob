      *************************************************************
      * NORMALISEER NAAM
      *
      * GEDEELDE ROUTINE: MAAKT VAN EEN NAAM TWEE ZOEKSLEUTELS
      * VOOR HET AFTOETSEN TEGEN DE SANCTIELIJST. DE NAAM WORDT
      * IN HOOFDLETTERS GEZET EN LEESTEKENS (. , - ' / & ( ))
      * WORDEN SPATIES.
      *
      * LK-SLEUTEL-WOORDEN: DE WOORDEN VAN DE NAAM ALFABETISCH
      * GESORTEERD EN ZONDER SPATIES AAN ELKAAR GEZET, ZODAT DE
      * VOLGORDE VAN VOOR- EN FAMILIENAAM EN HET AANTAL SPATIES
      * ERTUSSEN GEEN ROL SPELEN.
      * LK-SLEUTEL-AANEEN: ALLE LETTERS EN CIJFERS IN HUN
      * OORSPRONKELIJKE VOLGORDE ZONDER SPATIES, ZODAT
      * "VAN DER BERG" EN "VANDERBERG" GELIJK UITKOMEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALISEER-NAAM.
       AUTHOR. XAVIER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  NAAM-WERK PIC X(40).
       77  TEKEN-IDX PIC 9(2) COMP.
       77  WOORD-IDX PIC 9(2) COMP.
       77  SORT-IDX PIC 9(2) COMP.
       77  AANTAL-WOORDEN PIC 9(2) COMP.
       77  WOORD-POS PIC 9(2) COMP.
       77  SLEUTEL-POS PIC 9(3) COMP.
       77  AANEEN-POS PIC 9(2) COMP.
       77  WISSEL-WOORD PIC X(40).
       77  GEWISSELD PIC X(1).
           88 ER-WERD-GEWISSELD VALUE "J".
       01  WOORDEN-TABEL.
           02 WOORD PIC X(40) OCCURS 20.

       LINKAGE SECTION.
       01  LK-NAAM PIC X(40).
       01  LK-SLEUTEL-WOORDEN PIC X(40).
       01  LK-SLEUTEL-AANEEN PIC X(40).

       PROCEDURE DIVISION USING LK-NAAM LK-SLEUTEL-WOORDEN
           LK-SLEUTEL-AANEEN.

       MAIN.
           MOVE LK-NAAM TO NAAM-WERK
           INSPECT NAAM-WERK CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&()"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
           MOVE SPACES TO WOORDEN-TABEL LK-SLEUTEL-WOORDEN
               LK-SLEUTEL-AANEEN
           MOVE ZERO TO AANTAL-WOORDEN AANEEN-POS
           MOVE 1 TO WOORD-POS
           PERFORM VERDEEL-TEKEN VARYING TEKEN-IDX FROM 1 BY 1
               UNTIL TEKEN-IDX > 40
           MOVE "J" TO GEWISSELD
           PERFORM SORTEER-WOORDEN UNTIL NOT ER-WERD-GEWISSELD
           MOVE 1 TO SLEUTEL-POS
           PERFORM VOEG-WOORD-TOE VARYING WOORD-IDX FROM 1 BY 1
               UNTIL WOORD-IDX > AANTAL-WOORDEN
           GOBACK.

       VERDEEL-TEKEN.
           IF NAAM-WERK (TEKEN-IDX:1) = SPACE
               MOVE 1 TO WOORD-POS
           ELSE
               IF WOORD-POS = 1 AND AANTAL-WOORDEN < 20
                   ADD 1 TO AANTAL-WOORDEN
               END-IF
               IF AANTAL-WOORDEN > ZERO
                   MOVE NAAM-WERK (TEKEN-IDX:1)
                       TO WOORD (AANTAL-WOORDEN) (WOORD-POS:1)
                   ADD 1 TO WOORD-POS
               END-IF
               ADD 1 TO AANEEN-POS
               MOVE NAAM-WERK (TEKEN-IDX:1)
                   TO LK-SLEUTEL-AANEEN (AANEEN-POS:1)
           END-IF.

       SORTEER-WOORDEN.
           MOVE "N" TO GEWISSELD
           PERFORM VERGELIJK-WOORDEN VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX NOT < AANTAL-WOORDEN.

       VERGELIJK-WOORDEN.
           IF WOORD (SORT-IDX) > WOORD (SORT-IDX + 1)
               MOVE WOORD (SORT-IDX) TO WISSEL-WOORD
               MOVE WOORD (SORT-IDX + 1) TO WOORD (SORT-IDX)
               MOVE WISSEL-WOORD TO WOORD (SORT-IDX + 1)
               MOVE "J" TO GEWISSELD
           END-IF.

       VOEG-WOORD-TOE.
           IF SLEUTEL-POS NOT > 40
               STRING WOORD (WOORD-IDX) DELIMITED BY SPACE
                   INTO LK-SLEUTEL-WOORDEN
                   WITH POINTER SLEUTEL-POS
               END-STRING
           END-IF.
