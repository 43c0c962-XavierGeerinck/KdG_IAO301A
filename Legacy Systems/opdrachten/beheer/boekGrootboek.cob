      *************************************************************
      * BOEK GROOTBOEK
      *
      * GEDEELDE ROUTINE VOOR DE BATCHES DIE HUN TOTALEN IN HET
      * GROOTBOEKWERKBESTAND GROOTBOEK.WRK ZETTEN, ZODAT ELKE
      * GROOTBOEKREGEL HET KANTOOR DRAAGT EN DE BOEKHOUDING DE
      * RESULTATEN PER KANTOOR KAN RAPPORTEREN.
      * LK-ACTIE "T" TELT LK-AANTAL EN LK-BEDRAG OP BIJ CATEGORIE
      * LK-CATEGORIE VOOR KANTOOR LK-KANTOOR (HET THUISKANTOOR VAN
      * DE GEBOEKTE REKENING).
      * LK-ACTIE "S" SCHRIJFT VOOR LK-CATEGORIE EEN REGEL PER
      * KANTOOR MET DATUM LK-DATUM EN MAAKT DIE TELLERS WEER LEEG.
      * BIJ "S" GEEFT DE OPROEPER IN LK-AANTAL EN LK-BEDRAG HET
      * TOTAAL VAN DE RUN MEE; HET BEDRAG DAT DAARVAN NIET OP EEN
      * KANTOOR GETELD WERD (BV. HET DEEL VAN VOOR EEN HERSTART)
      * KOMT OP EEN REGEL ZONDER KANTOOR, ZODAT HET BEDRAG PER
      * CATEGORIE IN GROOTBOEK.WRK ALTIJD GELIJK BLIJFT AAN DAT VAN
      * DE RUN. IS ER NIETS GETELD, DAN KOMT ER EEN ENKELE REGEL
      * ZONDER KANTOOR.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOEK-GROOTBOEK.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GROOTBOEK-WERK
                  ASSIGN TO "BESTANDEN/GROOTBOEK.WRK"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GROOTBOEK-WERK.
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       WORKING-STORAGE SECTION.
       77  GLT-BEZET PIC 9(3) VALUE ZERO.
       77  GLT-IDX PIC 9(3) COMP.
       77  GLT-DOEL PIC 9(3) COMP.
       77  GLT-ZOEK PIC X(1).
           88 GLT-GEVONDEN VALUE "J".
           88 GLT-NIEUW VALUE "N".
       77  REST-AANTAL PIC S9(7).
       77  REST-BEDRAG PIC S9(9)V99.
       77  AANTAL-REGELS PIC 9(3).
       77  KANTOOR-WERK PIC X(3).
       01  GROOTBOEK-TABEL.
           02 GLT-ITEM OCCURS 200.
               03 GLT-CATEGORIE PIC X(8).
               03 GLT-KANTOOR PIC X(3).
               03 GLT-AANTAL PIC 9(7).
               03 GLT-BEDRAG PIC S9(9)V99.

       LINKAGE SECTION.
       01  LK-ACTIE PIC X(1).
           88 ACTIE-TELLEN VALUE "T".
           88 ACTIE-SCHRIJVEN VALUE "S".
       01  LK-DATUM PIC 9(8).
       01  LK-CATEGORIE PIC X(8).
       01  LK-KANTOOR PIC X(3).
       01  LK-AANTAL PIC 9(7).
       01  LK-BEDRAG PIC S9(9)V99.

       PROCEDURE DIVISION USING LK-ACTIE LK-DATUM LK-CATEGORIE
           LK-KANTOOR LK-AANTAL LK-BEDRAG.

       MAIN.
           IF ACTIE-TELLEN
               PERFORM TEL-OP
           END-IF
           IF ACTIE-SCHRIJVEN
               PERFORM SCHRIJF-CATEGORIE
           END-IF
           GOBACK.

       TEL-OP.
           MOVE LK-KANTOOR TO KANTOOR-WERK
           IF KANTOOR-WERK = LOW-VALUES
               MOVE SPACES TO KANTOOR-WERK
           END-IF
           SET GLT-NIEUW TO TRUE
           MOVE 1 TO GLT-IDX
           PERFORM ZOEK-IN-TABEL
               UNTIL GLT-GEVONDEN OR GLT-IDX > GLT-BEZET
           IF GLT-NIEUW AND GLT-BEZET < 200
               ADD 1 TO GLT-BEZET
               MOVE GLT-BEZET TO GLT-IDX
               MOVE LK-CATEGORIE TO GLT-CATEGORIE (GLT-IDX)
               MOVE KANTOOR-WERK TO GLT-KANTOOR (GLT-IDX)
               MOVE ZERO TO GLT-AANTAL (GLT-IDX) GLT-BEDRAG (GLT-IDX)
               SET GLT-GEVONDEN TO TRUE
           END-IF
           IF GLT-GEVONDEN
               ADD LK-AANTAL TO GLT-AANTAL (GLT-IDX)
               ADD LK-BEDRAG TO GLT-BEDRAG (GLT-IDX)
           END-IF.

       ZOEK-IN-TABEL.
           IF GLT-CATEGORIE (GLT-IDX) = LK-CATEGORIE
               AND GLT-KANTOOR (GLT-IDX) = KANTOOR-WERK
               SET GLT-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO GLT-IDX
           END-IF.

       SCHRIJF-CATEGORIE.
           MOVE LK-AANTAL TO REST-AANTAL
           MOVE LK-BEDRAG TO REST-BEDRAG
           MOVE ZERO TO AANTAL-REGELS
           OPEN EXTEND GROOTBOEK-WERK
           MOVE 1 TO GLT-IDX
           PERFORM SCHRIJF-KANTOORREGEL UNTIL GLT-IDX > GLT-BEZET
           IF REST-BEDRAG NOT = ZERO OR AANTAL-REGELS = ZERO
               MOVE SPACES TO GROOTBOEK-REGEL
               MOVE LK-DATUM TO GLW-DATUM
               MOVE LK-CATEGORIE TO GLW-CATEGORIE
               IF REST-AANTAL > ZERO
                   MOVE REST-AANTAL TO GLW-AANTAL
               ELSE
                   MOVE ZERO TO GLW-AANTAL
               END-IF
               MOVE REST-BEDRAG TO GLW-BEDRAG
               MOVE SPACES TO GLW-KANTOOR
               WRITE GROOTBOEK-REGEL
           END-IF
           CLOSE GROOTBOEK-WERK
           PERFORM RUIM-TABEL-OP.

       SCHRIJF-KANTOORREGEL.
           IF GLT-CATEGORIE (GLT-IDX) = LK-CATEGORIE
               MOVE SPACES TO GROOTBOEK-REGEL
               MOVE LK-DATUM TO GLW-DATUM
               MOVE LK-CATEGORIE TO GLW-CATEGORIE
               MOVE GLT-AANTAL (GLT-IDX) TO GLW-AANTAL
               MOVE GLT-BEDRAG (GLT-IDX) TO GLW-BEDRAG
               MOVE GLT-KANTOOR (GLT-IDX) TO GLW-KANTOOR
               WRITE GROOTBOEK-REGEL
               ADD 1 TO AANTAL-REGELS
               SUBTRACT GLT-AANTAL (GLT-IDX) FROM REST-AANTAL
               SUBTRACT GLT-BEDRAG (GLT-IDX) FROM REST-BEDRAG
               MOVE SPACES TO GLT-CATEGORIE (GLT-IDX)
           END-IF
           ADD 1 TO GLT-IDX.

      * SCHUIFT DE NOG GEBRUIKTE TELLERS NAAR VOREN, ZODAT DE
      * UITGESCHREVEN CATEGORIE GEEN PLAATS MEER INNEEMT.
       RUIM-TABEL-OP.
           MOVE ZERO TO GLT-DOEL
           MOVE 1 TO GLT-IDX
           PERFORM SCHUIF-TELLER UNTIL GLT-IDX > GLT-BEZET
           MOVE GLT-DOEL TO GLT-BEZET.

       SCHUIF-TELLER.
           IF GLT-CATEGORIE (GLT-IDX) NOT = SPACES
               ADD 1 TO GLT-DOEL
               MOVE GLT-ITEM (GLT-IDX) TO GLT-ITEM (GLT-DOEL)
           END-IF
           ADD 1 TO GLT-IDX.
