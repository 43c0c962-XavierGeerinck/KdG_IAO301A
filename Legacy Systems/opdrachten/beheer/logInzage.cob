      *************************************************************
      * LOG INZAGE
      *
      * GEDEELDE ROUTINE VOOR DE OPVRAGINGEN VAN KLANT- EN
      * REKENINGGEGEVENS: SCHRIJFT PER RAADPLEGING EEN REGEL NAAR
      * HET INZAGELOGBOEK INZAGELOG.LOG MET DATUM, TIJD, DE
      * AANGEMELDE OPERATOR, HET PROGRAMMA EN DE GERAADPLEEGDE
      * SLEUTEL, ZODAT OP DE VRAAG "WIE HEEFT MIJN REKENING
      * BEKEKEN" GEANTWOORD KAN WORDEN (ZIE PRINT-INZAGELOG).
      * LK-KLANTNR EN LK-REKNR BEVATTEN DE GERAADPLEEGDE KLANT EN
      * REKENING; WAT NIET VAN TOEPASSING OF NIET GEKEND IS, STAAT
      * OP NUL. ZONDER AANMELDING (BATCHRUN) BLIJFT DE OPERATOR
      * BLANCO.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-INZAGE.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INZAGELOG
                  ASSIGN TO "BESTANDEN/INZAGELOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INZAGELOG.
       01  INZAGE-REGEL.
           COPY "inzage.cpy".

       WORKING-STORAGE SECTION.
       77  AANGEMELDE-OPERATOR PIC X(8).

       LINKAGE SECTION.
       01  LK-PROGRAMMA PIC X(30).
       01  LK-KLANTNR PIC 9(7).
       01  LK-REKNR PIC 9(12).

       PROCEDURE DIVISION USING LK-PROGRAMMA LK-KLANTNR LK-REKNR.

       MAIN.
           CALL "HUIDIGE-OPERATOR" USING AANGEMELDE-OPERATOR
           MOVE SPACES TO INZAGE-REGEL
           ACCEPT INZ-DATUM FROM DATE YYYYMMDD
           ACCEPT INZ-TIJD FROM TIME
           MOVE AANGEMELDE-OPERATOR TO INZ-OPERATOR
           MOVE LK-PROGRAMMA TO INZ-PROGRAMMA
           MOVE LK-KLANTNR TO INZ-KLANTNR
           MOVE LK-REKNR TO INZ-REKNR
           OPEN EXTEND INZAGELOG
           WRITE INZAGE-REGEL
           CLOSE INZAGELOG
           GOBACK.
