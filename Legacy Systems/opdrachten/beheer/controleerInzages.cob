      *************************************************************
      * CONTROLEER INZAGES
      *
      * DAGELIJKSE PRIVACYCONTROLE OP HET INZAGELOGBOEK
      * INZAGELOG.LOG (ZIE LOG-INZAGE). VOOR DE OPGEGEVEN DATUM
      * WORDT PER OPERATOR GETELD HOEVEEL VERSCHILLENDE KLANTEN EN
      * REKENINGEN DIE OPERATOR RAADPLEEGDE; WIE MEER DAN
      * INZAGE-MAX (PARAMETERS.DAT) VERSCHILLENDE SLEUTELS BEKEEK,
      * WORDT GEMARKEERD ALS OPVALLEND.
      * DAARNAAST WORDT ELKE RAADPLEGING NAAST DE EIGEN
      * VERRICHTINGEN VAN DIE OPERATOR OP DIE DAG GELEGD: DE
      * MUTATIES IN HET MUTATIELOGBOEK AUDITLOG.LOG EN DE
      * KASVERRICHTINGEN IN KWITANTIES.LST. EEN RAADPLEGING VAN EEN
      * KLANT OF REKENING WAAROP DE OPERATOR DIE DAG NIETS GEDAAN
      * HEEFT, WORDT OPGESOMD ALS NIET GEKOPPELD. EEN VERRICHTING OP
      * EEN REKENING KOPPELT OOK DE RAADPLEGINGEN VAN DE EIGENAAR
      * VAN DIE REKENING. RAADPLEGINGEN ZONDER AANGEMELDE OPERATOR
      * (BATCHRUNS) TELLEN NIET MEE.
      * DE LIJST GAAT NAAR INZAGECONTROLE.LST EN VIA SPOOL-RAPPORT
      * IN DE RAPPORTSPOOL; IS ER IETS GEMARKEERD, DAN EINDIGT DE
      * RUN MET RETURN-CODE 4.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEER-INZAGES.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INZAGELOG
                  ASSIGN TO "BESTANDEN/INZAGELOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS INZAGELOG-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDITLOG-STATUS.

           SELECT OPTIONAL KWITANTIES
                  ASSIGN TO "BESTANDEN/KWITANTIES.LST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS KWITANTIES-STATUS.

           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL CONTROLELIJST
                  ASSIGN TO "BESTANDEN/INZAGECONTROLE.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INZAGELOG.
       01  INZAGE-REGEL.
           COPY "inzage.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  KWITANTIES.
       01  KWITANTIE-REGEL.
           02 KWT-DATUM PIC 9(8).
           02 FILLER PIC X.
           02 KWT-OPERATOR PIC X(8).
           02 FILLER PIC X.
           02 KWT-SOORT PIC X(9).
           02 FILLER PIC X.
           02 KWT-REKNR PIC 9(12).
           02 FILLER PIC X.
           02 KWT-BEDRAG PIC 9(7)V99.
           02 FILLER PIC X.
           02 KWT-REFERENTIE PIC X(16).

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  CONTROLELIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  INZAGELOG-STATUS PIC X(2).
       77  AUDITLOG-STATUS PIC X(2).
       77  KWITANTIES-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  CONTROLEDATUM PIC 9(8).
       77  INZAGE-MAX PIC 9(5).
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  EIG-BEZET PIC 9(4) VALUE ZERO.
       77  EIG-IDX PIC 9(4) COMP.
       77  IZT-BEZET PIC 9(4) VALUE ZERO.
       77  IZT-IDX PIC 9(4) COMP.
       77  OPT-BEZET PIC 9(3) VALUE ZERO.
       77  OPT-IDX PIC 9(3) COMP.
       77  ZOEK-RESULTAAT PIC X(1).
           88 ITEM-GEVONDEN VALUE "J".
           88 ITEM-NIEUW VALUE "N".
       77  KOPPELING PIC X(1).
           88 INZAGE-GEKOPPELD VALUE "J".
           88 INZAGE-ONGEKOPPELD VALUE "N".
       77  EIGEN-OPERATOR PIC X(8).
       77  GEZOCHTE-OPERATOR PIC X(8).
       77  EIGEN-KLANTNR PIC 9(7).
       77  EIGEN-REKNR PIC 9(12).
       77  AANTAL-INZAGES PIC 9(7) VALUE ZERO.
       77  AANTAL-OPVALLEND PIC 9(5) VALUE ZERO.
       77  AANTAL-ONGEKOPPELD PIC 9(5) VALUE ZERO.
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  TOON-REKNR.
           02 TOON-DEEL1 PIC 999.
           02 TOON-DEEL2 PIC 9(7).
           02 TOON-DEEL3 PIC 99.
       01  EIGEN-TABEL.
           02 EIG-ITEM OCCURS 2000.
               03 EIG-OPERATOR PIC X(8).
               03 EIG-KLANTNR PIC 9(7).
               03 EIG-REKNR PIC 9(12).
       01  INZAGE-TABEL.
           02 IZT-ITEM OCCURS 2000.
               03 IZT-OPERATOR PIC X(8).
               03 IZT-KLANTNR PIC 9(7).
               03 IZT-REKNR PIC 9(12).
               03 IZT-PROGRAMMA PIC X(30).
               03 IZT-TIJD PIC 9(6).
               03 IZT-AANTAL PIC 9(5).
               03 IZT-KOPPELING PIC X(1).
                   88 IZT-GEKOPPELD VALUE "J".
       01  OPERATOR-TABEL.
           02 OPT-ITEM OCCURS 100.
               03 OPT-OPERATOR PIC X(8).
               03 OPT-SLEUTELS PIC 9(5).
               03 OPT-RAADPLEGINGEN PIC 9(7).
               03 OPT-ONGEKOPPELD PIC 9(5).
       01  OPERATOR-VELDEN.
           02 OPL-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 OPL-RAADPLEGINGEN PIC Z(6)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 OPL-SLEUTELS PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 OPL-ONGEKOPPELD PIC Z(4)9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 OPL-MARKERING PIC X(20).
       01  ONGEKOPPELD-VELDEN.
           02 ONL-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ONL-TIJD PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ONL-PROGRAMMA PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 ONL-KLANTNR PIC X(7).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ONL-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACE.
           02 ONL-AANTAL PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LAAD-AUDITLOG
           PERFORM LAAD-KWITANTIES
           PERFORM LAAD-INZAGES
           PERFORM KOPPEL-INZAGES
           PERFORM DRUK-OPERATOREN
           PERFORM DRUK-ONGEKOPPELD
           PERFORM DRUK-TOTALEN
           IF AANTAL-OPVALLEND > ZERO OR AANTAL-ONGEKOPPELD > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           DISPLAY "GEEF DE TE CONTROLEREN DATUM OP (JJJJMMDD, "
               "0 = VANDAAG):"
           ACCEPT CONTROLEDATUM
           IF CONTROLEDATUM = ZERO
               ACCEPT CONTROLEDATUM FROM DATE YYYYMMDD
           END-IF
           MOVE "INZAGE-MAX" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO INZAGE-MAX
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN OUTPUT CONTROLELIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "CONTROLE OP RAADPLEGINGEN VAN " DELIMITED BY SIZE
               CONTROLEDATUM DELIMITED BY SIZE
               " (MAXIMUM " DELIMITED BY SIZE
               INZAGE-MAX DELIMITED BY SIZE
               " SLEUTELS PER OPERATOR)" DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL.

      * DE EIGEN MUTATIES VAN DE OPERATOREN OP DE CONTROLEDATUM. EEN
      * SLEUTEL DIE MET TWAALF CIJFERS BEGINT IS EEN REKENING, EEN
      * SLEUTEL VAN ZEVEN CIJFERS EEN KLANT; ANDERE SLEUTELS
      * (PRODUCTEN, KASLADEN, ...) DOEN HIER NIET TER ZAKE.
       LAAD-AUDITLOG.
           MOVE "N" TO GEDAAN
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS NOT = "00" AND AUDITLOG-STATUS NOT = "05"
               DISPLAY "KAN AUDITLOG NIET OPENEN, STATUS: "
                   AUDITLOG-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-AUDITREGEL UNTIL STOPLEZEN
           CLOSE AUDITLOG.

       LEES-AUDITREGEL.
           READ AUDITLOG
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDITLOG IS DEFECT, STATUS: " AUDITLOG-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF AUD-DATUM = CONTROLEDATUM
                   AND AUD-OPERATOR NOT = SPACES
                   MOVE AUD-OPERATOR TO EIGEN-OPERATOR
                   MOVE ZERO TO EIGEN-KLANTNR EIGEN-REKNR
                   IF AUD-SLEUTEL (1:12) IS NUMERIC
                       MOVE AUD-SLEUTEL (1:12) TO EIGEN-REKNR
                       PERFORM ZOEK-EIGENAAR
                       PERFORM ZET-EIGEN-VERRICHTING
                   ELSE
                       IF AUD-SLEUTEL (1:7) IS NUMERIC
                           AND AUD-SLEUTEL (8:13) = SPACES
                           MOVE AUD-SLEUTEL (1:7) TO EIGEN-KLANTNR
                           PERFORM ZET-EIGEN-VERRICHTING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LAAD-KWITANTIES.
           MOVE "N" TO GEDAAN
           OPEN INPUT KWITANTIES
           IF KWITANTIES-STATUS NOT = "00"
               AND KWITANTIES-STATUS NOT = "05"
               DISPLAY "KAN KWITANTIES NIET OPENEN, STATUS: "
                   KWITANTIES-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-KWITANTIE UNTIL STOPLEZEN
           CLOSE KWITANTIES.

       LEES-KWITANTIE.
           READ KWITANTIES
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND KWITANTIES-STATUS NOT = "00"
               DISPLAY "KWITANTIES ZIJN DEFECT, STATUS: "
                   KWITANTIES-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF KWT-DATUM = CONTROLEDATUM
                   AND KWT-OPERATOR NOT = SPACES
                   MOVE KWT-OPERATOR TO EIGEN-OPERATOR
                   MOVE ZERO TO EIGEN-KLANTNR
                   MOVE KWT-REKNR TO EIGEN-REKNR
                   PERFORM ZOEK-EIGENAAR
                   PERFORM ZET-EIGEN-VERRICHTING
               END-IF
           END-IF.

       ZOEK-EIGENAAR.
           MOVE EIGEN-REKNR TO REKNR
           READ REKENINGEN
               INVALID KEY MOVE ZERO TO EIGEN-KLANTNR
               NOT INVALID KEY MOVE KLANTNR TO EIGEN-KLANTNR
           END-READ
           IF REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       ZET-EIGEN-VERRICHTING.
           SET ITEM-NIEUW TO TRUE
           MOVE 1 TO EIG-IDX
           PERFORM ZOEK-EIGEN-VERRICHTING
               UNTIL ITEM-GEVONDEN OR EIG-IDX > EIG-BEZET
           IF ITEM-NIEUW
               IF EIG-BEZET < 2000
                   ADD 1 TO EIG-BEZET
                   MOVE EIGEN-OPERATOR TO EIG-OPERATOR (EIG-BEZET)
                   MOVE EIGEN-KLANTNR TO EIG-KLANTNR (EIG-BEZET)
                   MOVE EIGEN-REKNR TO EIG-REKNR (EIG-BEZET)
               ELSE
                   DISPLAY "TABEL EIGEN VERRICHTINGEN VOL, VERRICHTING "
                       "VAN " EIGEN-OPERATOR " OVERGESLAGEN"
               END-IF
           END-IF.

       ZOEK-EIGEN-VERRICHTING.
           IF EIG-OPERATOR (EIG-IDX) = EIGEN-OPERATOR
               AND EIG-KLANTNR (EIG-IDX) = EIGEN-KLANTNR
               AND EIG-REKNR (EIG-IDX) = EIGEN-REKNR
               SET ITEM-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO EIG-IDX
           END-IF.

      * DE RAADPLEGINGEN VAN DE CONTROLEDATUM, GEGROEPEERD PER
      * OPERATOR EN GERAADPLEEGDE SLEUTEL.
       LAAD-INZAGES.
           MOVE "N" TO GEDAAN
           OPEN INPUT INZAGELOG
           IF INZAGELOG-STATUS NOT = "00"
               AND INZAGELOG-STATUS NOT = "05"
               DISPLAY "KAN INZAGELOG NIET OPENEN, STATUS: "
                   INZAGELOG-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-INZAGE UNTIL STOPLEZEN
           CLOSE INZAGELOG.

       LEES-INZAGE.
           READ INZAGELOG
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INZAGELOG-STATUS NOT = "00"
               DISPLAY "INZAGELOG IS DEFECT, STATUS: " INZAGELOG-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF INZ-DATUM = CONTROLEDATUM
                   AND INZ-OPERATOR NOT = SPACES
                   ADD 1 TO AANTAL-INZAGES
                   PERFORM TEL-BIJ-OPERATOR
                   PERFORM ZET-INZAGE-IN-TABEL
               END-IF
           END-IF.

       TEL-BIJ-OPERATOR.
           MOVE INZ-OPERATOR TO GEZOCHTE-OPERATOR
           SET ITEM-NIEUW TO TRUE
           MOVE 1 TO OPT-IDX
           PERFORM ZOEK-OPERATOR
               UNTIL ITEM-GEVONDEN OR OPT-IDX > OPT-BEZET
           IF ITEM-NIEUW
               IF OPT-BEZET < 100
                   ADD 1 TO OPT-BEZET
                   MOVE OPT-BEZET TO OPT-IDX
                   MOVE INZ-OPERATOR TO OPT-OPERATOR (OPT-IDX)
                   MOVE ZERO TO OPT-SLEUTELS (OPT-IDX)
                       OPT-RAADPLEGINGEN (OPT-IDX)
                       OPT-ONGEKOPPELD (OPT-IDX)
                   SET ITEM-GEVONDEN TO TRUE
               ELSE
                   DISPLAY "OPERATORTABEL VOL, OPERATOR "
                       INZ-OPERATOR " OVERGESLAGEN"
               END-IF
           END-IF
           IF ITEM-GEVONDEN
               ADD 1 TO OPT-RAADPLEGINGEN (OPT-IDX)
           END-IF.

       ZOEK-OPERATOR.
           IF OPT-OPERATOR (OPT-IDX) = GEZOCHTE-OPERATOR
               SET ITEM-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO OPT-IDX
           END-IF.

       ZET-INZAGE-IN-TABEL.
           SET ITEM-NIEUW TO TRUE
           MOVE 1 TO IZT-IDX
           PERFORM ZOEK-INZAGE
               UNTIL ITEM-GEVONDEN OR IZT-IDX > IZT-BEZET
           IF ITEM-NIEUW
               IF IZT-BEZET < 2000
                   ADD 1 TO IZT-BEZET
                   MOVE IZT-BEZET TO IZT-IDX
                   MOVE INZ-OPERATOR TO IZT-OPERATOR (IZT-IDX)
                   MOVE INZ-KLANTNR TO IZT-KLANTNR (IZT-IDX)
                   MOVE INZ-REKNR TO IZT-REKNR (IZT-IDX)
                   MOVE INZ-PROGRAMMA TO IZT-PROGRAMMA (IZT-IDX)
                   MOVE INZ-TIJD TO IZT-TIJD (IZT-IDX)
                   MOVE ZERO TO IZT-AANTAL (IZT-IDX)
                   MOVE "N" TO IZT-KOPPELING (IZT-IDX)
                   SET ITEM-GEVONDEN TO TRUE
               ELSE
                   DISPLAY "INZAGETABEL VOL, RAADPLEGING VAN "
                       INZ-OPERATOR " OVERGESLAGEN"
               END-IF
           END-IF
           IF ITEM-GEVONDEN
               ADD 1 TO IZT-AANTAL (IZT-IDX)
           END-IF.

       ZOEK-INZAGE.
           IF IZT-OPERATOR (IZT-IDX) = INZ-OPERATOR
               AND IZT-KLANTNR (IZT-IDX) = INZ-KLANTNR
               AND IZT-REKNR (IZT-IDX) = INZ-REKNR
               SET ITEM-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO IZT-IDX
           END-IF.

      * TELT PER OPERATOR DE VERSCHILLENDE SLEUTELS EN DE
      * RAADPLEGINGEN ZONDER EIGEN VERRICHTING.
       KOPPEL-INZAGES.
           MOVE 1 TO IZT-IDX
           PERFORM KOPPEL-INZAGE UNTIL IZT-IDX > IZT-BEZET.

       KOPPEL-INZAGE.
           SET INZAGE-ONGEKOPPELD TO TRUE
           MOVE 1 TO EIG-IDX
           PERFORM ZOEK-KOPPELING
               UNTIL INZAGE-GEKOPPELD OR EIG-IDX > EIG-BEZET
           MOVE IZT-OPERATOR (IZT-IDX) TO GEZOCHTE-OPERATOR
           SET ITEM-NIEUW TO TRUE
           MOVE 1 TO OPT-IDX
           PERFORM ZOEK-OPERATOR
               UNTIL ITEM-GEVONDEN OR OPT-IDX > OPT-BEZET
           IF ITEM-GEVONDEN
               ADD 1 TO OPT-SLEUTELS (OPT-IDX)
               IF INZAGE-ONGEKOPPELD
                   ADD 1 TO OPT-ONGEKOPPELD (OPT-IDX)
               END-IF
           END-IF
           IF INZAGE-GEKOPPELD
               MOVE "J" TO IZT-KOPPELING (IZT-IDX)
           END-IF
           ADD 1 TO IZT-IDX.

       ZOEK-KOPPELING.
           IF EIG-OPERATOR (EIG-IDX) = IZT-OPERATOR (IZT-IDX)
               IF IZT-REKNR (IZT-IDX) NOT = ZERO
                   AND EIG-REKNR (EIG-IDX) = IZT-REKNR (IZT-IDX)
                   SET INZAGE-GEKOPPELD TO TRUE
               END-IF
               IF IZT-KLANTNR (IZT-IDX) NOT = ZERO
                   AND EIG-KLANTNR (EIG-IDX) = IZT-KLANTNR (IZT-IDX)
                   SET INZAGE-GEKOPPELD TO TRUE
               END-IF
           END-IF
           ADD 1 TO EIG-IDX.

       DRUK-OPERATOREN.
           MOVE "RAADPLEGINGEN PER OPERATOR" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "OPERATOR" TO LIJST-REGEL (1:8)
           MOVE "RAADPL." TO LIJST-REGEL (11:7)
           MOVE "SLEUTELS" TO LIJST-REGEL (20:8)
           MOVE "NIET GEK." TO LIJST-REGEL (28:9)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE 1 TO OPT-IDX
           PERFORM DRUK-OPERATORREGEL UNTIL OPT-IDX > OPT-BEZET.

       DRUK-OPERATORREGEL.
           MOVE SPACES TO OPERATOR-VELDEN
           MOVE OPT-OPERATOR (OPT-IDX) TO OPL-OPERATOR
           MOVE OPT-RAADPLEGINGEN (OPT-IDX) TO OPL-RAADPLEGINGEN
           MOVE OPT-SLEUTELS (OPT-IDX) TO OPL-SLEUTELS
           MOVE OPT-ONGEKOPPELD (OPT-IDX) TO OPL-ONGEKOPPELD
           IF OPT-SLEUTELS (OPT-IDX) > INZAGE-MAX
               MOVE "*** OPVALLEND" TO OPL-MARKERING
               ADD 1 TO AANTAL-OPVALLEND
           END-IF
           MOVE OPERATOR-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO OPT-IDX.

       DRUK-ONGEKOPPELD.
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "RAADPLEGINGEN ZONDER EIGEN VERRICHTING VAN DE OPERATOR"
               TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "OPERATOR" TO LIJST-REGEL (1:8)
           MOVE "EERSTE" TO LIJST-REGEL (11:6)
           MOVE "PROGRAMMA" TO LIJST-REGEL (19:9)
           MOVE "KLANT" TO LIJST-REGEL (50:5)
           MOVE "REKENING" TO LIJST-REGEL (59:8)
           MOVE "AANTAL" TO LIJST-REGEL (74:6)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE 1 TO IZT-IDX
           PERFORM DRUK-ONGEKOPPELDE-REGEL UNTIL IZT-IDX > IZT-BEZET.

       DRUK-ONGEKOPPELDE-REGEL.
           IF NOT IZT-GEKOPPELD (IZT-IDX)
               MOVE SPACES TO ONGEKOPPELD-VELDEN
               MOVE IZT-OPERATOR (IZT-IDX) TO ONL-OPERATOR
               MOVE IZT-TIJD (IZT-IDX) TO ONL-TIJD
               MOVE IZT-PROGRAMMA (IZT-IDX) TO ONL-PROGRAMMA
               IF IZT-KLANTNR (IZT-IDX) NOT = ZERO
                   MOVE IZT-KLANTNR (IZT-IDX) TO ONL-KLANTNR
               END-IF
               IF IZT-REKNR (IZT-IDX) NOT = ZERO
                   MOVE IZT-REKNR (IZT-IDX) TO TOON-REKNR
                   STRING TOON-DEEL1 DELIMITED BY SIZE
                       "-" TOON-DEEL2 DELIMITED BY SIZE
                       "-" TOON-DEEL3 DELIMITED BY SIZE
                       INTO ONL-REKNR
                   END-STRING
               END-IF
               MOVE IZT-AANTAL (IZT-IDX) TO ONL-AANTAL
               MOVE ONGEKOPPELD-VELDEN TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
               ADD 1 TO AANTAL-ONGEKOPPELD
           END-IF
           ADD 1 TO IZT-IDX.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       DRUK-TOTALEN.
           MOVE ALL "-" TO LIJST-REGEL (1:80)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "RAADPLEGINGEN OP " CONTROLEDATUM ": "
               AANTAL-INZAGES DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "OPVALLENDE OPERATOREN   : " AANTAL-OPVALLEND
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NIET GEKOPPELDE SLEUTELS: " AANTAL-ONGEKOPPELD
               DELIMITED BY SIZE INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE REKENINGEN
           CLOSE CONTROLELIJST
           MOVE "INZAGECONTROLE" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/INZAGECONTROLE.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       HAAL-PARAMETER.
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF NOT PARAMETER-GEVONDEN
               DISPLAY "PARAMETER " PARAM-NAAM " ONTBREEKT IN "
                   "PARAMETERS.DAT"
               PERFORM FOUT
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "CONTROLEER-INZAGES" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE CONTROLEDATUM TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
