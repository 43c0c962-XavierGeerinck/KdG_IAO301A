      * GEMARKEERD EN EEN KASVERSCHIL KOMT MET BEIDE BEDRAGEN IN
      * HET MUTATIELOGBOEK, ZODAT HET DEZELFDE DAG NOG WORDT
      * UITGEZOCHT IN PLAATS VAN DAGEN LATER.
      * NA DE EIGEN LADE TOONT HET PROGRAMMA DE KANTOORSTAND: ALLE
      * LADEN VAN VANDAAG VAN HET KANTOOR VAN DE OPERATOR MET HUN
      * NETTO EN OF ZE AL AFGESLOTEN ZIJN. PAS ALS GEEN ENKELE LADE
      * VAN HET KANTOOR NOG OPEN STAAT, IS HET KANTOOR AFGESLOTEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT OPTIONAL KASLADEN
                  ASSIGN TO "BESTANDEN/KASLADEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KAS-SLEUTEL
                  FILE STATUS IS KASLADEN-STATUS.
       77  VERWACHT-BEDRAG PIC S9(9)V99.
       77  KASVERSCHIL PIC S9(9)V99.
       77  AUD-BEDRAG-WERK PIC -(9)9.99.
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-WERK PIC X(3) VALUE SPACES.
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
       77  SCAN-KLAAR PIC X(1).
           88 LADE-SCAN-KLAAR VALUE "J".
       77  LADE-NETTO PIC S9(9)V99.
       77  KANTOOR-NETTO PIC S9(11)V99 VALUE ZERO.
       77  AANTAL-LADEN PIC 9(5) VALUE ZERO.
       77  AANTAL-OPEN PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

                   PERFORM SLUIT-LADE-AF
               END-IF
           END-IF
           PERFORM TOON-KANTOORSTAND
           CLOSE KASLADEN
           MOVE 0 TO RETURN-CODE
           GOBACK.
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "KANTOOR-TOEGANG" USING KANTOOR-WERK OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O KASLADEN
           IF KASLADEN-STATUS NOT = "00" AND KASLADEN-STATUS NOT = "05"
               PERFORM SCHRIJF-AUDIT-VERSCHIL
           END-IF.

       TOON-KANTOORSTAND.
           DISPLAY " "
           DISPLAY "KANTOORSTAND " RUNDATUM " KANTOOR " OPERATOR-KANTOOR
           DISPLAY "---------------------------------------------"
           MOVE "N" TO SCAN-KLAAR
           MOVE LOW-VALUES TO KAS-SLEUTEL
           START KASLADEN KEY IS NOT < KAS-SLEUTEL
               INVALID KEY MOVE "J" TO SCAN-KLAAR
           END-START
           PERFORM TOON-VOLGENDE-LADE UNTIL LADE-SCAN-KLAAR
           DISPLAY "---------------------------------------------"
           DISPLAY "LADEN          : " AANTAL-LADEN
           DISPLAY "NOG OPEN       : " AANTAL-OPEN
           DISPLAY "NETTO KANTOOR  : " KANTOOR-NETTO
           IF AANTAL-OPEN = ZERO
               DISPLAY "KANTOOR " OPERATOR-KANTOOR " IS AFGESLOTEN"
           ELSE
               DISPLAY "KANTOOR " OPERATOR-KANTOOR
                   " NOG NIET AFGESLOTEN - " AANTAL-OPEN
                   " LADE(N) OPEN"
           END-IF.

       TOON-VOLGENDE-LADE.
           READ KASLADEN NEXT
               AT END MOVE "J" TO SCAN-KLAAR
           END-READ
           IF NOT LADE-SCAN-KLAAR
               AND KASLADEN-STATUS NOT = "00"
               AND KASLADEN-STATUS NOT = "02"
               DISPLAY "KASLADENBESTAND IS DEFECT, STATUS: "
                   KASLADEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT LADE-SCAN-KLAAR
               IF KAS-DATUM = RUNDATUM
                   AND KAS-KANTOOR = OPERATOR-KANTOOR
                   PERFORM TOON-LADE
               END-IF
           END-IF.

       TOON-LADE.
           COMPUTE LADE-NETTO = KAS-IN - KAS-UIT
           ADD LADE-NETTO TO KANTOOR-NETTO
           ADD 1 TO AANTAL-LADEN
           IF KASLADE-AFGESLOTEN
               DISPLAY KAS-OPERATOR " NETTO " LADE-NETTO " AFGESLOTEN"
           ELSE
               ADD 1 TO AANTAL-OPEN
               DISPLAY KAS-OPERATOR " NETTO " LADE-NETTO " OPEN"
           END-IF.

       SCHRIJF-AUDIT-VERSCHIL.
           MOVE SPACES TO AUDIT-REGEL
           MOVE KAS-SLEUTEL TO AUD-SLEUTEL
