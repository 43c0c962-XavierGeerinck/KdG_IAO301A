      *************************************************************
      * ONDERHOUD BESLAGEN
      *
      * REGISTRATIE VAN BESLAGEN (BESLAG ONDER DERDEN) OP EEN
      * REKENING IN BESLAGEN.DAT, IN PLAATS VAN DE VOLLEDIGE
      * REKENING TE BLOKKEREN. PER BESLAG WORDEN DE REFERENTIE EN
      * NAAM VAN DE GERECHTSDEURWAARDER, ZIJN BANKREFERENTIE (IBAN),
      * HET BESLAGEN BEDRAG EN HET BESCHERMDE BEDRAG PER MAAND
      * BIJGEHOUDEN. EEN NIEUW BESLAG KRIJGT HET VOLGENDE VRIJE
      * VOLGNUMMER, ZODAT DE NUMMERS DE VOLGORDE VAN ONTVANGST
      * VOLGEN. VERWERK-BESLAGEN STORT WAT BOVEN HET BESCHERMDE
      * BEDRAG STAAT DOOR NAAR DE DEURWAARDER;
      * VERWERK-REKENING-BEWEGING LAAT DE KLANT ZELF PER MAAND
      * HOOGSTENS HET BESCHERMDE BEDRAG OPNEMEN.
      *
      * N = NIEUW BESLAG REGISTREREN, O = BESLAG OPHEFFEN (BV. NA
      * EEN MINNELIJKE REGELING OF OP BEVEL VAN DE RECHTBANK),
      * T = BESLAGEN VAN EEN REKENING TONEN. ELKE WIJZIGING KOMT IN
      * DE AUDITLOG.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONDERHOUD-BESLAGEN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BESLAGEN
                  ASSIGN TO "BESTANDEN/BESLAGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BSL-NR
                  ALTERNATE RECORD KEY IS BSL-REKNR WITH DUPLICATES
                  FILE STATUS IS BESLAGEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BESLAGEN BLOCK CONTAINS 10 RECORDS.
       01  BESLAG-REC.
           COPY "beslag.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ACTIE PIC X(1).
           88 ACTIE-NIEUW VALUE "N".
           88 ACTIE-OPHEFFEN VALUE "O".
           88 ACTIE-TONEN VALUE "T".
       77  GEVONDEN PIC X(1).
           88 REKENING-GEVONDEN VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  BESLAG-TOESTAND PIC X(1).
           88 BESLAG-BESTAAT VALUE "J".
           88 BESLAG-ONBEKEND VALUE "N".
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VOLGNR-WERK PIC 9(7).
       77  INVOER-TOESTAND PIC X(1).
           88 INVOER-GELDIG VALUE "J".
       77  BESLAGEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  GEVR-BESLAGNR PIC 9(7).
       77  AANTAL-GETOOND PIC 9(5).
       77  OPENSTAAND PIC 9(7)V99.
       77  BEDRAG-WERK PIC Z(6)9.99.
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       01  BESLAG-WERK PIC X(159).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           DISPLAY "ONDERHOUD BESLAGEN"
           DISPLAY "N = NIEUW BESLAG, O = BESLAG OPHEFFEN, "
               "T = BESLAGEN VAN EEN REKENING TONEN"
           DISPLAY "GEEF DE GEWENSTE ACTIE OP:"
           ACCEPT ACTIE
           IF ACTIE-NIEUW
               PERFORM REGISTREER-BESLAG
           ELSE
               IF ACTIE-OPHEFFEN
                   PERFORM HEF-BESLAG-OP
               ELSE
                   IF ACTIE-TONEN
                       PERFORM TOON-BESLAGEN
                   ELSE
                       DISPLAY "ONGELDIGE ACTIE, NIETS GEDAAN"
                   END-IF
               END-IF
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO BESLAG-REC REK
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O BESLAGEN
           IF BESLAGEN-STATUS NOT = "00" AND BESLAGEN-STATUS NOT = "05"
               DISPLAY "KAN BESLAGENBESTAND NIET OPENEN, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       ZOEK-REKENING.
           SET REKNR-ONGELDIG TO TRUE
           PERFORM LEES-REKENINGNUMMER UNTIL REKNR-GELDIG
           SET REKENING-ONBEKEND TO TRUE
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-GEVONDEN TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF.

       LEES-REKENINGNUMMER.
           DISPLAY "GEEF HET REKENINGNUMMER OP (DEEL1/DEEL2/DEEL3):"
           DISPLAY "DEEL1 (3 CIJFERS):"
           ACCEPT DEEL1
           DISPLAY "DEEL2 (7 CIJFERS):"
           ACCEPT DEEL2
           DISPLAY "DEEL3 (2 CIJFERS):"
           ACCEPT DEEL3
           CALL "CONTROLEER-REKNR" USING REKNR REKNR-CONTROLE
           IF REKNR-ONGELDIG
               DISPLAY "ONGELDIG REKENINGNUMMER (MOD-97 "
                   "CONTROLEGETAL), PROBEER OPNIEUW"
           END-IF.

       REGISTREER-BESLAG.
           PERFORM ZOEK-REKENING
           IF REKENING-ONBEKEND
               DISPLAY "GEEN REKENING GEVONDEN MET DIT NUMMER"
           ELSE
               IF REKENING-GESLOTEN
                   DISPLAY "REKENING IS GESLOTEN, GEEN BESLAG MOGELIJK"
               ELSE
                   PERFORM LEES-BESLAGGEGEVENS
                   PERFORM SCHRIJF-NIEUW-BESLAG
               END-IF
           END-IF.

       LEES-BESLAGGEGEVENS.
           MOVE SPACES TO BESLAG-REC
           MOVE REKNR TO BSL-REKNR
           MOVE KLANTNR TO BSL-KLANTNR
           DISPLAY "GEEF DE REFERENTIE VAN DE DEURWAARDER OP:"
           ACCEPT BSL-REFERENTIE
           DISPLAY "GEEF DE NAAM VAN DE DEURWAARDER OP:"
           ACCEPT BSL-DEURWAARDER
           DISPLAY "GEEF DE BANKREFERENTIE (IBAN) VAN DE "
               "DEURWAARDER OP:"
           ACCEPT BSL-BANKREF
           MOVE "N" TO INVOER-TOESTAND
           PERFORM LEES-BESLAGEN-BEDRAG UNTIL INVOER-GELDIG
           DISPLAY "GEEF HET BESCHERMDE BEDRAG PER MAAND OP:"
           ACCEPT BSL-BESCHERMD.

       LEES-BESLAGEN-BEDRAG.
           DISPLAY "GEEF HET BESLAGEN BEDRAG OP:"
           ACCEPT BSL-BEDRAG
           IF BSL-BEDRAG > ZERO
               MOVE "J" TO INVOER-TOESTAND
           ELSE
               DISPLAY "BEDRAG MOET GROTER DAN NUL ZIJN, PROBEER "
                   "OPNIEUW"
           END-IF.

       SCHRIJF-NIEUW-BESLAG.
           MOVE BESLAG-REC TO BESLAG-WERK
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE BSL-NR TO VOLGNR-WERK
           MOVE BESLAG-WERK TO BESLAG-REC
           MOVE VOLGNR-WERK TO BSL-NR
           MOVE RUNDATUM TO BSL-ONTVANGEN
           MOVE ZERO TO BSL-BETAALD BSL-LAATSTE-BETALING
           MOVE RUNDATUM (1:6) TO BSL-VRIJ-PERIODE
           MOVE ZERO TO BSL-VRIJ-OPGENOMEN
           SET BESLAG-ACTIEF TO TRUE
           MOVE OPERATOR-ID TO BSL-GEREGISTREERD-DOOR
           WRITE BESLAG-REC
               INVALID KEY
                   DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                       BESLAGEN-STATUS
                   PERFORM FOUT
           END-WRITE
           MOVE SPACES TO AUDIT-REGEL
           MOVE "BESLAG" TO AUD-VELD
           MOVE SPACES TO AUD-OUD
           MOVE BSL-BEDRAG TO BEDRAG-WERK
           STRING BSL-REFERENTIE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               BEDRAG-WERK DELIMITED BY SIZE
               INTO AUD-NIEUW
           END-STRING
           PERFORM SCHRIJF-AUDIT
           DISPLAY "BESLAG " BSL-NR " GEREGISTREERD OP REKENING "
               DEEL1 "-" DEEL2 "-" DEEL3.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO BSL-NR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO BSL-NR
           READ BESLAGEN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND BESLAGEN-STATUS NOT = "00"
               DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF.

       HEF-BESLAG-OP.
           DISPLAY "GEEF HET BESLAGNUMMER OP:"
           ACCEPT GEVR-BESLAGNR
           SET BESLAG-ONBEKEND TO TRUE
           MOVE GEVR-BESLAGNR TO BSL-NR
           READ BESLAGEN
               INVALID KEY SET BESLAG-ONBEKEND TO TRUE
               NOT INVALID KEY SET BESLAG-BESTAAT TO TRUE
           END-READ
           IF BESLAG-ONBEKEND AND BESLAGEN-STATUS NOT = "23"
               DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           IF BESLAG-ONBEKEND
               DISPLAY "GEEN BESLAG MET NUMMER " GEVR-BESLAGNR
           ELSE
               PERFORM TOON-BESLAG
               IF NOT BESLAG-ACTIEF
                   DISPLAY "BESLAG IS NIET MEER ACTIEF, NIETS GEDAAN"
               ELSE
                   SET BESLAG-OPGEHEVEN TO TRUE
                   REWRITE BESLAG-REC
                       INVALID KEY
                           DISPLAY "BESLAGENBESTAND IS DEFECT, "
                               "STATUS: " BESLAGEN-STATUS
                           PERFORM FOUT
                   END-REWRITE
                   MOVE SPACES TO AUDIT-REGEL
                   MOVE "BESLAGSTATUS" TO AUD-VELD
                   MOVE "ACTIEF" TO AUD-OUD
                   MOVE "OPGEHEVEN" TO AUD-NIEUW
                   PERFORM SCHRIJF-AUDIT
                   DISPLAY "BESLAG " BSL-NR " OPGEHEVEN"
               END-IF
           END-IF.

       TOON-BESLAGEN.
           PERFORM ZOEK-REKENING
           IF REKENING-ONBEKEND
               DISPLAY "GEEN REKENING GEVONDEN MET DIT NUMMER"
           ELSE
               MOVE ZERO TO AANTAL-GETOOND
               MOVE "N" TO GEDAAN
               MOVE REKNR TO BSL-REKNR
               START BESLAGEN KEY IS = BSL-REKNR
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
               PERFORM TOON-VOLGEND-BESLAG UNTIL STOPLEZEN
               IF AANTAL-GETOOND = ZERO
                   DISPLAY "GEEN BESLAGEN OP DEZE REKENING"
               END-IF
           END-IF.

       TOON-VOLGEND-BESLAG.
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
               IF BSL-REKNR NOT = REKNR
                   MOVE "J" TO GEDAAN
               ELSE
                   ADD 1 TO AANTAL-GETOOND
                   PERFORM TOON-BESLAG
               END-IF
           END-IF.

       TOON-BESLAG.
           COMPUTE OPENSTAAND = BSL-BEDRAG - BSL-BETAALD
           DISPLAY " "
           DISPLAY "BESLAG " BSL-NR " ONTVANGEN OP " BSL-ONTVANGEN
               " STATUS " BSL-STATUS
           DISPLAY "  DEURWAARDER : " BSL-DEURWAARDER
               " REF " BSL-REFERENTIE
           DISPLAY "  BANKREF     : " BSL-BANKREF
           DISPLAY "  BESLAGEN    : " BSL-BEDRAG
               "  BESCHERMD/MAAND: " BSL-BESCHERMD
           DISPLAY "  BETAALD     : " BSL-BETAALD
               "  NOG OPEN: " OPENSTAAND
               "  LAATSTE BETALING: " BSL-LAATSTE-BETALING.

       SCHRIJF-AUDIT.
           MOVE BSL-NR TO AUD-SLEUTEL
           MOVE "ONDERHOUD-BESLAGEN" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SLUIT-BESTANDEN.
           CLOSE BESLAGEN
           CLOSE REKENINGEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "ONDERHOUD-BESLAGEN" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE BSL-NR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
