      * HET TYPE, ZODAT EEN TARIEFWIJZIGING LATER CENTRAAL KAN VIA
      * HERPRIJS-REKENINGEN.
      *
      * VOOR EEN KLANT ZONDER KLANTONDERZOEKSDOSSIER, MET EEN
      * VERVALLEN IDENTITEITSDOCUMENT OF MET EEN ACHTERSTALLIG
      * NAZICHT (ZIE CONTROLEER-KYC EN ONDERHOUD-KYC) WORDT GEEN
      * NIEUWE REKENING GEOPEND.
      *
      * ELKE REKENING KRIJGT EEN THUISKANTOOR UIT KANTOREN.DAT. EEN
      * KANTOOROPERATOR OPENT ALTIJD OP HET EIGEN KANTOOR; ENKEL EEN
      * CENTRALE OPERATOR KIEST HET KANTOOR. OP EEN GESLOTEN KANTOOR
      * WORDT GEEN REKENING MEER GEOPEND. EEN OPERATOR DIE NIET IN
      * OPERATORS.DAT STAAT, KRIJGT GEEN TOEGANG; EEN LEEG KANTOOR
      * BREEKT DE INVOER AF.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOEG-REKENING-TOE.
                  RECORD KEY IS RKT-CODE
                  FILE STATUS IS TYPES-STATUS.

           SELECT OPTIONAL KANTOREN
                  ASSIGN TO "BESTANDEN/KANTOREN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KNT-CODE
                  FILE STATUS IS KANTOREN-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.
       01  REKENINGTYPE-REC.
           COPY "rektype.cpy".

       FD  KANTOREN BLOCK CONTAINS 10 RECORDS.
       01  KANTOOR-REC.
           COPY "kantoor.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".
       77  TYPE-TOESTAND PIC X(1).
           88 TYPE-GEVONDEN VALUE "J".
           88 TYPE-ONBEKEND VALUE "N".
       77  KANTOREN-STATUS PIC X(2).
       77  KANTOOR-TOESTAND PIC X(1).
           88 KANTOOR-GELDIG VALUE "J".
           88 KANTOOR-ONGELDIG VALUE "N".
       77  OPERATOR-KANTOOR PIC X(3).
       77  KANTOOR-TOEGANG-RESULTAAT PIC X(1).
           88 KANTOOR-TOEGESTAAN VALUE "J".
       77  KANTOOR-INVOER PIC X(1).
           88 KANTOOR-AFGEBROKEN VALUE "J".

       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
           88 REKNR-ONGELDIG VALUE "N".
       77  RUNDATUM PIC 9(8).
       77  VOLGEND-NAZICHT PIC 9(8).
       77  KYC-RESULTAAT PIC X(1).
           88 KYC-IN-ORDE VALUE "J".
           88 KYC-GEEN-DOSSIER VALUE "G".
           88 KYC-DOCUMENT-VERVALLEN VALUE "V".
           88 KYC-NAZICHT-ACHTERSTALLIG VALUE "A".
       01  KLANTDOSSIER-WERK.
           COPY "kyc.cpy".

       PROCEDURE DIVISION.

           PERFORM LEES-REKENING-IN
           PERFORM ZOEK-KLANT
           IF KLANT-BESTAAT
               PERFORM CONTROLEER-KLANTONDERZOEK
               IF KYC-IN-ORDE AND KANTOOR-GELDIG
                   PERFORM BEWAAR-REKENING
               ELSE
                   DISPLAY "REKENING WORDT NIET AANGEMAAKT"
               END-IF
           ELSE
               DISPLAY "GEEN KLANT MET KLANTNUMMER " KLANTNR
               DISPLAY "REKENING WORDT NIET AANGEMAAKT"
               DISPLAY "KAN REKENINGTYPEBESTAND NIET OPENEN, STATUS: "
                   TYPES-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KANTOREN
           IF KANTOREN-STATUS NOT = "00" AND KANTOREN-STATUS NOT = "05"
               DISPLAY "KAN KANTORENBESTAND NIET OPENEN, STATUS: "
                   KANTOREN-STATUS
               PERFORM FOUT
           END-IF.

       LEES-REKENING-IN.
               ACCEPT DOM-BEDRAG
           ELSE
               MOVE ZERO TO DOM-BEDRAG
           END-IF
           MOVE SPACES TO KANTOOR
           CALL "KANTOOR-TOEGANG" USING KANTOOR OPERATOR-KANTOOR
               KANTOOR-TOEGANG-RESULTAAT
           SET KANTOOR-ONGELDIG TO TRUE
           MOVE "N" TO KANTOOR-INVOER
           IF OPERATOR-KANTOOR NOT = SPACES
               MOVE OPERATOR-KANTOOR TO KANTOOR
               PERFORM CONTROLEER-KANTOOR
           ELSE
               IF NOT KANTOOR-TOEGESTAAN
                   DISPLAY "OPERATOR " OPERATOR-ID " IS NIET GEKEND "
                       "IN OPERATORS.DAT, GEEN TOEGANG"
               ELSE
                   PERFORM LEES-KANTOOR
                       UNTIL KANTOOR-GELDIG OR KANTOOR-AFGEBROKEN
               END-IF
           END-IF
           IF KANTOOR-GELDIG
               DISPLAY "THUISKANTOOR " KANTOOR " (" KNT-NAAM ")"
           END-IF.

       LEES-KANTOOR.
           DISPLAY "GEEF HET THUISKANTOOR VAN DE REKENING OP "
               "(LEEG = AFBREKEN):"
           MOVE SPACES TO KANTOOR
           ACCEPT KANTOOR
           IF KANTOOR = SPACES
               SET KANTOOR-AFGEBROKEN TO TRUE
           ELSE
               PERFORM CONTROLEER-KANTOOR
           END-IF.

       CONTROLEER-KANTOOR.
           MOVE KANTOOR TO KNT-CODE
           READ KANTOREN
               INVALID KEY SET KANTOOR-ONGELDIG TO TRUE
               NOT INVALID KEY SET KANTOOR-GELDIG TO TRUE
           END-READ
           IF KANTOOR-ONGELDIG AND KANTOREN-STATUS NOT = "23"
               DISPLAY "KANTORENBESTAND IS DEFECT, STATUS: "
                   KANTOREN-STATUS
               PERFORM FOUT
           END-IF
           IF KANTOOR-ONGELDIG
               DISPLAY "ONBEKEND KANTOOR " KANTOOR
           END-IF
           IF KANTOOR-GELDIG AND KANTOOR-GESLOTEN
               DISPLAY "KANTOOR " KANTOOR " IS GESLOTEN"
               SET KANTOOR-ONGELDIG TO TRUE
           END-IF.

       LEES-REKENINGNUMMER.
               PERFORM FOUT
           END-IF.

       CONTROLEER-KLANTONDERZOEK.
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           CALL "CONTROLEER-KYC" USING KLANTNR RUNDATUM
               KLANTDOSSIER-WERK VOLGEND-NAZICHT KYC-RESULTAAT
           IF KYC-GEEN-DOSSIER
               DISPLAY "KLANT " KLANTNR " HEEFT GEEN "
                   "KLANTONDERZOEKSDOSSIER (ZIE ONDERHOUD-KYC)"
           END-IF
           IF KYC-DOCUMENT-VERVALLEN
               DISPLAY "IDENTITEITSDOCUMENT VAN KLANT " KLANTNR
                   " IS VERVALLEN OP " KYC-VERVALDATUM
           END-IF
           IF KYC-NAZICHT-ACHTERSTALLIG
               DISPLAY "NAZICHT VAN KLANT " KLANTNR
                   " WAS VERSCHULDIGD OP " VOLGEND-NAZICHT
           END-IF.

       BEWAAR-REKENING.
           WRITE REK
               INVALID KEY
       SLUIT-BESTANDEN.
           CLOSE REKENINGEN
           CLOSE KLANTEN
           CLOSE REKENINGTYPES
           CLOSE KANTOREN.

       SCHRIJF-AUDIT.
           MOVE "VOEG-REKENING-TOE" TO AUD-PROGRAMMA
