      *************************************************************
      * CONTROLEER KYC
      *
      * GEDEELDE ROUTINE: ZOEKT HET KLANTONDERZOEKSDOSSIER VAN EEN
      * KLANT OP IN KLANTDOSSIERS.DAT EN GEEFT HET DOSSIER, DE
      * DATUM WAAROP HET VOLGENDE NAZICHT VERVALT EN EEN OORDEEL
      * TERUG TEN OPZICHTE VAN DE OPGEGEVEN PEILDATUM. HET
      * NAZICHTINTERVAL HANGT AF VAN DE RISICOKLASSE EN STAAT IN
      * MAANDEN IN PARAMETERS.DAT ALS KYC-NAZICHT-LAAG,
      * KYC-NAZICHT-MIDDEL EN KYC-NAZICHT-HOOG; ONTBREEKT EEN VAN
      * DIE PARAMETERS, DAN GELDEN 60, 36 EN 12 MAANDEN.
      *
      * LK-RESULTAAT: "J" IN ORDE, "G" GEEN DOSSIER, "V" HET
      * IDENTITEITSDOCUMENT IS VERVALLEN (OF ER STAAT GEEN
      * VERVALDATUM), "A" HET NAZICHT IS ACHTERSTALLIG. EEN
      * VERVALLEN DOCUMENT GAAT VOOR OP EEN ACHTERSTALLIG NAZICHT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEER-KYC.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KLANTDOSSIERS
                  ASSIGN TO "BESTANDEN/KLANTDOSSIERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KYC-KLANTNR IN KLANTDOSSIER-REC
                  FILE STATUS IS DOSSIERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KLANTDOSSIERS BLOCK CONTAINS 10 RECORDS.
       01  KLANTDOSSIER-REC.
           COPY "kyc.cpy".

       WORKING-STORAGE SECTION.
       77  DOSSIERS-STATUS PIC X(2).
       77  NAZICHT-MAANDEN PIC 9(3).
       77  MAANDTELLER PIC 9(6).
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       01  NAZICHTDATUM.
           02 NZD-JAAR PIC 9(4).
           02 NZD-MAAND PIC 99.
           02 NZD-DAG PIC 99.

       LINKAGE SECTION.
       01  LK-KLANTNR PIC 9(7).
       01  LK-PEILDATUM PIC 9(8).
       01  LK-DOSSIER.
           COPY "kyc.cpy".
       01  LK-VOLGEND-NAZICHT PIC 9(8).
       01  LK-RESULTAAT PIC X(1).
           88 KYC-IN-ORDE VALUE "J".
           88 KYC-GEEN-DOSSIER VALUE "G".
           88 KYC-DOCUMENT-VERVALLEN VALUE "V".
           88 KYC-NAZICHT-ACHTERSTALLIG VALUE "A".

       PROCEDURE DIVISION USING LK-KLANTNR LK-PEILDATUM LK-DOSSIER
           LK-VOLGEND-NAZICHT LK-RESULTAAT.

       MAIN.
           SET KYC-GEEN-DOSSIER TO TRUE
           MOVE ZERO TO LK-VOLGEND-NAZICHT
           MOVE SPACES TO LK-DOSSIER
           OPEN INPUT KLANTDOSSIERS
           IF DOSSIERS-STATUS NOT = "00"
               IF DOSSIERS-STATUS = "05"
                   CLOSE KLANTDOSSIERS
               END-IF
               GOBACK
           END-IF
           MOVE LK-KLANTNR TO KYC-KLANTNR IN KLANTDOSSIER-REC
           READ KLANTDOSSIERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE KLANTDOSSIER-REC TO LK-DOSSIER
                   SET KYC-IN-ORDE TO TRUE
           END-READ
           CLOSE KLANTDOSSIERS
           IF KYC-IN-ORDE
               PERFORM BEPAAL-NAZICHTINTERVAL
               PERFORM BEREKEN-VOLGEND-NAZICHT
               IF KYC-VERVALDATUM IN KLANTDOSSIER-REC < LK-PEILDATUM
                   SET KYC-DOCUMENT-VERVALLEN TO TRUE
               ELSE
                   IF LK-VOLGEND-NAZICHT < LK-PEILDATUM
                       SET KYC-NAZICHT-ACHTERSTALLIG TO TRUE
                   END-IF
               END-IF
           END-IF
           GOBACK.

       BEPAAL-NAZICHTINTERVAL.
           MOVE 60 TO NAZICHT-MAANDEN
           MOVE "KYC-NAZICHT-LAAG" TO PARAM-NAAM
           IF KYC-RISICO-MIDDEL IN KLANTDOSSIER-REC
               MOVE 36 TO NAZICHT-MAANDEN
               MOVE "KYC-NAZICHT-MIDDEL" TO PARAM-NAAM
           END-IF
           IF KYC-RISICO-HOOG IN KLANTDOSSIER-REC
               OR NOT KYC-RISICO-GELDIG IN KLANTDOSSIER-REC
               MOVE 12 TO NAZICHT-MAANDEN
               MOVE "KYC-NAZICHT-HOOG" TO PARAM-NAAM
           END-IF
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN AND PARAM-WAARDE > ZERO
               MOVE PARAM-WAARDE TO NAZICHT-MAANDEN
           END-IF.

       BEREKEN-VOLGEND-NAZICHT.
           MOVE KYC-LAATSTE-NAZICHT IN KLANTDOSSIER-REC TO NAZICHTDATUM
           COMPUTE MAANDTELLER = NZD-JAAR * 12 + NZD-MAAND - 1
               + NAZICHT-MAANDEN
           DIVIDE MAANDTELLER BY 12 GIVING NZD-JAAR
               REMAINDER NZD-MAAND
           ADD 1 TO NZD-MAAND
           MOVE NAZICHTDATUM TO LK-VOLGEND-NAZICHT.
