      *************************************************************
      * CONTROLEER IBAN
      *
      * GEDEELDE ROUTINE VOOR EEN AANGELEVERD IBAN (LINKS AANGESLOTEN,
      * AANGEVULD MET SPATIES): CONTROLEERT DE VORM (TWEE LETTERS
      * LANDCODE, TWEE CIJFERS CONTROLEGETAL, DAARNA ENKEL CIJFERS EN
      * HOOFDLETTERS, GEEN SPATIES TUSSENIN) EN HET IBAN-CONTROLEGETAL
      * VOLGENS DE STANDAARDREGEL: DE EERSTE VIER TEKENS GAAN ACHTERAAN,
      * ELKE LETTER WORDT VERVANGEN DOOR ZIJN WAARDE (A=10 ... Z=35)
      * EN HET GETAL MOET BIJ DELING DOOR 97 REST 1 GEVEN. DE REST
      * WORDT TEKEN PER TEKEN OPGEBOUWD, ZODAT HET GETAL NOOIT IN EEN
      * VELD MOET PASSEN. EEN BELGISCH IBAN MOET BOVENDIEN 16 TEKENS
      * LANG ZIJN EN EEN GELDIG 3-7-2 NUMMER BEVATTEN (ZIE
      * CONTROLEER-REKNR). LK-RESULTAAT WORDT "J" BIJ EEN GELDIG IBAN
      * EN "N" ANDERS.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEER-IBAN.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  ALFABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  IBAN-LENGTE PIC 99.
       77  POSITIE PIC 99.
       77  TEKEN-POSITIE PIC 99.
       77  TEKEN PIC X(1).
       77  CIJFER PIC 9.
       77  LETTERWAARDE PIC 99.
       77  LETTER-TELLER PIC 99.
       77  TUSSENGETAL PIC 9(5).
       77  DEELTAL PIC 9(5).
       77  REST PIC 99.
       77  VORM-TOESTAND PIC X(1).
           88 VORM-GOED VALUE "J".
           88 VORM-FOUT VALUE "N".
       77  REKNR-CONTROLE PIC X(1).
           88 REKNR-GELDIG VALUE "J".
       01  BELGISCH-NUMMER.
           02 BEL-DEEL1 PIC 999.
           02 BEL-DEEL2 PIC 9(7).
           02 BEL-DEEL3 PIC 99.

       LINKAGE SECTION.
       01  LK-IBAN PIC X(16).
       01  LK-RESULTAAT PIC X(1).
           88 IBAN-GELDIG VALUE "J".
           88 IBAN-ONGELDIG VALUE "N".

       PROCEDURE DIVISION USING LK-IBAN LK-RESULTAAT.

       MAIN.
           SET IBAN-ONGELDIG TO TRUE
           SET VORM-GOED TO TRUE
           MOVE ZERO TO IBAN-LENGTE
           INSPECT LK-IBAN TALLYING IBAN-LENGTE
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF IBAN-LENGTE < 5
               SET VORM-FOUT TO TRUE
           ELSE
               IF IBAN-LENGTE < 16
                   IF LK-IBAN (IBAN-LENGTE + 1:) NOT = SPACES
                       SET VORM-FOUT TO TRUE
                   END-IF
               END-IF
               IF LK-IBAN (1:1) IS NOT ALPHABETIC-UPPER
                   OR LK-IBAN (2:1) IS NOT ALPHABETIC-UPPER
                   OR LK-IBAN (1:1) = SPACE OR LK-IBAN (2:1) = SPACE
                   OR LK-IBAN (3:2) IS NOT NUMERIC
                   SET VORM-FOUT TO TRUE
               END-IF
           END-IF
           IF VORM-GOED
               MOVE ZERO TO REST
               PERFORM VERWERK-TEKEN VARYING POSITIE FROM 5 BY 1
                   UNTIL POSITIE > IBAN-LENGTE + 4 OR VORM-FOUT
           END-IF
           IF VORM-GOED AND REST = 1
               SET IBAN-GELDIG TO TRUE
               IF LK-IBAN (1:2) = "BE"
                   PERFORM CONTROLEER-BELGISCH
               END-IF
           END-IF
           GOBACK.

      * NA HET LAATSTE TEKEN VAN HET IBAN VOLGEN DE EERSTE VIER.
       VERWERK-TEKEN.
           IF POSITIE > IBAN-LENGTE
               COMPUTE TEKEN-POSITIE = POSITIE - IBAN-LENGTE
           ELSE
               MOVE POSITIE TO TEKEN-POSITIE
           END-IF
           MOVE LK-IBAN (TEKEN-POSITIE:1) TO TEKEN
           IF TEKEN IS NUMERIC
               MOVE TEKEN TO CIJFER
               COMPUTE TUSSENGETAL = REST * 10 + CIJFER
               DIVIDE TUSSENGETAL BY 97 GIVING DEELTAL
                   REMAINDER REST
           ELSE
               IF TEKEN IS ALPHABETIC-UPPER AND TEKEN NOT = SPACE
                   MOVE ZERO TO LETTER-TELLER
                   INSPECT ALFABET TALLYING LETTER-TELLER
                       FOR CHARACTERS BEFORE INITIAL TEKEN
                   COMPUTE LETTERWAARDE = LETTER-TELLER + 10
                   COMPUTE TUSSENGETAL = REST * 100 + LETTERWAARDE
                   DIVIDE TUSSENGETAL BY 97 GIVING DEELTAL
                       REMAINDER REST
               ELSE
                   SET VORM-FOUT TO TRUE
               END-IF
           END-IF.

       CONTROLEER-BELGISCH.
           IF IBAN-LENGTE NOT = 16
               SET IBAN-ONGELDIG TO TRUE
           ELSE
               MOVE LK-IBAN (5:12) TO BELGISCH-NUMMER
               CALL "CONTROLEER-REKNR" USING BELGISCH-NUMMER
                   REKNR-CONTROLE
               IF NOT REKNR-GELDIG
                   SET IBAN-ONGELDIG TO TRUE
               END-IF
           END-IF.
