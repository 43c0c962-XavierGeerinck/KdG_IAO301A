      * OPBOUW ALS KLANT) EN SCHRIJFT ELKE KLANT NAAR HET
      * KLANTENBESTAND. EEN KLANTNUMMER DAT AL BESTAAT WORDT
      * AFGEKEURD EN OP DE LIJST GEZET, DE REST VAN DE BATCH LOOPT
      * GEWOON VERDER. ELKE NAAM WORDT MET SCREEN-NAAM AFGETOETST
      * TEGEN DE SANCTIELIJST; EEN TREFFER WORDT NIET AANGEMAAKT
      * EN KOMT MET DE NAAM VAN DE LIJST OP DE AFKEURLIJST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  TEL-INDEX PIC 9(2) COMP.
       77  NA-SPATIE PIC X(1).
           88 REEDS-SPATIE VALUE "J".
       77  AANTAL-SANCTIE PIC 9(7) VALUE ZERO.
       77  SCREEN-NAAM-WERK PIC X(40).
       77  SCREEN-RESULTAAT PIC X(1).
           88 NAAM-GETROFFEN VALUE "J".
           88 NAAM-VRIJ VALUE "N".
           88 LIJST-ONTBREEKT VALUE "?".
       77  TREFFER-NAAM PIC X(40).
       77  TREFFER-LIJST PIC X(10).

       PROCEDURE DIVISION.

           END-IF
           OPEN OUTPUT AFGEKEURDE-KLANTEN
           DISPLAY "LADEN NIEUWE KLANTEN"
           DISPLAY "---------------------"
           MOVE SPACES TO SCREEN-NAAM-WERK
           CALL "SCREEN-NAAM" USING SCREEN-NAAM-WERK SCREEN-RESULTAAT
               TREFFER-NAAM TREFFER-LIJST
           IF LIJST-ONTBREEKT
               DISPLAY "OPGELET: GEEN SANCTIELIJST GELADEN, KLANTEN "
                   "WORDEN NIET GESCREEND"
           END-IF.

       VERWERK-KLANTEN.
           READ NIEUWE-KLANTEN
           MOVE NK-TEL TO TEL
           PERFORM CONTROLEER-POSTCODE
           PERFORM CONTROLEER-TEL
           MOVE NAAM TO SCREEN-NAAM-WERK
           CALL "SCREEN-NAAM" USING SCREEN-NAAM-WERK SCREEN-RESULTAAT
               TREFFER-NAAM TREFFER-LIJST
           IF POSTCODE-FOUT OR TEL-FOUT
               PERFORM AFKEUREN-FORMAAT
           ELSE
               IF NAAM-GETROFFEN
                   PERFORM AFKEUREN-SANCTIE
               ELSE
                   WRITE KLANT
                       INVALID KEY PERFORM AFKEUREN
                       NOT INVALID KEY PERFORM AANVAARDEN
                   END-WRITE
               END-IF
           END-IF.

       CONTROLEER-POSTCODE.
           END-STRING
           WRITE AFKEUR-REGEL.

       AFKEUREN-SANCTIE.
           ADD 1 TO AANTAL-AFGEKEURD
           ADD 1 TO AANTAL-SANCTIE
           DISPLAY "AFGEKEURD : " NR " " NAAM
               " (SANCTIELIJST " TREFFER-LIJST ")"
           MOVE SPACES TO AFKEUR-REGEL
           STRING NR DELIMITED BY SIZE
               " SANCTIELIJST " DELIMITED BY SIZE
               TREFFER-LIJST DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               TREFFER-NAAM DELIMITED BY SIZE
               INTO AFKEUR-REGEL
           END-STRING
           WRITE AFKEUR-REGEL.

       AANVAARDEN.
           ADD 1 TO AANTAL-AANVAARD
           DISPLAY "AANVAARD  : " NR " " NAAM.
           DISPLAY "---------------------".
           DISPLAY "AANVAARD : " AANTAL-AANVAARD.
           DISPLAY "AFGEKEURD: " AANTAL-AFGEKEURD.
           DISPLAY "  WAARVAN SANCTIELIJST: " AANTAL-SANCTIE.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
