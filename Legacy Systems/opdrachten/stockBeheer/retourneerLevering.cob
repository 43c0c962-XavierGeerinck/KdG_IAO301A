      * MET ACTIE "O" WORDT EEN ONTVANGEN CREDITNOTA AFGEPUNT;
      * PRINT-OPEN-CREDITNOTAS LIJST DE VERVALLEN TEGOEDEN OP.
      *
      * VOOR EEN SERIEPRODUCT (CONTROLEER-SERIEPRODUCT) GEEFT DE
      * OPERATOR PER TERUGGESTUURD STUK HET SERIENUMMER OP; ELK
      * SERIENUMMER MOET IN STOCK STAAN OP DE OPGEGEVEN LOCATIE EN
      * WORDT EEN EIGEN RETOURBEWEGING. EEN LEEG SERIENUMMER BREEKT
      * DE RETOUR AF.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOURNEER-LEVERING.
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  BEWEGING.
           COPY "beweging.cpy".

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
       77  GEVR-REDEN PIC X(20).
       77  GEVR-VERVALDATUM PIC 9(8).
       77  CREDIT-BEDRAG PIC 9(7)V99.
       77  SERIENUMMERS-STATUS PIC X(2).
       77  SERIEPRODUCT-RESULTAAT PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
       77  SERIE-INVOER PIC X(1).
           88 SERIES-COMPLEET VALUE "J".
           88 SERIES-AFGEBROKEN VALUE "N".
       77  SERIE-TOESTAND PIC X(1).
           88 SERIE-BEKEND VALUE "J".
           88 SERIE-NIEUW VALUE "N".
       77  GEVR-SERIENR PIC X(20).
       77  SERIE-BEZET PIC 9(3) VALUE ZERO.
       77  SERIE-IDX PIC 9(3) COMP.
       77  STUK-VOLGNR PIC 9(3).
       77  DUBBEL-GEVONDEN PIC X(1).
           88 SERIE-DUBBEL VALUE "J".
       01  SERIE-TABEL.
           02 SERIE-ITEM OCCURS 99.
               03 STB-SERIENR PIC X(20).

       PROCEDURE DIVISION.

               DISPLAY "KAN CREDITNOTABESTAND NIET OPENEN, STATUS: "
                   CREDITNOTAS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT SERIENUMMERS
           IF SERIENUMMERS-STATUS NOT = "00"
               AND SERIENUMMERS-STATUS NOT = "05"
               DISPLAY "KAN SERIENUMMERS NIET OPENEN, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       LEES-ACTIE.
           ELSE
               DISPLAY "GEEF DE LOCATIE OP:"
               ACCEPT GEVR-LOCATIE
               PERFORM VRAAG-SERIENUMMERS
               IF SERIES-AFGEBROKEN
                   DISPLAY "RETOUR GEWEIGERD - SERIENUMMERS ONVOLLEDIG"
               ELSE
                   DISPLAY "GEEF DE REDEN OP:"
                   ACCEPT GEVR-REDEN
                   DISPLAY "VERWACHT CREDIT TEGEN (JJJJMMDD):"
                   ACCEPT GEVR-VERVALDATUM
                   PERFORM BOEK-RETOURBEWEGING
                   PERFORM SCHRIJF-CREDITNOTA
               END-IF
           END-IF.

       VRAAG-SERIENUMMERS.
           SET SERIES-COMPLEET TO TRUE
           MOVE ZERO TO SERIE-BEZET
           CALL "CONTROLEER-SERIEPRODUCT" USING BST-PRODNR
               SERIEPRODUCT-RESULTAAT
           IF PRODUCT-MET-SERIE
               IF GEVR-AANTAL > 99
                   DISPLAY "SERIEPRODUCT: MAXIMAAL 99 STUKS PER RETOUR"
                   SET SERIES-AFGEBROKEN TO TRUE
               ELSE
                   PERFORM VRAAG-SERIENUMMER
                       UNTIL SERIE-BEZET = GEVR-AANTAL
                       OR SERIES-AFGEBROKEN
               END-IF
           END-IF.

       VRAAG-SERIENUMMER.
           COMPUTE STUK-VOLGNR = SERIE-BEZET + 1
           DISPLAY "SERIENUMMER VAN STUK " STUK-VOLGNR " VAN "
               GEVR-AANTAL " (LEEG = AFBREKEN):"
           MOVE SPACES TO GEVR-SERIENR
           ACCEPT GEVR-SERIENR
           IF GEVR-SERIENR = SPACES
               SET SERIES-AFGEBROKEN TO TRUE
           ELSE
               PERFORM LEES-SERIENUMMER
               MOVE "N" TO DUBBEL-GEVONDEN
               PERFORM ZOEK-DUBBEL-SERIENUMMER
                   VARYING SERIE-IDX FROM 1 BY 1
                   UNTIL SERIE-IDX > SERIE-BEZET
               IF SERIE-NIEUW
                   DISPLAY "SERIENUMMER " GEVR-SERIENR " ONBEKEND"
               ELSE
                   IF NOT SERIE-IN-STOCK
                       OR SRN-LOCATIE NOT = GEVR-LOCATIE
                       DISPLAY "SERIENUMMER " GEVR-SERIENR
                           " LIGT NIET IN STOCK OP " GEVR-LOCATIE
                   ELSE
                       IF SERIE-DUBBEL
                           DISPLAY "SERIENUMMER " GEVR-SERIENR
                               " IS AL OPGEGEVEN"
                       ELSE
                           ADD 1 TO SERIE-BEZET
                           MOVE GEVR-SERIENR
                               TO STB-SERIENR (SERIE-BEZET)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ZOEK-DUBBEL-SERIENUMMER.
           IF STB-SERIENR (SERIE-IDX) = GEVR-SERIENR
               SET SERIE-DUBBEL TO TRUE
           END-IF.

       LEES-SERIENUMMER.
           SET SERIE-NIEUW TO TRUE
           MOVE BST-PRODNR TO SRN-PRODNR
           MOVE GEVR-SERIENR TO SRN-SERIENR
           READ SERIENUMMERS
               INVALID KEY SET SERIE-NIEUW TO TRUE
               NOT INVALID KEY SET SERIE-BEKEND TO TRUE
           END-READ
           IF SERIE-NIEUW AND SERIENUMMERS-STATUS NOT = "23"
               DISPLAY "SERIENUMMERS IS DEFECT, STATUS: "
                   SERIENUMMERS-STATUS
               PERFORM FOUT
           END-IF.

       BOEK-RETOURBEWEGING.
           MOVE ZERO TO EENHEIDSKOST
           MOVE ZERO TO VERVALDATUM
           MOVE ZERO TO EANNR
           MOVE ZERO TO ORDERNUMMER
           MOVE ZERO TO KLANTNUMMER
           IF SERIE-BEZET > ZERO
               MOVE -1 TO CHANGE
               PERFORM SCHRIJF-SERIEBEWEGING
                   VARYING SERIE-IDX FROM 1 BY 1
                   UNTIL SERIE-IDX > SERIE-BEZET
           ELSE
               WRITE BEWEGING
           END-IF
           CLOSE Bewegingen.

       SCHRIJF-SERIEBEWEGING.
           MOVE STB-SERIENR (SERIE-IDX) TO SERIENUMMER
           WRITE BEWEGING.

       SCHRIJF-CREDITNOTA.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE CRD-NR TO VOLGNR-WERK
       SLUIT-BESTANDEN.
           CLOSE BESTELLINGEN
           CLOSE Stock
           CLOSE CREDITNOTAS
           CLOSE SERIENUMMERS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
