      * MET BEIDE TOTALEN EN HET VERSCHIL OP DE LIJST, ZODAT HET
      * VERSCHIL UITGEZOCHT KAN WORDEN VOOR GROOTBOEK-EXPORT DE
      * CIJFERS NAAR DE BOEKHOUDING STUURT.
      * OOK DE VOORRAAD WORDT AFGESTEMD: PER DAG WORDT DE SOM VAN DE
      * STOCKCATEGORIEEN (STOCKONT, STOCKVRK, STOCKRET, STOCKSCH EN
      * STOCKAAN) DIE VERWERK-BEWEGING IN GROOTBOEK.WRK ZET,
      * VERGELEKEN MET DE WIJZIGING VAN DE VOORRAADWAARDE TUSSEN HET
      * BEGIN EN HET EINDE VAN ELKE RUN OP STOCKWAARDE.LOG. VERSCHILT
      * DE BEGINWAARDE VAN EEN RUN VAN DE EINDWAARDE VAN DE VORIGE,
      * DAN IS DE VOORRAADWAARDE BUITEN DE BEWEGINGEN OM GEWIJZIGD;
      * OOK DAT KOMT MET BEIDE WAARDEN OP DE LIJST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WERK-STATUS.

           SELECT OPTIONAL STOCKWAARDE-LOG
                  ASSIGN TO "BESTANDEN/STOCKWAARDE.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS STOCKWAARDE-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       FD  STOCKWAARDE-LOG.
       01  STOCKWAARDE-REGEL.
           COPY "stockwaarde.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
           88 STOPLEZEN VALUE "J".
       77  JOURNAAL-STATUS PIC X(2).
       77  WERK-STATUS PIC X(2).
       77  STOCKWAARDE-STATUS PIC X(2).
       77  VORIGE-EINDWAARDE PIC 9(11)V99.
       77  VORIGE-AANWEZIG PIC X(1).
           88 VORIGE-RUN-GELEZEN VALUE "J".
       77  STOCKVERSCHIL PIC S9(11)V99.
       77  AANTAL-STOCK-SPRONGEN PIC 9(3) VALUE ZERO.
       77  PERIODE PIC 9(6).
       77  DAG-BEZET PIC 9(3) VALUE ZERO.
       77  DAG-IDX PIC 9(3) COMP.
               03 DAG-DATUM PIC 9(8).
               03 DAG-JOURNAAL PIC S9(11)V99.
               03 DAG-GROOTBOEK PIC S9(11)V99.
               03 DAG-STOCKWAARDE PIC S9(11)V99.
               03 DAG-STOCKGROOTBOEK PIC S9(11)V99.
       77  REGISTER-ACTIE PIC X(1).
       77  REGISTER-PROGRAMMA PIC X(20).
       77  REGISTER-PERIODE PIC X(8).
           PERFORM VERZAMEL-JOURNAAL UNTIL STOPLEZEN
           CLOSE REKENING-JOURNAAL
           PERFORM VERZAMEL-GROOTBOEK
           PERFORM VERZAMEL-STOCKWAARDE
           PERFORM VERGELIJK-DAGEN
               VARYING DAG-IDX FROM 1 BY 1 UNTIL DAG-IDX > DAG-BEZET
           PERFORM DRUK-TOTALEN
           ADD AANTAL-STOCK-SPRONGEN TO AANTAL-UIT-BALANS
           MOVE AANTAL-UIT-BALANS TO REGISTER-AANTAL
           PERFORM REGISTREER-EINDE
           IF AANTAL-UIT-BALANS > ZERO
                   PERFORM ZOEK-OF-MAAK-DAG
                   ADD GLW-BEDRAG TO DAG-GROOTBOEK (DAG-IDX)
               END-IF
               IF GLW-DATUM (1:6) = PERIODE
                   AND GLW-CATEGORIE (1:5) = "STOCK"
                   MOVE GLW-DATUM TO ZOEK-DATUM
                   PERFORM ZOEK-OF-MAAK-DAG
                   ADD GLW-BEDRAG TO DAG-STOCKGROOTBOEK (DAG-IDX)
               END-IF
           END-IF.

       VERZAMEL-STOCKWAARDE.
           MOVE "N" TO GEDAAN
           MOVE "N" TO VORIGE-AANWEZIG
           OPEN INPUT STOCKWAARDE-LOG
           IF STOCKWAARDE-STATUS NOT = "00"
               AND STOCKWAARDE-STATUS NOT = "05"
               DISPLAY "KAN STOCKWAARDELOG NIET OPENEN, STATUS: "
                   STOCKWAARDE-STATUS
               PERFORM FOUT
           END-IF
           PERFORM VERZAMEL-STOCKWAARDEREGEL UNTIL STOPLEZEN
           CLOSE STOCKWAARDE-LOG.

       VERZAMEL-STOCKWAARDEREGEL.
           READ STOCKWAARDE-LOG
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND STOCKWAARDE-STATUS NOT = "00"
               DISPLAY "STOCKWAARDELOG IS DEFECT, STATUS: "
                   STOCKWAARDE-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF SWD-DATUM (1:6) = PERIODE
                   MOVE SWD-DATUM TO ZOEK-DATUM
                   PERFORM ZOEK-OF-MAAK-DAG
                   COMPUTE DAG-STOCKWAARDE (DAG-IDX) =
                       DAG-STOCKWAARDE (DAG-IDX) + SWD-EIND - SWD-BEGIN
                   IF VORIGE-RUN-GELEZEN
                       AND SWD-BEGIN NOT = VORIGE-EINDWAARDE
                       ADD 1 TO AANTAL-STOCK-SPRONGEN
                       COMPUTE STOCKVERSCHIL =
                           SWD-BEGIN - VORIGE-EINDWAARDE
                       DISPLAY "RUN " SWD-DATUM " VOORRAADWAARDE "
                           "BUITEN BEWEGINGEN GEWIJZIGD:"
                           " VORIGE RUN " VORIGE-EINDWAARDE
                           " BEGIN " SWD-BEGIN " VERSCHIL "
                           STOCKVERSCHIL
                   END-IF
               END-IF
               MOVE SWD-EIND TO VORIGE-EINDWAARDE
               MOVE "J" TO VORIGE-AANWEZIG
           END-IF.

       ZOEK-OF-MAAK-DAG.
               MOVE ZOEK-DATUM TO DAG-DATUM (DAG-IDX)
               MOVE ZERO TO DAG-JOURNAAL (DAG-IDX)
               MOVE ZERO TO DAG-GROOTBOEK (DAG-IDX)
               MOVE ZERO TO DAG-STOCKWAARDE (DAG-IDX)
               MOVE ZERO TO DAG-STOCKGROOTBOEK (DAG-IDX)
           END-IF.

       ZOEK-DAG.
       VERGELIJK-DAGEN.
           COMPUTE VERSCHIL = DAG-JOURNAAL (DAG-IDX)
               - DAG-GROOTBOEK (DAG-IDX)
           COMPUTE STOCKVERSCHIL = DAG-STOCKWAARDE (DAG-IDX)
               - DAG-STOCKGROOTBOEK (DAG-IDX)
           IF VERSCHIL = ZERO AND STOCKVERSCHIL = ZERO
               ADD 1 TO AANTAL-IN-BALANS
           ELSE
               ADD 1 TO AANTAL-UIT-BALANS
           END-IF
           IF VERSCHIL NOT = ZERO
               DISPLAY "DAG " DAG-DATUM (DAG-IDX)
                   " SLUIT NIET: JOURNAAL " DAG-JOURNAAL (DAG-IDX)
                   " GROOTBOEK " DAG-GROOTBOEK (DAG-IDX)
                   " VERSCHIL " VERSCHIL
           END-IF
           IF STOCKVERSCHIL NOT = ZERO
               DISPLAY "DAG " DAG-DATUM (DAG-IDX)
                   " VOORRAAD SLUIT NIET: WAARDEWIJZIGING "
                   DAG-STOCKWAARDE (DAG-IDX)
                   " GROOTBOEK " DAG-STOCKGROOTBOEK (DAG-IDX)
                   " VERSCHIL " STOCKVERSCHIL
           END-IF.

       DRUK-TOTALEN.
           DISPLAY "DAGEN VERGELEKEN : " DAG-BEZET.
           DISPLAY "IN BALANS        : " AANTAL-IN-BALANS.
           DISPLAY "UIT BALANS       : " AANTAL-UIT-BALANS.
           DISPLAY "WAARDESPRONGEN   : " AANTAL-STOCK-SPRONGEN.
           IF AANTAL-UIT-BALANS = ZERO
               DISPLAY "PERIODE SLUIT - GROOTBOEK-EXPORT KAN DRAAIEN"
           ELSE
