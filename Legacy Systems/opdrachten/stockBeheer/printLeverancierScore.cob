      *************************************************************
      * PRINT LEVERANCIERSCORE
      *
      * KWARTAALSCORE PER LEVERANCIER VOOR DE AANKOOPDIENST. VOOR
      * HET OPGEGEVEN KWARTAAL WORDEN DE ONTVANGSTEN OP BESTELLINGEN
      * UIT ONTVANGSTEN.HIST (GESCHREVEN DOOR VERWERK-BEWEGING)
      * PER LEVERANCIER OPGETELD:
      *  - OP TIJD %  : ONTVANGSTEN OP OF VOOR BST-VERWACHT;
      *  - GEM.LT     : GEMIDDELDE WERKELIJKE LEVERTIJD IN DAGEN
      *                 (BESTELDATUM TOT ONTVANGST), NAAST DE
      *                 STANDAARDLEVERTIJD (STD.LT) UIT
      *                 LEVERANCIERS.DAT;
      *  - DEELS %    : ONTVANGSTEN DIE DE BESTELLING NIET VOLLEDIG
      *                 AFSLOTEN;
      *  - RETOUR %   : DE AANTALLEN OP DE CREDITNOTA'S VAN HET
      *                 KWARTAAL IN CREDITNOTAS.DAT TEGENOVER HET
      *                 ONTVANGEN AANTAL;
      *  - OPEN CN    : CREDITNOTA'S DIE NOG OPEN STAAN VOORBIJ HUN
      *                 VERVALDATUM, MET HUN BEDRAG.
      * DAARNA VOLGT EEN RANGSCHIKKING OP SCORE (OP TIJD % MIN DE
      * HELFT VAN DEELS %, MIN RETOUR %, MIN 5 PER VERVALLEN OPEN
      * CREDITNOTA) MET HET AANTAL PRODUCTEN WAARVOOR DE LEVERANCIER
      * IN VOORKEURLEVERANCIERS.DAT STAAT. LIGT DE SCORE ONDER DE
      * PARAMETER LEVSCORE-MINIMUM (ZONDER PARAMETER 75) EN IS DE
      * LEVERANCIER VOORKEURLEVERANCIER, DAN STAAT ER "VOORKEUR
      * HERZIEN" BIJ. DE LIJST GAAT NAAR LEVERANCIERSCORE.LST EN
      * WORDT VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL GEZET.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-LEVERANCIERSCORE.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEVERANCIERS
                  ASSIGN TO "BESTANDEN/LEVERANCIERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEV-CODE
                  FILE STATUS IS LEVERANCIERS-STATUS.

           SELECT OPTIONAL ONTVANGSTEN-HIST
                  ASSIGN TO "BESTANDEN/ONTVANGSTEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ONTVANGSTEN-STATUS.

           SELECT OPTIONAL CREDITNOTAS
                  ASSIGN TO "BESTANDEN/CREDITNOTAS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS CRD-NR
                  FILE STATUS IS CREDITNOTAS-STATUS.

           SELECT OPTIONAL VOORKEURLEVERANCIERS
                  ASSIGN TO "BESTANDEN/VOORKEURLEVERANCIERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS VKL-PRODNR
                  FILE STATUS IS VOORKEUR-STATUS.

           SELECT SCORELIJST
                  ASSIGN TO "BESTANDEN/LEVERANCIERSCORE.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVERANCIERS BLOCK CONTAINS 10 RECORDS.
       01  LEVERANCIER-REC.
           COPY "leverancier.cpy".

       FD  ONTVANGSTEN-HIST.
       01  ONTVANGST-REGEL.
           COPY "ontvangst.cpy".

       FD  CREDITNOTAS BLOCK CONTAINS 10 RECORDS.
       01  CREDITNOTA-REC.
           COPY "creditnota.cpy".

       FD  VOORKEURLEVERANCIERS BLOCK CONTAINS 10 RECORDS.
       01  VOORKEUR-REC.
           COPY "voorkeurlev.cpy".

       FD  SCORELIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  LEVERANCIERS-STATUS PIC X(2).
       77  ONTVANGSTEN-STATUS PIC X(2).
       77  CREDITNOTAS-STATUS PIC X(2).
       77  VOORKEUR-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  GEVR-JAAR PIC 9(4).
       77  GEVR-KWARTAAL PIC 9(1).
           88 KWARTAAL-GELDIG VALUE 1 THRU 4.
       77  EERSTE-MAAND PIC 99.
       77  LAATSTE-MAAND PIC 99.
       77  KWARTAAL-TEST PIC X(1).
           88 IN-KWARTAAL VALUE "J".
       77  LEV-BEZET PIC 9(3) VALUE ZERO.
       77  LEV-IDX PIC 9(3) COMP.
       77  SORTEER-IDX PIC 9(3) COMP.
       77  GROOTSTE-IDX PIC 9(3) COMP.
       77  AANTAL-TE-RANGSCHIKKEN PIC 9(3) VALUE ZERO.
       77  RANGNUMMER PIC 9(3) VALUE ZERO.
       77  ZOEK-LEVCODE PIC X(6).
       77  LEV-ZOEK PIC X(1).
           88 LEV-GEVONDEN VALUE "J".
           88 LEV-NIEUW VALUE "N".
       77  SERIEEL-DAGNR PIC 9(7).
       77  SERIEEL-BESTELD PIC 9(7).
       77  VORIG-JAAR PIC 9(4).
       77  DEEL-JAAR PIC 9(4).
       77  JAAR-DEEL PIC 9(4).
       77  REST-JAAR PIC 9.
       77  OPTIJD-PCT PIC 9(3)V9.
       77  DEELS-PCT PIC 9(3)V9.
       77  RETOUR-PCT PIC 9(3)V9.
       77  GEM-LEVERTIJD PIC 9(3)V9.
       77  MINIMUM-SCORE PIC S9(3)V9.
       77  PARAM-NAAM PIC X(20).
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       01  WERKDATUM.
           02 WRK-JAAR PIC 9(4).
           02 WRK-MAAND PIC 99.
           02 WRK-DAG PIC 99.
       01  CUMDAGEN-TABEL PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01  CUMDAGEN-RIJ REDEFINES CUMDAGEN-TABEL.
           02 DAGEN-TOT-MAAND PIC 999 OCCURS 12.
       01  LEVERANCIERS-TABEL.
           02 LEV-ITEM OCCURS 200.
               03 LVT-CODE PIC X(6).
               03 LVT-NAAM PIC X(30).
               03 LVT-LEVERTIJD PIC 9(3).
               03 LVT-ONTVANGSTEN PIC 9(5).
               03 LVT-OPTIJD PIC 9(5).
               03 LVT-DEELS PIC 9(5).
               03 LVT-ONTVANGEN PIC 9(7).
               03 LVT-LT-AANTAL PIC 9(5).
               03 LVT-LEVERDAGEN PIC 9(7).
               03 LVT-RETOUR PIC 9(7).
               03 LVT-OPEN-CN PIC 9(3).
               03 LVT-OPEN-BEDRAG PIC 9(9)V99.
               03 LVT-VOORKEUR PIC 9(5).
               03 LVT-SCORE PIC S9(3)V9.
               03 LVT-RANG PIC X(1).
                   88 LVT-TE-RANGSCHIKKEN VALUE "J".
                   88 LVT-GERANGSCHIKT VALUE "N".
       01  SCORE-VELDEN.
           02 SCR-LEVCODE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 SCR-NAAM PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 SCR-ONTVANGSTEN PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SCR-OPTIJD PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 SCR-GEM-LT PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 SCR-STD-LT PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SCR-DEELS PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 SCR-RETOUR PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 SCR-OPEN-CN PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 SCR-OPEN-BEDRAG PIC Z(6)9.99.
       01  RANG-VELDEN.
           02 RNG-NUMMER PIC ZZ9.
           02 FILLER PIC X(2) VALUE ". ".
           02 RNG-LEVCODE PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 RNG-NAAM PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 RNG-SCORE PIC -ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 RNG-VOORKEUR PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 RNG-ADVIES PIC X(20).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LAAD-LEVERANCIERS
           PERFORM VERZAMEL-ONTVANGSTEN
           PERFORM VERZAMEL-CREDITNOTAS
           PERFORM VERZAMEL-VOORKEUREN
           PERFORM DRUK-SCORE
               VARYING LEV-IDX FROM 1 BY 1 UNTIL LEV-IDX > LEV-BEZET
           PERFORM DRUK-RANGSCHIKKING
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           DISPLAY "GEEF HET JAAR VAN DE SCORE OP (EEJJ):"
           ACCEPT GEVR-JAAR
           MOVE ZERO TO GEVR-KWARTAAL
           PERFORM VRAAG-KWARTAAL UNTIL KWARTAAL-GELDIG
           COMPUTE LAATSTE-MAAND = GEVR-KWARTAAL * 3
           COMPUTE EERSTE-MAAND = LAATSTE-MAAND - 2
           MOVE "LEVSCORE-MINIMUM" TO PARAM-NAAM
           CALL "LEES-PARAMETER" USING PARAM-NAAM PARAM-WAARDE
               PARAM-RESULTAAT
           IF PARAMETER-GEVONDEN
               MOVE PARAM-WAARDE TO MINIMUM-SCORE
           ELSE
               MOVE 75 TO MINIMUM-SCORE
           END-IF
           OPEN OUTPUT SCORELIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "LEVERANCIERSCORE KWARTAAL " DELIMITED BY SIZE
               GEVR-KWARTAAL DELIMITED BY SIZE
               " VAN " DELIMITED BY SIZE
               GEVR-JAAR DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "LEV" TO LIJST-REGEL (1:3)
           MOVE "NAAM" TO LIJST-REGEL (8:4)
           MOVE "ONTV" TO LIJST-REGEL (30:4)
           MOVE "OPTIJD%" TO LIJST-REGEL (35:7)
           MOVE "GEM.LT" TO LIJST-REGEL (42:6)
           MOVE "STD.LT" TO LIJST-REGEL (48:6)
           MOVE "DEELS%" TO LIJST-REGEL (54:6)
           MOVE "RETOUR%" TO LIJST-REGEL (60:7)
           MOVE "OPENCN" TO LIJST-REGEL (67:6)
           MOVE "BEDRAG" TO LIJST-REGEL (78:6)
           PERFORM SCHRIJF-LIJSTREGEL.

       VRAAG-KWARTAAL.
           DISPLAY "GEEF HET KWARTAAL OP (1-4):"
           ACCEPT GEVR-KWARTAAL
           IF NOT KWARTAAL-GELDIG
               DISPLAY "ONGELDIG KWARTAAL"
           END-IF.

       LAAD-LEVERANCIERS.
           MOVE "N" TO GEDAAN
           OPEN INPUT LEVERANCIERS
           IF LEVERANCIERS-STATUS NOT = "00"
               AND LEVERANCIERS-STATUS NOT = "05"
               DISPLAY "KAN LEVERANCIERSBESTAND NIET OPENEN, STATUS: "
                   LEVERANCIERS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LAAD-LEVERANCIER UNTIL STOPLEZEN
           CLOSE LEVERANCIERS.

       LAAD-LEVERANCIER.
           READ LEVERANCIERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LEVERANCIERS-STATUS NOT = "00"
               DISPLAY "LEVERANCIERSBESTAND IS DEFECT, STATUS: "
                   LEVERANCIERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE LEV-CODE TO ZOEK-LEVCODE
               PERFORM ZOEK-OF-MAAK-LEVERANCIER
               IF LEV-GEVONDEN
                   MOVE LEV-NAAM TO LVT-NAAM (LEV-IDX)
                   MOVE LEV-LEVERTIJD TO LVT-LEVERTIJD (LEV-IDX)
               END-IF
           END-IF.

       VERZAMEL-ONTVANGSTEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT ONTVANGSTEN-HIST
           IF ONTVANGSTEN-STATUS NOT = "00"
               AND ONTVANGSTEN-STATUS NOT = "05"
               DISPLAY "KAN ONTVANGSTHISTORIEK NIET OPENEN, STATUS: "
                   ONTVANGSTEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM VERZAMEL-ONTVANGST UNTIL STOPLEZEN
           CLOSE ONTVANGSTEN-HIST.

       VERZAMEL-ONTVANGST.
           READ ONTVANGSTEN-HIST
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND ONTVANGSTEN-STATUS NOT = "00"
               DISPLAY "ONTVANGSTHISTORIEK IS DEFECT, STATUS: "
                   ONTVANGSTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE ONT-DATUM TO WERKDATUM
               PERFORM TEST-KWARTAAL
               IF IN-KWARTAAL
                   MOVE ONT-LEVCODE TO ZOEK-LEVCODE
                   PERFORM ZOEK-OF-MAAK-LEVERANCIER
                   IF LEV-GEVONDEN
                       PERFORM TEL-ONTVANGST
                   END-IF
               END-IF
           END-IF.

       TEL-ONTVANGST.
           ADD 1 TO LVT-ONTVANGSTEN (LEV-IDX)
           ADD ONT-AANTAL TO LVT-ONTVANGEN (LEV-IDX)
           IF ONT-DATUM NOT > ONT-VERWACHT
               ADD 1 TO LVT-OPTIJD (LEV-IDX)
           END-IF
           IF ONTVANGST-DEELS
               ADD 1 TO LVT-DEELS (LEV-IDX)
           END-IF
           IF ONT-BESTELDATUM > ZERO
               AND ONT-BESTELDATUM NOT > ONT-DATUM
               MOVE ONT-BESTELDATUM TO WERKDATUM
               PERFORM BEREKEN-SERIEEL-DAGNR
               MOVE SERIEEL-DAGNR TO SERIEEL-BESTELD
               MOVE ONT-DATUM TO WERKDATUM
               PERFORM BEREKEN-SERIEEL-DAGNR
               ADD 1 TO LVT-LT-AANTAL (LEV-IDX)
               COMPUTE LVT-LEVERDAGEN (LEV-IDX) =
                   LVT-LEVERDAGEN (LEV-IDX)
                   + SERIEEL-DAGNR - SERIEEL-BESTELD
           END-IF.

      * DE RETOURS TELLEN VOOR HET KWARTAAL VAN DE CREDITNOTA; EEN
      * OPEN CREDITNOTA VOORBIJ DE VERVALDATUM TELT ONGEACHT HET
      * KWARTAAL, ZOLANG ZE OPEN STAAT.
       VERZAMEL-CREDITNOTAS.
           MOVE "N" TO GEDAAN
           OPEN INPUT CREDITNOTAS
           IF CREDITNOTAS-STATUS NOT = "00"
               AND CREDITNOTAS-STATUS NOT = "05"
               DISPLAY "KAN CREDITNOTABESTAND NIET OPENEN, STATUS: "
                   CREDITNOTAS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM VERZAMEL-CREDITNOTA UNTIL STOPLEZEN
           CLOSE CREDITNOTAS.

       VERZAMEL-CREDITNOTA.
           READ CREDITNOTAS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND CREDITNOTAS-STATUS NOT = "00"
               DISPLAY "CREDITNOTABESTAND IS DEFECT, STATUS: "
                   CREDITNOTAS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE CRD-LEVCODE TO ZOEK-LEVCODE
               PERFORM ZOEK-OF-MAAK-LEVERANCIER
               IF LEV-GEVONDEN
                   MOVE CRD-DATUM TO WERKDATUM
                   PERFORM TEST-KWARTAAL
                   IF IN-KWARTAAL
                       ADD CRD-AANTAL TO LVT-RETOUR (LEV-IDX)
                   END-IF
                   IF CREDITNOTA-OPEN AND CRD-VERVALDATUM < RUNDATUM
                       ADD 1 TO LVT-OPEN-CN (LEV-IDX)
                       ADD CRD-BEDRAG TO LVT-OPEN-BEDRAG (LEV-IDX)
                   END-IF
               END-IF
           END-IF.

       VERZAMEL-VOORKEUREN.
           MOVE "N" TO GEDAAN
           OPEN INPUT VOORKEURLEVERANCIERS
           IF VOORKEUR-STATUS NOT = "00" AND VOORKEUR-STATUS NOT = "05"
               DISPLAY "KAN VOORKEURLEVERANCIERS NIET OPENEN, STATUS: "
                   VOORKEUR-STATUS
               PERFORM FOUT
           END-IF
           PERFORM VERZAMEL-VOORKEUR UNTIL STOPLEZEN
           CLOSE VOORKEURLEVERANCIERS.

       VERZAMEL-VOORKEUR.
           READ VOORKEURLEVERANCIERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND VOORKEUR-STATUS NOT = "00"
               DISPLAY "VOORKEURLEVERANCIERS IS DEFECT, STATUS: "
                   VOORKEUR-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE VKL-LEVCODE TO ZOEK-LEVCODE
               PERFORM ZOEK-OF-MAAK-LEVERANCIER
               IF LEV-GEVONDEN
                   ADD 1 TO LVT-VOORKEUR (LEV-IDX)
               END-IF
           END-IF.

       TEST-KWARTAAL.
           MOVE "N" TO KWARTAAL-TEST
           IF WRK-JAAR = GEVR-JAAR
               AND WRK-MAAND NOT < EERSTE-MAAND
               AND WRK-MAAND NOT > LAATSTE-MAAND
               MOVE "J" TO KWARTAAL-TEST
           END-IF.

      * EEN LEVERANCIERSCODE DIE NIET (MEER) IN LEVERANCIERS.DAT
      * STAAT, KRIJGT TOCH EEN REGEL, ZODAT GEEN ONTVANGST OF
      * CREDITNOTA VERLOREN GAAT.
       ZOEK-OF-MAAK-LEVERANCIER.
           SET LEV-NIEUW TO TRUE
           MOVE 1 TO LEV-IDX
           PERFORM ZOEK-LEVERANCIER
               UNTIL LEV-GEVONDEN OR LEV-IDX > LEV-BEZET
           IF LEV-NIEUW
               IF LEV-BEZET = 200
                   DISPLAY "LEVERANCIERSTABEL VOL, " ZOEK-LEVCODE
                       " OVERGESLAGEN"
               ELSE
                   ADD 1 TO LEV-BEZET
                   MOVE LEV-BEZET TO LEV-IDX
                   MOVE ZEROS TO LEV-ITEM (LEV-IDX)
                   MOVE ZOEK-LEVCODE TO LVT-CODE (LEV-IDX)
                   MOVE "ONBEKENDE LEVERANCIER" TO LVT-NAAM (LEV-IDX)
                   MOVE "N" TO LVT-RANG (LEV-IDX)
                   SET LEV-GEVONDEN TO TRUE
               END-IF
           END-IF.

       ZOEK-LEVERANCIER.
           IF LVT-CODE (LEV-IDX) = ZOEK-LEVCODE
               SET LEV-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO LEV-IDX
           END-IF.

       BEREKEN-SERIEEL-DAGNR.
           COMPUTE VORIG-JAAR = WRK-JAAR - 1
           DIVIDE VORIG-JAAR BY 4 GIVING DEEL-JAAR
           DIVIDE WRK-JAAR BY 4 GIVING JAAR-DEEL REMAINDER REST-JAAR
           COMPUTE SERIEEL-DAGNR = WRK-JAAR * 365 + DEEL-JAAR
               + DAGEN-TOT-MAAND (WRK-MAAND) + WRK-DAG
           IF REST-JAAR = 0 AND WRK-MAAND > 2
               ADD 1 TO SERIEEL-DAGNR
           END-IF.

       DRUK-SCORE.
           MOVE ZERO TO OPTIJD-PCT DEELS-PCT RETOUR-PCT GEM-LEVERTIJD
           IF LVT-ONTVANGSTEN (LEV-IDX) > ZERO
               COMPUTE OPTIJD-PCT ROUNDED = LVT-OPTIJD (LEV-IDX) * 100
                   / LVT-ONTVANGSTEN (LEV-IDX)
               COMPUTE DEELS-PCT ROUNDED = LVT-DEELS (LEV-IDX) * 100
                   / LVT-ONTVANGSTEN (LEV-IDX)
           END-IF
           IF LVT-ONTVANGEN (LEV-IDX) > ZERO
               COMPUTE RETOUR-PCT ROUNDED = LVT-RETOUR (LEV-IDX) * 100
                   / LVT-ONTVANGEN (LEV-IDX)
                   ON SIZE ERROR MOVE 999.9 TO RETOUR-PCT
               END-COMPUTE
           END-IF
           IF LVT-LT-AANTAL (LEV-IDX) > ZERO
               COMPUTE GEM-LEVERTIJD ROUNDED =
                   LVT-LEVERDAGEN (LEV-IDX) / LVT-LT-AANTAL (LEV-IDX)
                   ON SIZE ERROR MOVE 999.9 TO GEM-LEVERTIJD
               END-COMPUTE
           END-IF
           MOVE SPACES TO SCORE-VELDEN
           MOVE LVT-CODE (LEV-IDX) TO SCR-LEVCODE
           MOVE LVT-NAAM (LEV-IDX) TO SCR-NAAM
           MOVE LVT-ONTVANGSTEN (LEV-IDX) TO SCR-ONTVANGSTEN
           MOVE OPTIJD-PCT TO SCR-OPTIJD
           MOVE GEM-LEVERTIJD TO SCR-GEM-LT
           MOVE LVT-LEVERTIJD (LEV-IDX) TO SCR-STD-LT
           MOVE DEELS-PCT TO SCR-DEELS
           MOVE RETOUR-PCT TO SCR-RETOUR
           MOVE LVT-OPEN-CN (LEV-IDX) TO SCR-OPEN-CN
           MOVE LVT-OPEN-BEDRAG (LEV-IDX) TO SCR-OPEN-BEDRAG
           MOVE SCORE-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
      * ENKEL LEVERANCIERS MET ONTVANGSTEN IN HET KWARTAAL WORDEN
      * GERANGSCHIKT.
           IF LVT-ONTVANGSTEN (LEV-IDX) > ZERO
               COMPUTE LVT-SCORE (LEV-IDX) = OPTIJD-PCT
                   - (DEELS-PCT / 2) - RETOUR-PCT
                   - (5 * LVT-OPEN-CN (LEV-IDX))
                   ON SIZE ERROR MOVE -999.9 TO LVT-SCORE (LEV-IDX)
               END-COMPUTE
               SET LVT-TE-RANGSCHIKKEN (LEV-IDX) TO TRUE
               ADD 1 TO AANTAL-TE-RANGSCHIKKEN
           ELSE
               SET LVT-GERANGSCHIKT (LEV-IDX) TO TRUE
           END-IF.

       DRUK-RANGSCHIKKING.
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "RANGSCHIKKING OP SCORE" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "LEVERANCIER" TO LIJST-REGEL (6:11)
           MOVE "SCORE" TO LIJST-REGEL (44:5)
           MOVE "VOORK" TO LIJST-REGEL (51:5)
           MOVE "ADVIES" TO LIJST-REGEL (57:6)
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM DRUK-BESTE-LEVERANCIER
               UNTIL RANGNUMMER = AANTAL-TE-RANGSCHIKKEN
           MOVE ALL "-" TO LIJST-REGEL (1:96)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "LEVERANCIERS: " DELIMITED BY SIZE
               LEV-BEZET DELIMITED BY SIZE
               "  GERANGSCHIKT: " DELIMITED BY SIZE
               AANTAL-TE-RANGSCHIKKEN DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL.

      * TELKENS DE HOOGSTE NOG NIET GEDRUKTE SCORE ZOEKEN; NA HET
      * DRUKKEN DOET DE LEVERANCIER NIET MEER MEE.
       DRUK-BESTE-LEVERANCIER.
           MOVE ZERO TO GROOTSTE-IDX
           PERFORM ZOEK-HOOGSTE-SCORE
               VARYING SORTEER-IDX FROM 1 BY 1
               UNTIL SORTEER-IDX > LEV-BEZET
           ADD 1 TO RANGNUMMER
           MOVE GROOTSTE-IDX TO LEV-IDX
           MOVE SPACES TO RANG-VELDEN
           MOVE RANGNUMMER TO RNG-NUMMER
           MOVE LVT-CODE (LEV-IDX) TO RNG-LEVCODE
           MOVE LVT-NAAM (LEV-IDX) TO RNG-NAAM
           MOVE LVT-SCORE (LEV-IDX) TO RNG-SCORE
           MOVE LVT-VOORKEUR (LEV-IDX) TO RNG-VOORKEUR
           IF LVT-SCORE (LEV-IDX) < MINIMUM-SCORE
               AND LVT-VOORKEUR (LEV-IDX) > ZERO
               MOVE "VOORKEUR HERZIEN" TO RNG-ADVIES
           END-IF
           MOVE RANG-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           SET LVT-GERANGSCHIKT (LEV-IDX) TO TRUE.

       ZOEK-HOOGSTE-SCORE.
           IF LVT-TE-RANGSCHIKKEN (SORTEER-IDX)
               IF GROOTSTE-IDX = ZERO
                   MOVE SORTEER-IDX TO GROOTSTE-IDX
               ELSE
                   IF LVT-SCORE (SORTEER-IDX)
                       > LVT-SCORE (GROOTSTE-IDX)
                       MOVE SORTEER-IDX TO GROOTSTE-IDX
                   END-IF
               END-IF
           END-IF.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SLUIT-BESTANDEN.
           CLOSE SCORELIJST
           MOVE "LEVERANCIERSCORE" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/LEVERANCIERSCORE.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-LEVSCORE" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE ZOEK-LEVCODE TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
