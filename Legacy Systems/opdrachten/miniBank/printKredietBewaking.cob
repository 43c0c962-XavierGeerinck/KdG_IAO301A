      * KREDIETBEWAKING.LST EN WORDT VIA SPOOL-RAPPORT IN DE
      * RAPPORTSPOOL GEZET, ZODAT SPOOL-BEHEER HEM LATER KAN
      * HERDRUKKEN.
      * DE LIJST KAN BEPERKT WORDEN TOT DE REKENINGEN VAN EEN
      * THUISKANTOOR, ZODAT ELK KANTOOR ZIJN EIGEN KLANTEN BELT;
      * ZONDER KANTOORCODE KOMEN ALLE KANTOREN MEE.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       77  PARAM-WAARDE PIC S9(9)V99.
       77  PARAM-RESULTAAT PIC X(1).
           88 PARAMETER-GEVONDEN VALUE "J".
       77  KANTOOR-FILTER PIC X(3).

       PROCEDURE DIVISION.

           MOVE "KREDIETWAARSCH-PCT" TO PARAM-NAAM
           PERFORM HAAL-PARAMETER
           MOVE PARAM-WAARDE TO WAARSCHUW-PCT
           DISPLAY "KANTOORCODE (LEEG = ALLE KANTOREN):"
           ACCEPT KANTOOR-FILTER
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           IF KANTOOR-FILTER NOT = SPACES
               STRING "KANTOOR " KANTOOR-FILTER
                   DELIMITED BY SIZE INTO LIJST-REGEL
               END-STRING
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF
           MOVE ALL "-" TO LIJST-REGEL (1:45)
           PERFORM SCHRIJF-LIJSTREGEL.

           END-IF
           IF NOT STOPLEZEN
               IF NOT REKENING-GESLOTEN AND KREDIETLIMIET > ZERO
                   AND (KANTOOR-FILTER = SPACES
                       OR KANTOOR = KANTOOR-FILTER)
                   PERFORM CONTROLEER-BENUTTING
               END-IF
           END-IF.
               "-" DEEL2 DELIMITED BY SIZE
               "-" DEEL3 DELIMITED BY SIZE
               " KLANT: " NAAM DELIMITED BY SIZE
               " KANTOOR: " KANTOOR DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
