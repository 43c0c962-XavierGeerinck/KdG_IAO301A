      * NAAM EN BEVOEGDHEIDSNIVEAU, EN RESETTEN (R) VAN WACHTWOORD
      * EN BLOKKERING. NIVEAU 1 = OPVRAGINGEN,
      * NIVEAU 2 = STAMGEGEVENS WIJZIGEN, NIVEAU 3 = BATCHRUNS.
      * ELKE OPERATOR KRIJGT EEN KANTOOR UIT KANTOREN.DAT TOEGEWEZEN;
      * EEN KANTOOROPERATOR MAG ENKEL DE REKENINGEN VAN HET EIGEN
      * KANTOOR ONDERHOUDEN. GEEN KANTOOR (SPATIES) MAAKT ER
      * EEN CENTRALE OPERATOR VAN, DIE AAN ALLE KANTOREN MAG.
      * BIJ TOEVOEGEN EN RESETTEN WORDT EEN STARTWACHTWOORD GEZET
      * (ALLEEN DE HASH KOMT OP HET RECORD) DAT DE OPERATOR BIJ DE
      * EERSTE AANMELDING VERPLICHT MOET WIJZIGEN. MENU CONTROLEERT
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS OPERATORS-STATUS.

           SELECT OPTIONAL KANTOREN
                  ASSIGN TO "BESTANDEN/KANTOREN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KNT-CODE
                  FILE STATUS IS KANTOREN-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  OPERATOR-REC.
           COPY "operator.cpy".

       FD  KANTOREN BLOCK CONTAINS 10 RECORDS.
       01  KANTOOR-REC.
           COPY "kantoor.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".
           88 TOEVOEGEN-GELUKT VALUE "J".
       77  STARTWACHTWOORD PIC X(20).
       77  WACHTWOORD-HASH PIC 9(9).
       77  KANTOREN-STATUS PIC X(2).
       77  KANTOOR-TOESTAND PIC X(1).
           88 KANTOOR-GELDIG VALUE "J".

       PROCEDURE DIVISION.

               DISPLAY "KAN OPERATORBESTAND NIET OPENEN, STATUS: "
                   OPERATORS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KANTOREN
           IF KANTOREN-STATUS NOT = "00" AND KANTOREN-STATUS NOT = "05"
               DISPLAY "KAN KANTORENBESTAND NIET OPENEN, STATUS: "
                   KANTOREN-STATUS
               PERFORM FOUT
           END-IF.

       LEES-ACTIE.
           ACCEPT OPR-NAAM
           DISPLAY "GEEF HET NIVEAU OP (1 = OPVRAGEN, 2 = "
               "STAMGEGEVENS, 3 = BATCH):"
           ACCEPT OPR-NIVEAU
           MOVE "N" TO KANTOOR-TOESTAND
           PERFORM VRAAG-KANTOOR UNTIL KANTOOR-GELDIG.

       VRAAG-KANTOOR.
           DISPLAY "GEEF HET KANTOOR VAN DE OPERATOR OP "
               "(SPATIES = CENTRAAL, ALLE KANTOREN):"
           ACCEPT OPR-KANTOOR
           IF OPR-KANTOOR = SPACES
               SET KANTOOR-GELDIG TO TRUE
           ELSE
               MOVE OPR-KANTOOR TO KNT-CODE
               READ KANTOREN
                   INVALID KEY
                       DISPLAY "ONBEKEND KANTOOR " OPR-KANTOOR
                   NOT INVALID KEY
                       SET KANTOOR-GELDIG TO TRUE
               END-READ
               IF NOT KANTOOR-GELDIG AND KANTOREN-STATUS NOT = "23"
                   DISPLAY "KANTORENBESTAND IS DEFECT, STATUS: "
                       KANTOREN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       ZET-STARTWACHTWOORD.
           DISPLAY "GEEF HET STARTWACHTWOORD OP:"
           END-IF.

       SLUIT-BESTAND.
           CLOSE OPERATORS
           CLOSE KANTOREN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
