      * REKENINGRECORD GEZET. AANVRAGER EN GOEDKEURDER KOMEN SAMEN
      * IN HET MUTATIELOGBOEK.
      *
      * EXTERNE BETALINGEN DIE VERWERK-REKENING-BEWEGING PARKEERDE
      * OMDAT DE BEGUNSTIGDE OP DE SANCTIELIJST STAAT (ACTIE "S")
      * TONEN DE BEGUNSTIGDE NAAST DE NAAM OP DE LIJST. BIJ VRIJGAVE
      * GAAT DE BETALING MET HAAR OORSPRONKELIJKE REFERENTIE EN
      * MET BEW-SCREENING = "J" TERUG NAAR REKENINGBEWEGINGEN.DAT,
      * ZODAT DE VOLGENDE RUN ZE ZONDER NIEUWE SCREENING BOEKT;
      * BIJ AFWIJZING WORDT ZE NIET UITGEVOERD.
      *
      * EEN AANVRAAG OM EEN AFGESLOTEN BOEKHOUDPERIODE TE HEROPENEN
      * (ACTIE "P", GEZET DOOR SLUIT-PERIODE) ZET BIJ VRIJGAVE DE
      * MAAND IN PERIODES.DAT WEER OPEN, MET AANVRAGER EN
      * GOEDKEURDER, EN KOMT IN HET MUTATIELOGBOEK.
      * VALT DE VALUTADATUM VAN EEN VRIJGEGEVEN CONTRABOEKING OF
      * BETALING IN EEN AFGESLOTEN PERIODE, DAN SCHUIFT ZE VIA
      * EERSTE-OPEN-DATUM DOOR NAAR DE EERSTE OPEN MAAND; DE
      * VERSCHUIVING KOMT OP DE HERDATERINGSLIJST HERDATERINGEN.LST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-GOEDKEURINGEN.
                  ASSIGN TO "BESTANDEN/CORRECTIES.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIODES
                  ASSIGN TO "BESTANDEN/PERIODES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PER-PERIODE
                  FILE STATUS IS PERIODES-STATUS.

           SELECT OPTIONAL HERDATERINGEN
                  ASSIGN TO "BESTANDEN/HERDATERINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.
       FD  CORRECTIES-LIJST.
       01  CORRECTIE-REGEL PIC X(90).

       FD  PERIODES BLOCK CONTAINS 10 RECORDS.
       01  PERIODE-REC.
           COPY "periode.cpy".

       FD  HERDATERINGEN.
       01  HERDATERING-REGEL.
           COPY "herdat.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".
       77  REKENINGEN-STATUS PIC X(2).
       77  OPERATORS-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  PERIODES-STATUS PIC X(2).
       77  PERIODE-GEVONDEN PIC X(1).
           88 PERIODE-BEKEND VALUE "J".
           88 PERIODE-ONBEKEND VALUE "N".
       77  OUDE-VALUTADATUM PIC 9(8).
       77  HERDATEER-RESULTAAT PIC X(1).
           88 DATUM-VERSCHOVEN VALUE "J".
       77  AANTAL-HERDATEERD PIC 9(5) VALUE ZERO.
       77  GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  AANTAL-VRIJGEGEVEN PIC 9(5) VALUE ZERO.
       77  AANTAL-AFGEWEZEN PIC 9(5) VALUE ZERO.
       77  AANTAL-OVERGESLAGEN PIC 9(5) VALUE ZERO.
       01  PERIODE-WERK.
           02 PWK-PERIODE PIC 9(6).
           02 PWK-DAG PIC 99.
       01  CORRECTIE-VELDEN.
           02 COR-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
                   DISPLAY "  BLOKKEREN REKENING " GKR-REKNR
                       " REDEN " GKR-REDEN
               ELSE
                   IF GOEDKEURING-SANCTIE
                       DISPLAY "  EXTERNE BETALING REKENING " GKR-REKNR
                           " BEDRAG " GKR-BEDRAG " " GKR-MUNT
                       DISPLAY "  BEGUNSTIGDE " GKR-EXT-NAAM
                           " (" GKR-EXT-BANKREF ")"
                       DISPLAY "  TREFFER OP " GKR-TREFFER-LIJST ": "
                           GKR-TREFFER-NAAM
                   ELSE
                       IF GOEDKEURING-HEROPENEN
                           MOVE GKR-ORIG-DATUM TO PERIODE-WERK
                           DISPLAY "  HEROPENEN PERIODE " PWK-PERIODE
                               " REDEN " GKR-REDEN
                       ELSE
                           DISPLAY "  VRIJGEVEN REKENING " GKR-REKNR
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF GKR-AANVRAGER = OPERATOR-ID
           END-IF.

       GEEF-AANVRAAG-VRIJ.
           IF GOEDKEURING-HEROPENEN
               PERFORM VOER-HEROPENING-UIT
           ELSE
               PERFORM GEEF-REKENINGAANVRAAG-VRIJ
           END-IF.

       GEEF-REKENINGAANVRAAG-VRIJ.
           PERFORM ZOEK-REKENING
           IF REKENING-ONBEKEND
               DISPLAY "  REKENING ONBEKEND, AANVRAAG BLIJFT STAAN"
                   IF GOEDKEURING-BLOKKEREN
                       PERFORM VOER-BLOKKERING-UIT
                   ELSE
                       IF GOEDKEURING-SANCTIE
                           PERFORM VOER-BETALING-UIT
                       ELSE
                           PERFORM VOER-VRIJGAVE-UIT
                       END-IF
                   END-IF
               END-IF
               SET GOEDKEURING-VRIJGEGEVEN TO TRUE
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE GKR-BEDRAG TO BEW-BEDRAG
           PERFORM CONTROLEER-BOEKPERIODE
           WRITE REKENING-BEWEGING
           PERFORM SCHRIJF-CORRECTIEREGEL
           PERFORM SCHRIJF-AUDIT-CONTRA
           PERFORM SCHRIJF-AUDIT-VRIJGAVE
           DISPLAY "  REKENING " GKR-REKNR " VRIJGEGEVEN".

       VOER-BETALING-UIT.
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE GKR-REKNR TO BEW-REKNR
           MOVE GKR-BEDRAG TO BEW-BEDRAG
           MOVE GKR-MUNT TO BEW-MUNT
           MOVE GKR-SOORT TO BEW-SOORT
           MOVE GKR-ORIG-REFERENTIE TO BEW-REFERENTIE
           MOVE GKR-VALUTADATUM TO BEW-VALUTADATUM
           PERFORM CONTROLEER-BOEKPERIODE
           SET BEW-IS-EXTERN TO TRUE
           MOVE GKR-EXT-NAAM TO BEW-EXT-NAAM
           MOVE GKR-EXT-BANKREF TO BEW-EXT-BANKREF
           SET BEW-SCREENING-VRIJGEGEVEN TO TRUE
           WRITE REKENING-BEWEGING
           MOVE SPACES TO AUDIT-REGEL
           MOVE GKR-REKNR TO AUD-SLEUTEL
           MOVE "SANCTIE VRIJ" TO AUD-VELD
           MOVE GKR-EXT-NAAM TO AUD-OUD
           MOVE OPERATOR-ID TO AUD-NIEUW
           PERFORM SCHRIJF-AUDIT
           DISPLAY "  BETALING " GKR-ORIG-REFERENTIE " VRIJGEGEVEN, "
               "WORDT BIJ DE VOLGENDE BOEKINGSRUN UITGEVOERD".

      * DE VALUTADATUM MAG NIET IN EEN AFGESLOTEN PERIODE VALLEN;
      * VALT ZE ER WEL IN, DAN SCHUIFT ZE DOOR NAAR DE EERSTE OPEN
      * MAAND EN KOMT DE VERSCHUIVING OP DE HERDATERINGSLIJST.
       CONTROLEER-BOEKPERIODE.
           MOVE BEW-VALUTADATUM TO OUDE-VALUTADATUM
           CALL "EERSTE-OPEN-DATUM" USING BEW-VALUTADATUM
               HERDATEER-RESULTAAT
           IF DATUM-VERSCHOVEN
               MOVE SPACES TO HERDATERING-REGEL
               MOVE RUNDATUM TO HDT-DATUM
               MOVE "VERWERK-GOEDKEURING" TO HDT-PROGRAMMA
               MOVE BEW-REKNR TO HDT-REKNR
               MOVE BEW-REFERENTIE TO HDT-REFERENTIE
               MOVE OUDE-VALUTADATUM TO HDT-OUDE-DATUM
               MOVE BEW-VALUTADATUM TO HDT-NIEUWE-DATUM
               MOVE OPERATOR-ID TO HDT-OPERATOR
               OPEN EXTEND HERDATERINGEN
               WRITE HERDATERING-REGEL
               CLOSE HERDATERINGEN
               ADD 1 TO AANTAL-HERDATEERD
               DISPLAY "  VALUTADATUM " OUDE-VALUTADATUM " LIGT IN EEN "
                   "AFGESLOTEN PERIODE, VERSCHOVEN NAAR "
                   BEW-VALUTADATUM
           END-IF.

      * DE HEROPENING ZELF: DE MAAND KRIJGT IN PERIODES.DAT DE
      * STATUS HEROPEND, MET AANVRAGER EN GOEDKEURDER.
       VOER-HEROPENING-UIT.
           MOVE GKR-ORIG-DATUM TO PERIODE-WERK
           OPEN I-O PERIODES
           IF PERIODES-STATUS NOT = "00" AND PERIODES-STATUS NOT = "05"
               DISPLAY "KAN PERIODEBESTAND NIET OPENEN, STATUS: "
                   PERIODES-STATUS
               PERFORM FOUT
           END-IF
           SET PERIODE-ONBEKEND TO TRUE
           MOVE PWK-PERIODE TO PER-PERIODE
           READ PERIODES
               INVALID KEY SET PERIODE-ONBEKEND TO TRUE
               NOT INVALID KEY SET PERIODE-BEKEND TO TRUE
           END-READ
           IF PERIODE-ONBEKEND OR NOT PERIODE-AFGESLOTEN
               DISPLAY "  PERIODE " PWK-PERIODE " IS NIET (MEER) "
                   "AFGESLOTEN, AANVRAAG VERVALT"
               SET GOEDKEURING-AFGEWEZEN TO TRUE
               PERFORM HERSCHRIJF-AANVRAAG
               ADD 1 TO AANTAL-AFGEWEZEN
           ELSE
               SET PERIODE-HEROPEND TO TRUE
               MOVE RUNDATUM TO PER-HEROPEND-DATUM
               MOVE GKR-AANVRAGER TO PER-HEROPEND-AANVRAGER
               MOVE OPERATOR-ID TO PER-HEROPEND-DOOR
               REWRITE PERIODE-REC
                   INVALID KEY
                       DISPLAY "PERIODEBESTAND IS DEFECT, STATUS: "
                           PERIODES-STATUS
                       PERFORM FOUT
               END-REWRITE
               MOVE SPACES TO AUDIT-REGEL
               MOVE PWK-PERIODE TO AUD-SLEUTEL
               MOVE "PERIODE HEROPEND" TO AUD-VELD
               MOVE GKR-AANVRAGER TO AUD-OUD
               MOVE OPERATOR-ID TO AUD-NIEUW
               PERFORM SCHRIJF-AUDIT
               SET GOEDKEURING-VRIJGEGEVEN TO TRUE
               PERFORM HERSCHRIJF-AANVRAAG
               ADD 1 TO AANTAL-VRIJGEGEVEN
               DISPLAY "  PERIODE " PWK-PERIODE " HEROPEND"
           END-IF
           CLOSE PERIODES.

       WIJS-AANVRAAG-AF.
           SET GOEDKEURING-AFGEWEZEN TO TRUE
           PERFORM HERSCHRIJF-AANVRAAG
           DISPLAY "VRIJGEGEVEN  : " AANTAL-VRIJGEGEVEN.
           DISPLAY "AFGEWEZEN    : " AANTAL-AFGEWEZEN.
           DISPLAY "OVERGESLAGEN : " AANTAL-OVERGESLAGEN.
           IF AANTAL-HERDATEERD > ZERO
               DISPLAY "HERDATEERD   : " AANTAL-HERDATEERD
                   " (ZIE HERDATERINGEN.LST)"
           END-IF.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
