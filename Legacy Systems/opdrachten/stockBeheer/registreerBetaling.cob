      *************************************************************
      * REGISTREER BETALING
      *
      * REGISTRATIE VAN ONTVANGEN KLANTBETALINGEN OP DE OPENSTAANDE
      * POSTEN IN OPENSTAANDEPOSTEN.DAT DIE FACTUREER-VERKOOPORDER
      * AANMAAKT VOOR KLANTEN DIE NIET BIJ ONS BANKIEREN. DE
      * OPERATOR GEEFT HET ORDERNUMMER EN HET VOLGNUMMER VAN DE
      * FACTUUR OP EN HET ONTVANGEN BEDRAG. EEN VOLLEDIGE BETALING
      * ZET DE POST OP BETAALD, EEN GEDEELTELIJKE BETALING VERLAAGT
      * HET OPENSTAAND BEDRAG. EEN TEVEEL BETAALD BEDRAG WORDT NIET
      * OP DE POST GEBOEKT MAAR GEMELD, ZODAT HET TERUGBETAALD OF
      * OP EEN ANDERE POST GEZET KAN WORDEN. ELKE BETALING KOMT MET
      * HET OUDE EN HET NIEUWE OPENSTAAND BEDRAG IN HET
      * MUTATIELOGBOEK. MEERDERE BETALINGEN KUNNEN IN EEN SESSIE NA
      * ELKAAR GEREGISTREERD WORDEN.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTREER-BETALING.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENSTAANDE-POST.
           COPY "openpost.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  NOG-EEN PIC X(1).
           88 GESTOPT VALUE "N".
       77  GEVONDEN PIC X(1).
           88 POST-BESTAAT VALUE "J".
           88 POST-ONBEKEND VALUE "N".
       77  POSTEN-STATUS PIC X(2).
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  ONTVANGEN-BEDRAG PIC 9(7)V99.
       77  GEBOEKT-BEDRAG PIC 9(7)V99.
       77  TEVEEL-BETAALD PIC 9(7)V99.
       77  OUD-OPENSTAAND PIC 9(7)V99.
       77  AUD-BEDRAG-WERK PIC -(7)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-BETALING UNTIL GESTOPT
           PERFORM SLUIT-BESTAND
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO OPENSTAANDE-POST
           MOVE "J" TO NOG-EEN
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN POSTENBESTAND NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF.

       VERWERK-BETALING.
           DISPLAY " "
           DISPLAY "GEEF HET ORDERNUMMER VAN DE FACTUUR OP:"
           ACCEPT OPP-ORDERNR
           DISPLAY "GEEF HET VOLGNUMMER VAN DE FACTUUR OP (1 ALS HET "
               "ORDER MAAR EEN FACTUUR HEEFT):"
           ACCEPT OPP-FACTUURVOLGNR
           PERFORM ZOEK-POST
           IF POST-ONBEKEND
               DISPLAY "GEEN OPENSTAANDE POST GEVONDEN VOOR DEZE "
                   "FACTUUR"
           ELSE
               IF POST-BETAALD
                   DISPLAY "DEZE FACTUUR IS AL VOLLEDIG BETAALD OP "
                       OPP-LAATSTE-BETALING
               ELSE
                   PERFORM BOEK-BETALING
               END-IF
           END-IF
           DISPLAY "NOG EEN BETALING? (J/N):"
           ACCEPT NOG-EEN.

       ZOEK-POST.
           SET POST-ONBEKEND TO TRUE
           READ OPENSTAANDE-POSTEN
               INVALID KEY SET POST-ONBEKEND TO TRUE
               NOT INVALID KEY SET POST-BESTAAT TO TRUE
           END-READ
           IF POST-ONBEKEND AND POSTEN-STATUS NOT = "23"
               DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF.

       BOEK-BETALING.
           DISPLAY "KLANT " OPP-KLANTNR " FACTUUR VAN "
               OPP-FACTUURDATUM " VERVALT " OPP-VERVALDATUM
           DISPLAY "FACTUURBEDRAG: " OPP-BEDRAG
               "  OPENSTAAND: " OPP-OPENSTAAND
           DISPLAY "GEEF HET ONTVANGEN BEDRAG OP:"
           ACCEPT ONTVANGEN-BEDRAG
           IF ONTVANGEN-BEDRAG = ZERO
               DISPLAY "GEEN BEDRAG OPGEGEVEN, NIETS GEBOEKT"
           ELSE
               MOVE OPP-OPENSTAAND TO OUD-OPENSTAAND
               MOVE ZERO TO TEVEEL-BETAALD
               IF ONTVANGEN-BEDRAG > OPP-OPENSTAAND
                   MOVE OPP-OPENSTAAND TO GEBOEKT-BEDRAG
                   COMPUTE TEVEEL-BETAALD =
                       ONTVANGEN-BEDRAG - OPP-OPENSTAAND
               ELSE
                   MOVE ONTVANGEN-BEDRAG TO GEBOEKT-BEDRAG
               END-IF
               ADD GEBOEKT-BEDRAG TO OPP-BETAALD
               SUBTRACT GEBOEKT-BEDRAG FROM OPP-OPENSTAAND
               MOVE RUNDATUM TO OPP-LAATSTE-BETALING
               IF OPP-OPENSTAAND = ZERO
                   SET POST-BETAALD TO TRUE
               END-IF
               REWRITE OPENSTAANDE-POST
                   INVALID KEY
                       DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                           POSTEN-STATUS
                       PERFORM FOUT
               END-REWRITE
               PERFORM SCHRIJF-AUDIT-BETALING
               IF POST-BETAALD
                   DISPLAY "FACTUUR VOLLEDIG BETAALD"
               ELSE
                   DISPLAY "GEDEELTELIJKE BETALING, NOG OPENSTAAND: "
                       OPP-OPENSTAAND
               END-IF
               IF TEVEEL-BETAALD > ZERO
                   DISPLAY "LET OP: " TEVEEL-BETAALD
                       " TEVEEL BETAALD, NIET OP DEZE POST GEBOEKT"
               END-IF
           END-IF.

       SCHRIJF-AUDIT-BETALING.
           MOVE SPACES TO AUDIT-REGEL
           MOVE OPP-SLEUTEL TO AUD-SLEUTEL
           MOVE "BETALING" TO AUD-VELD
           MOVE OUD-OPENSTAAND TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-OUD
           MOVE OPP-OPENSTAAND TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-NIEUW
           MOVE "REGISTREER-BETALING" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       SLUIT-BESTAND.
           CLOSE OPENSTAANDE-POSTEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "REGISTREER-BETALING" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE OPP-SLEUTEL TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
