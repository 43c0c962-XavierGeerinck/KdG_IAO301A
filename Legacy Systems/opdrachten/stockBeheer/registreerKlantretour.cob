      *************************************************************
      * REGISTREER KLANTRETOUR
      *
      * RETOUR VAN GOEDEREN DOOR EEN KLANT: DE OPERATOR VERWIJST
      * NAAR HET ORIGINELE VERKOOPORDER (ORD-NR EN ORDERREGEL IN
      * VERKOOPORDERS.DAT). ALLEEN EEN GEFACTUREERDE REGEL KAN
      * RETOUR KOMEN, EN SAMEN MET DE EERDERE RETOURS OP DIE REGEL
      * (ORD-RETOUR) MAG HET AANTAL NIET BOVEN HET GEFACTUREERDE
      * AANTAL UITKOMEN.
      *
      * DE GOEDEREN GAAN ALS POSITIEVE "R"-BEWEGING NAAR
      * BEWEGINGEN.DAT: OP DE OPGEGEVEN LOCATIE ALS ZE NOG
      * VERKOOPBAAR ZIJN, ANDERS OP DE SCHADELOCATIE SCHA (DIE MET
      * ONDERHOUD-LOCATIES ACTIEF MOET STAAN IN LOCATIES.DAT).
      *
      * ER WORDT EEN GENUMMERDE CREDITNOTA AANGEMAAKT IN
      * KLANTCREDITNOTAS.DAT AAN DE GEFACTUREERDE PRIJS, MET DE BTW
      * VOLGENS DE BTW-CODE VAN DE ORDERREGEL; DE CREDITNOTA WORDT
      * GEDRUKT OP KLANTCREDITNOTAS.LST EN KOMT ALS CREDITNOTA IN
      * HET BTW-REGISTER BTWREGISTER.DAT. BANKIERT DE KLANT BIJ ONS,
      * DAN GAAT HET BEDRAG INCLUSIEF BTW ALS CREDITBEWEGING NAAR
      * ZIJN EERSTE OPEN REKENING VIA REKENINGBEWEGINGEN.DAT; ANDERS
      * VERMINDERT HET DE OPENSTAANDE POSTEN VAN HET ORDER IN
      * OPENSTAANDEPOSTEN.DAT (MET EEN REGEL IN HET MUTATIELOGBOEK).
      * WAT DAAR NIET MEER OPENSTAAT, WORDT GEMELD ALS TERUG TE
      * BETALEN.
      *
      * DE RETOURBEWEGING DRAAGT HET ORDERNUMMER EN DE KLANT. VOOR
      * EEN SERIEPRODUCT (CONTROLEER-SERIEPRODUCT) GEEFT DE
      * OPERATOR PER TERUGGEKOMEN STUK HET SERIENUMMER OP; HET MOET
      * OP DIT ORDER VERKOCHT ZIJN EN WORDT EEN EIGEN BEWEGING. EEN
      * LEEG SERIENUMMER BREEKT DE RETOUR AF.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTREER-KLANTRETOUR.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VERKOOPORDERS
                  ASSIGN TO "BESTANDEN/VERKOOPORDERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ORD-SLEUTEL
                  FILE STATUS IS ORDERS-STATUS.

           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT OPTIONAL LOCATIES
                  ASSIGN TO "BESTANDEN/LOCATIES.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOCM-CODE
                  FILE STATUS IS LOCATIES-STATUS.

           SELECT OPTIONAL KLANTCREDITNOTAS
                  ASSIGN TO "BESTANDEN/KLANTCREDITNOTAS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KCN-NR
                  FILE STATUS IS CREDITNOTAS-STATUS.

           SELECT OPTIONAL Bewegingen
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

           SELECT OPTIONAL REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL REKENINGBEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKENINGBEWEGINGEN.DAT"
                  FILE STATUS IS REKBEW-STATUS.

           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT OPTIONAL BTW-REGISTER
                  ASSIGN TO "BESTANDEN/BTWREGISTER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CREDITNOTALIJST
                  ASSIGN TO "BESTANDEN/KLANTCREDITNOTAS.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SERIENUMMERS
                  ASSIGN TO "BESTANDEN/SERIENUMMERS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SRN-SLEUTEL
                  FILE STATUS IS SERIENUMMERS-STATUS.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VERKOOPORDERS BLOCK CONTAINS 10 RECORDS.
       01  ORDERREGEL.
           COPY "verkooporder.cpy".

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  LOCATIES BLOCK CONTAINS 10 RECORDS.
       01  LOCATIE-MASTER.
           COPY "locatie.cpy".

       FD  KLANTCREDITNOTAS BLOCK CONTAINS 10 RECORDS.
       01  KLANTCREDITNOTA.
           COPY "klantcredit.cpy".

       FD  Bewegingen BLOCK CONTAINS 10 RECORDS.
       01  BEWEGING.
           COPY "beweging.cpy".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  REKENINGBEWEGINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENING-BEWEGING.
           COPY "rekbew.cpy".

       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENSTAANDE-POST.
           COPY "openpost.cpy".

       FD  BTW-REGISTER.
       01  BTW-REGEL.
           COPY "btwregel.cpy".

       FD  CREDITNOTALIJST.
       01  LIJST-REGEL PIC X(90).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  SERIENUMMERS BLOCK CONTAINS 10 RECORDS.
       01  SERIENUMMER-REC.
           COPY "serienr.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  ORDERS-STATUS PIC X(2).
       77  KLANTEN-STATUS PIC X(2).
       77  LOCATIES-STATUS PIC X(2).
       77  CREDITNOTAS-STATUS PIC X(2).
       77  BEWEGINGEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  REKBEW-STATUS PIC X(2).
       77  POSTEN-STATUS PIC X(2).
       77  REKENINGEN-KLAAR PIC X(1).
           88 REKENINGEN-GELEZEN VALUE "J".
       77  POSTEN-KLAAR PIC X(1).
           88 POSTEN-GELEZEN VALUE "J".
       77  GEVONDEN PIC X(1).
           88 ORDERREGEL-GEVONDEN VALUE "J".
           88 ORDERREGEL-ONBEKEND VALUE "N".
       77  GEVONDEN-KLANT PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  LOCATIE-RESULTAAT PIC X(1).
           88 LOCATIE-GELDIG VALUE "J".
           88 LOCATIE-ONGELDIG VALUE "N".
       77  REKENING-RESULTAAT PIC X(1).
           88 REKENING-GEVONDEN VALUE "J".
           88 GEEN-REKENING VALUE "N".
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VERKOOPBAAR-KEUZE PIC X(1).
           88 GOEDEREN-VERKOOPBAAR VALUE "J".
       77  BANK-KEUZE PIC X(1).
           88 KLANT-BANKIERT-HIER VALUE "J".
       77  SCHADELOCATIE PIC X(4) VALUE "SCHA".
       77  RUNDATUM PIC 9(8).
       77  OPERATOR-ID PIC X(8).
       77  GEVR-ORDERNR PIC 9(7).
       77  GEVR-ORDERREGEL PIC 9(2).
       77  GEVR-AANTAL PIC 9(4).
       77  GEVR-LOCATIE PIC X(4).
       77  GEVR-REDEN PIC X(20).
       77  NOG-TERUG-TE-NEMEN PIC 9(4).
       77  VOLGNR-WERK PIC 9(7).
       77  BTW-CODE-WERK PIC 9(1).
       77  BTW-IDX PIC 9(1) COMP.
       77  NOG-TE-VERREKENEN PIC 9(7)V99.
       77  VERREKEND-BEDRAG PIC 9(7)V99.
       77  OUD-OPENSTAAND PIC 9(7)V99.
       77  BOEKINGSREFERENTIE PIC X(16).
       77  AUD-BEDRAG-WERK PIC -(7)9.99.
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
       01  BTW-PERCENTAGES-TABEL.
           02 FILLER PIC X(8) VALUE "00061221".
       01  BTW-PERCENTAGES REDEFINES BTW-PERCENTAGES-TABEL.
           02 BTW-PERCENTAGE PIC 99 OCCURS 4.
       01  CREDITNOTA-VELDEN.
           02 CNV-AANTAL PIC Z(3)9.
           02 FILLER PIC X(3) VALUE " X ".
           02 CNV-PRODNR PIC X(6).
           02 FILLER PIC X(5) VALUE " AAN ".
           02 CNV-PRIJS PIC Z(4)9.99.
           02 FILLER PIC X(3) VALUE " = ".
           02 CNV-BEDRAG PIC Z(6)9.99.
       01  BEDRAG-WERK PIC Z(6)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-RETOUR
           IF ORDERREGEL-GEVONDEN
               PERFORM VERWERK-RETOUR
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           MOVE ZEROS TO ORDERREGEL KLANT KLANTCREDITNOTA
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           OPEN I-O VERKOOPORDERS
           IF ORDERS-STATUS NOT = "00" AND ORDERS-STATUS NOT = "05"
               DISPLAY "KAN ORDERBESTAND NIET OPENEN, STATUS: "
                   ORDERS-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00" AND KLANTEN-STATUS NOT = "05"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT LOCATIES
           IF LOCATIES-STATUS NOT = "00" AND LOCATIES-STATUS NOT = "05"
               DISPLAY "KAN LOCATIEBESTAND NIET OPENEN, STATUS: "
                   LOCATIES-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O KLANTCREDITNOTAS
           IF CREDITNOTAS-STATUS NOT = "00"
               AND CREDITNOTAS-STATUS NOT = "05"
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

       LEES-RETOUR.
           DISPLAY "KLANTRETOUR"
           DISPLAY "GEEF HET ORDERNUMMER VAN DE ORIGINELE VERKOOP OP:"
           ACCEPT GEVR-ORDERNR
           DISPLAY "GEEF HET REGELNUMMER VAN HET ORDER OP:"
           ACCEPT GEVR-ORDERREGEL
           SET ORDERREGEL-ONBEKEND TO TRUE
           MOVE GEVR-ORDERNR TO ORD-NR
           MOVE GEVR-ORDERREGEL TO ORD-REGEL
           READ VERKOOPORDERS
               INVALID KEY SET ORDERREGEL-ONBEKEND TO TRUE
               NOT INVALID KEY SET ORDERREGEL-GEVONDEN TO TRUE
           END-READ
           IF ORDERREGEL-ONBEKEND AND ORDERS-STATUS NOT = "23"
               DISPLAY "ORDERBESTAND IS DEFECT, STATUS: "
                   ORDERS-STATUS
               PERFORM FOUT
           END-IF
           IF ORDERREGEL-ONBEKEND
               DISPLAY "GEEN ORDERREGEL " GEVR-ORDERNR "/"
                   GEVR-ORDERREGEL ", RETOUR GEWEIGERD"
           ELSE
               IF NOT ORDERREGEL-GEFACTUREERD
                   DISPLAY "ORDERREGEL IS NOG NIET GEFACTUREERD, "
                       "RETOUR GEWEIGERD"
                   SET ORDERREGEL-ONBEKEND TO TRUE
               END-IF
           END-IF.

       VERWERK-RETOUR.
           IF ORD-RETOUR NOT NUMERIC
               MOVE ZERO TO ORD-RETOUR
           END-IF
           COMPUTE NOG-TERUG-TE-NEMEN = ORD-AANTAL - ORD-RETOUR
           DISPLAY "ORDER " ORD-NR "/" ORD-REGEL " KLANT " ORD-KLANTNR
               " PRODUCT " ORD-PRODNR
           DISPLAY "GEFACTUREERD: " ORD-AANTAL " AAN " ORD-PRIJS
               "  AL RETOUR: " ORD-RETOUR
           DISPLAY "GEEF HET AANTAL DAT RETOUR KOMT OP:"
           ACCEPT GEVR-AANTAL
           IF GEVR-AANTAL = ZERO
               DISPLAY "AANTAL NUL, RETOUR GEWEIGERD"
           ELSE
               IF GEVR-AANTAL > NOG-TERUG-TE-NEMEN
                   DISPLAY "MEER DAN GEFACTUREERD (NOG MOGELIJK: "
                       NOG-TERUG-TE-NEMEN "), RETOUR GEWEIGERD"
               ELSE
                   PERFORM BEPAAL-LOCATIE
                   IF LOCATIE-GELDIG
                       PERFORM VRAAG-SERIENUMMERS
                   END-IF
                   IF LOCATIE-GELDIG AND SERIES-AFGEBROKEN
                       DISPLAY "RETOUR GEWEIGERD - SERIENUMMERS "
                           "ONVOLLEDIG"
                   END-IF
                   IF LOCATIE-GELDIG AND SERIES-COMPLEET
                       DISPLAY "GEEF DE REDEN OP:"
                       ACCEPT GEVR-REDEN
                       PERFORM BOEK-RETOURBEWEGING
                       PERFORM MAAK-CREDITNOTA
                       PERFORM VERREKEN-CREDITNOTA
                       PERFORM BEWAAR-CREDITNOTA
                       PERFORM DRUK-CREDITNOTA
                       PERFORM SCHRIJF-BTW-REGEL
                       ADD GEVR-AANTAL TO ORD-RETOUR
                       REWRITE ORDERREGEL
                           INVALID KEY
                               DISPLAY "ORDERBESTAND IS DEFECT, "
                                   "STATUS: " ORDERS-STATUS
                               PERFORM FOUT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       BEPAAL-LOCATIE.
           DISPLAY "ZIJN DE GOEDEREN NOG VERKOOPBAAR? (J/N):"
           ACCEPT VERKOOPBAAR-KEUZE
           IF GOEDEREN-VERKOOPBAAR
               DISPLAY "GEEF DE LOCATIE OP:"
               ACCEPT GEVR-LOCATIE
           ELSE
               MOVE SCHADELOCATIE TO GEVR-LOCATIE
           END-IF
           SET LOCATIE-GELDIG TO TRUE
           MOVE GEVR-LOCATIE TO LOCM-CODE
           READ LOCATIES
               INVALID KEY SET LOCATIE-ONGELDIG TO TRUE
           END-READ
           IF LOCATIE-ONGELDIG AND LOCATIES-STATUS NOT = "23"
               DISPLAY "LOCATIEBESTAND IS DEFECT, STATUS: "
                   LOCATIES-STATUS
               PERFORM FOUT
           END-IF
           IF LOCATIE-GELDIG AND NOT LOCATIE-ACTIEF
               SET LOCATIE-ONGELDIG TO TRUE
           END-IF
           IF LOCATIE-ONGELDIG
               DISPLAY "LOCATIE " GEVR-LOCATIE " ONBEKEND OF NIET "
                   "ACTIEF, RETOUR GEWEIGERD"
           END-IF.

       VRAAG-SERIENUMMERS.
           SET SERIES-COMPLEET TO TRUE
           MOVE ZERO TO SERIE-BEZET
           CALL "CONTROLEER-SERIEPRODUCT" USING ORD-PRODNR
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
                   IF NOT SERIE-VERKOCHT OR SRN-ORDERNR NOT = ORD-NR
                       DISPLAY "SERIENUMMER " GEVR-SERIENR
                           " IS NIET OP ORDER " ORD-NR " VERKOCHT"
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
           MOVE ORD-PRODNR TO SRN-PRODNR
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
           OPEN EXTEND Bewegingen
           IF BEWEGINGEN-STATUS NOT = "00"
               AND BEWEGINGEN-STATUS NOT = "05"
               DISPLAY "KAN BEWEGINGENBESTAND NIET OPENEN, STATUS: "
                   BEWEGINGEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE SPACES TO BEWEGING
           MOVE ORD-PRODNR TO PRODNR
           MOVE GEVR-AANTAL TO CHANGE
           MOVE "R" TO TRANSTYPE
           MOVE GEVR-LOCATIE TO LOCATIE
           MOVE ZERO TO EENHEIDSKOST
           MOVE ZERO TO VERVALDATUM
           MOVE ZERO TO EANNR
           MOVE ORD-NR TO ORDERNUMMER
           MOVE ORD-KLANTNR TO KLANTNUMMER
           IF SERIE-BEZET > ZERO
               MOVE 1 TO CHANGE
               PERFORM SCHRIJF-SERIEBEWEGING
                   VARYING SERIE-IDX FROM 1 BY 1
                   UNTIL SERIE-IDX > SERIE-BEZET
           ELSE
               WRITE BEWEGING
           END-IF
           CLOSE Bewegingen
           DISPLAY "RETOUR " GEVR-AANTAL " X " ORD-PRODNR
               " NAAR LOCATIE " GEVR-LOCATIE.

       SCHRIJF-SERIEBEWEGING.
           MOVE STB-SERIENR (SERIE-IDX) TO SERIENUMMER
           WRITE BEWEGING.

       MAAK-CREDITNOTA.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE KCN-NR TO VOLGNR-WERK
           MOVE ZEROS TO KLANTCREDITNOTA
           MOVE VOLGNR-WERK TO KCN-NR
           MOVE ORD-NR TO KCN-ORDERNR
           MOVE ORD-REGEL TO KCN-ORDERREGEL
           MOVE ORD-KLANTNR TO KCN-KLANTNR
           MOVE ORD-PRODNR TO KCN-PRODNR
           MOVE GEVR-AANTAL TO KCN-AANTAL
           MOVE ORD-PRIJS TO KCN-PRIJS
           COMPUTE KCN-NETTO = GEVR-AANTAL * ORD-PRIJS
           IF ORD-BTW-CODE = "0" OR ORD-BTW-CODE = "1"
               OR ORD-BTW-CODE = "2" OR ORD-BTW-CODE = "3"
               MOVE ORD-BTW-CODE TO KCN-BTW-CODE
           ELSE
               MOVE "3" TO KCN-BTW-CODE
           END-IF
           MOVE KCN-BTW-CODE TO BTW-CODE-WERK
           COMPUTE BTW-IDX = BTW-CODE-WERK + 1
           COMPUTE KCN-BTW ROUNDED =
               KCN-NETTO * BTW-PERCENTAGE (BTW-IDX) / 100
           COMPUTE KCN-BEDRAG = KCN-NETTO + KCN-BTW
           MOVE RUNDATUM TO KCN-DATUM
           MOVE GEVR-REDEN TO KCN-REDEN
           MOVE GEVR-LOCATIE TO KCN-LOCATIE
           IF GOEDEREN-VERKOOPBAAR
               MOVE "N" TO KCN-ONVERKOOPBAAR
           ELSE
               SET KCN-SCHADE TO TRUE
           END-IF
           MOVE SPACES TO KCN-REFERENTIE.

       VERREKEN-CREDITNOTA.
           DISPLAY "BANKIERT DE KLANT BIJ ONS? (J/N):"
           ACCEPT BANK-KEUZE
           SET GEEN-REKENING TO TRUE
           IF KLANT-BANKIERT-HIER
               PERFORM ZOEK-KLANTREKENING
               IF GEEN-REKENING
                   DISPLAY "GEEN OPEN REKENING GEVONDEN VOOR KLANT "
                       ORD-KLANTNR " - VERREKENING OP DE POSTEN"
               END-IF
           END-IF
           IF REKENING-GEVONDEN
               PERFORM SCHRIJF-CREDITBEWEGING
           ELSE
               PERFORM VERMINDER-POSTEN
           END-IF.

       ZOEK-KLANTREKENING.
           MOVE "N" TO REKENINGEN-KLAAR
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE ORD-KLANTNR TO KLANTNR
           START REKENINGEN KEY IS = KLANTNR
               INVALID KEY MOVE "J" TO REKENINGEN-KLAAR
           END-START
           PERFORM ZOEK-OPEN-REKENING
               UNTIL REKENINGEN-GELEZEN OR REKENING-GEVONDEN
           CLOSE REKENINGEN.

       ZOEK-OPEN-REKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO REKENINGEN-KLAAR
           END-READ
           IF NOT REKENINGEN-GELEZEN
               IF REKENINGEN-STATUS = "00" OR REKENINGEN-STATUS = "02"
                   IF KLANTNR NOT = ORD-KLANTNR
                       MOVE "J" TO REKENINGEN-KLAAR
                   ELSE
                       IF NOT REKENING-GESLOTEN
                           AND NOT REKENING-GEBLOKKEERD
                           SET REKENING-GEVONDEN TO TRUE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                       REKENINGEN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       SCHRIJF-CREDITBEWEGING.
           OPEN EXTEND REKENINGBEWEGINGEN
           IF REKBEW-STATUS NOT = "00" AND REKBEW-STATUS NOT = "05"
               DISPLAY "KAN REKENINGBEWEGINGEN NIET OPENEN, STATUS: "
                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           MOVE ZEROS TO REKENING-BEWEGING
           MOVE "N" TO BEW-TRANSFER
           MOVE REKNR TO BEW-REKNR
           MOVE "M" TO BEW-SOORT
           MOVE MUNT TO BEW-MUNT
           CALL "MAAK-BOEKINGSREFERENTIE" USING BOEKINGSREFERENTIE
           MOVE BOEKINGSREFERENTIE TO BEW-REFERENTIE
           MOVE KCN-BEDRAG TO BEW-BEDRAG
           WRITE REKENING-BEWEGING
           CLOSE REKENINGBEWEGINGEN
           SET KCN-OP-REKENING TO TRUE
           MOVE BOEKINGSREFERENTIE TO KCN-REFERENTIE
           DISPLAY "CREDITNOTA " KCN-BEDRAG " GECREDITEERD OP REKENING "
               DEEL1 "-" DEEL2 "-" DEEL3
               " (REFERENTIE " BOEKINGSREFERENTIE ")".

       VERMINDER-POSTEN.
           SET KCN-OP-POST TO TRUE
           MOVE KCN-BEDRAG TO NOG-TE-VERREKENEN
           OPEN I-O OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN POSTENBESTAND NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO POSTEN-KLAAR
           MOVE ORD-NR TO OPP-ORDERNR
           MOVE ZERO TO OPP-FACTUURVOLGNR
           START OPENSTAANDE-POSTEN KEY IS NOT < OPP-SLEUTEL
               INVALID KEY MOVE "J" TO POSTEN-KLAAR
           END-START
           PERFORM VERMINDER-ORDERPOST
               UNTIL POSTEN-GELEZEN OR NOG-TE-VERREKENEN = ZERO
           CLOSE OPENSTAANDE-POSTEN
           MOVE NOG-TE-VERREKENEN TO KCN-TERUG-TE-BETALEN
           IF KCN-TERUG-TE-BETALEN > ZERO
               DISPLAY "LET OP: " KCN-TERUG-TE-BETALEN
                   " STAAT NIET MEER OPEN EN MOET AAN DE KLANT "
                   "TERUGBETAALD WORDEN"
           END-IF.

       VERMINDER-ORDERPOST.
           READ OPENSTAANDE-POSTEN NEXT
               AT END MOVE "J" TO POSTEN-KLAAR
           END-READ
           IF NOT POSTEN-GELEZEN
               IF POSTEN-STATUS = "00" OR POSTEN-STATUS = "02"
                   IF OPP-ORDERNR NOT = ORD-NR
                       MOVE "J" TO POSTEN-KLAAR
                   ELSE
                       IF POST-OPEN AND OPP-OPENSTAAND > ZERO
                           PERFORM VERREKEN-OP-POST
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                       POSTEN-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       VERREKEN-OP-POST.
           MOVE OPP-OPENSTAAND TO OUD-OPENSTAAND
           IF NOG-TE-VERREKENEN > OPP-OPENSTAAND
               MOVE OPP-OPENSTAAND TO VERREKEND-BEDRAG
           ELSE
               MOVE NOG-TE-VERREKENEN TO VERREKEND-BEDRAG
           END-IF
           SUBTRACT VERREKEND-BEDRAG FROM OPP-BEDRAG
           SUBTRACT VERREKEND-BEDRAG FROM OPP-OPENSTAAND
           SUBTRACT VERREKEND-BEDRAG FROM NOG-TE-VERREKENEN
           IF OPP-OPENSTAAND = ZERO
               SET POST-BETAALD TO TRUE
           END-IF
           REWRITE OPENSTAANDE-POST
               INVALID KEY
                   DISPLAY "POSTENBESTAND IS DEFECT, STATUS: "
                       POSTEN-STATUS
                   PERFORM FOUT
           END-REWRITE
           PERFORM SCHRIJF-AUDIT-POST
           DISPLAY "POST " OPP-ORDERNR "/" OPP-FACTUURVOLGNR
               " VERMINDERD MET " VERREKEND-BEDRAG
               ", NOG OPENSTAAND: " OPP-OPENSTAAND.

       SCHRIJF-AUDIT-POST.
           MOVE SPACES TO AUDIT-REGEL
           MOVE OPP-SLEUTEL TO AUD-SLEUTEL
           MOVE "CREDITNOTA" TO AUD-VELD
           MOVE OUD-OPENSTAAND TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-OUD
           MOVE OPP-OPENSTAAND TO AUD-BEDRAG-WERK
           MOVE AUD-BEDRAG-WERK TO AUD-NIEUW
           MOVE "REGISTREER-KLANTRET" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG.

       BEWAAR-CREDITNOTA.
           WRITE KLANTCREDITNOTA
               INVALID KEY
                   DISPLAY "CREDITNOTABESTAND IS DEFECT, STATUS: "
                       CREDITNOTAS-STATUS
                   PERFORM FOUT
           END-WRITE.

       DRUK-CREDITNOTA.
           SET KLANT-ONBEKEND TO TRUE
           MOVE ORD-KLANTNR TO NR
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND
               MOVE SPACES TO NAAM STRAAT POSTCODE GEMEENTE
           END-IF
           OPEN EXTEND CREDITNOTALIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "CREDITNOTA " DELIMITED BY SIZE
               KCN-NR DELIMITED BY SIZE
               " VAN " DELIMITED BY SIZE
               KCN-DATUM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "KLANT " DELIMITED BY SIZE
               KCN-KLANTNR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               NAAM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE STRAAT TO LIJST-REGEL (3:30)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "  " DELIMITED BY SIZE
               POSTCODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GEMEENTE DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "BETREFT ORDER " DELIMITED BY SIZE
               KCN-ORDERNR DELIMITED BY SIZE
               " REGEL " DELIMITED BY SIZE
               KCN-ORDERREGEL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               KCN-REDEN DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE KCN-AANTAL TO CNV-AANTAL
           MOVE KCN-PRODNR TO CNV-PRODNR
           MOVE KCN-PRIJS TO CNV-PRIJS
           MOVE KCN-NETTO TO CNV-BEDRAG
           MOVE CREDITNOTA-VELDEN TO LIJST-REGEL (3:)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE KCN-BTW TO BEDRAG-WERK
           STRING "BTW " DELIMITED BY SIZE
               BTW-PERCENTAGE (BTW-IDX) DELIMITED BY SIZE
               "%: " DELIMITED BY SIZE
               BEDRAG-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE KCN-BEDRAG TO BEDRAG-WERK
           STRING "TOTAAL CREDITNOTA: " DELIMITED BY SIZE
               BEDRAG-WERK DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           IF KCN-OP-REKENING
               STRING "GECREDITEERD OP REKENING " DELIMITED BY SIZE
                   DEEL1 DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DEEL2 DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DEEL3 DELIMITED BY SIZE
                   INTO LIJST-REGEL
               END-STRING
           ELSE
               MOVE "IN MINDERING VAN DE OPENSTAANDE FACTUUR"
                   TO LIJST-REGEL
           END-IF
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:45)
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE CREDITNOTALIJST.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SCHRIJF-BTW-REGEL.
           OPEN EXTEND BTW-REGISTER
           MOVE SPACES TO BTW-REGEL
           MOVE RUNDATUM TO BTR-FACTUURDATUM
           MOVE KCN-ORDERNR TO BTR-ORDERNR
           MOVE KCN-KLANTNR TO BTR-KLANTNR
           MOVE KCN-BTW-CODE TO BTR-CODE
           MOVE KCN-NETTO TO BTR-MAATSTAF
           MOVE KCN-BTW TO BTR-BTW
           SET BTR-CREDITNOTA TO TRUE
           WRITE BTW-REGEL
           CLOSE BTW-REGISTER.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO KCN-NR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO KCN-NR
           READ KLANTCREDITNOTAS
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND CREDITNOTAS-STATUS NOT = "00"
               DISPLAY "CREDITNOTABESTAND IS DEFECT, STATUS: "
                   CREDITNOTAS-STATUS
               PERFORM FOUT
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE VERKOOPORDERS
           CLOSE KLANTEN
           CLOSE LOCATIES
           CLOSE KLANTCREDITNOTAS
           CLOSE SERIENUMMERS.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "REGISTREER-KLANTRET" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE GEVR-ORDERNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
