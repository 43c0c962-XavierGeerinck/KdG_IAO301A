      *************************************************************
      * BOEK INVENTARIS
      *
      * BOEKT DE VERSCHILLEN VAN EEN GESLOTEN JAARINVENTARIS NA
      * AFTEKENING DOOR EEN OPERATOR VAN NIVEAU 3. HET PROGRAMMA
      * TOONT EERST DE TOTALEN VAN DE VERSCHILLENLIJST EN BOEKT
      * PAS NA BEVESTIGING. PER TELREGEL MET EEN VERSCHIL GAAT EEN
      * AANPASSINGSBEWEGING (A) NAAR BEWEGINGEN.DAT VOOR HET
      * VERSCHIL GETELD MIN BOEKVOORRAAD VAN DE MOMENTOPNAME. DE
      * BEWEGINGEN SINDS DE MOMENTOPNAME BLIJVEN ZO BEHOUDEN: DE
      * CORRECTIE GEBEURT TEGEN DE MOMENTOPNAME EN NIET TEGEN DE
      * LEVENDE VOORRAAD. VERWERK-BEWEGING PAST ZE IN DE VOLGENDE
      * RUN TOE EN WAARDEERT ZE ONDER STOCKAAN.
      * HEEFT EEN PRODUCT NETTO EEN TEKORT, DAN WORDT DAT
      * AFGESCHREVEN VAN DE LOTS UIT DE MOMENTOPNAME (INVLOTS.DAT),
      * OUDSTE EERST, ZONDER MEER TE NEMEN DAN HET LOT NU NOG
      * BEVAT. ELKE AFSCHRIJVING KOMT IN LOTBEWEGINGEN.HIST.
      * DE INVENTARIS KRIJGT DAARNA STATUS GEBOEKT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOEK-INVENTARIS.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVENTARIS
                  ASSIGN TO "BESTANDEN/INVENTARIS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INK-JAAR
                  FILE STATUS IS INVENTARIS-STATUS.

           SELECT INVREGELS
                  ASSIGN TO "BESTANDEN/INVREGELS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS INR-SLEUTEL
                  FILE STATUS IS INVREGELS-STATUS.

           SELECT INVLOTS
                  ASSIGN TO "BESTANDEN/INVLOTS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ILT-SLEUTEL
                  FILE STATUS IS INVLOTS-STATUS.

           SELECT OPTIONAL LOTS
                  ASSIGN TO "BESTANDEN/LOTS.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LOT-SLEUTEL
                  FILE STATUS IS LOTS-STATUS.

           SELECT OPTIONAL LOT-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/LOTBEWEGINGEN.HIST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS OPERATORS-STATUS.

           SELECT OPTIONAL Bewegingen
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

           SELECT SORT-WERKBESTAND ASSIGN TO "BESTANDEN/SORTBKI.TMP".

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIS BLOCK CONTAINS 10 RECORDS.
       01  INVENTARIS-REC.
           COPY "invkop.cpy".

       FD  INVREGELS BLOCK CONTAINS 10 RECORDS.
       01  INVREGEL-REC.
           COPY "invregel.cpy".

       FD  INVLOTS BLOCK CONTAINS 10 RECORDS.
       01  INVLOT-REC.
           02 ILT-SLEUTEL.
               03 ILT-PRODNR PIC X(6).
               03 ILT-NR PIC 9(5).
           02 ILT-LEVERDATUM PIC 9(8).
           02 ILT-VERVALDATUM PIC 9(8).
           02 ILT-RESTAANTAL PIC 9(4).

       FD  LOTS BLOCK CONTAINS 10 RECORDS.
       01  LOT-REC.
           COPY "lot.cpy".

       FD  LOT-BEWEGINGEN.
       01  LOTHIST-REGEL.
           COPY "lothist.cpy".

       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATOR-REC.
           COPY "operator.cpy".

       FD  Bewegingen BLOCK CONTAINS 10 RECORDS.
       01  BEWEGING.
           COPY "beweging.cpy".

       SD  SORT-WERKBESTAND.
       01  SORT-BKI.
           02 SBK-PRODNR PIC X(6).
           02 SBK-VERSCHIL PIC S9(5).

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  KLAAR-MET-SORT PIC X(1).
           88 SORT-UITGELEZEN VALUE "J".
       77  LOTS-KLAAR PIC X(1).
           88 LOTS-GELEZEN VALUE "J".
       77  INVENTARIS-STATUS PIC X(2).
       77  INVREGELS-STATUS PIC X(2).
       77  INVLOTS-STATUS PIC X(2).
       77  LOTS-STATUS PIC X(2).
       77  OPERATORS-STATUS PIC X(2).
       77  BEWEGINGEN-STATUS PIC X(2).
       77  OPERATOR-GEVONDEN PIC X(1).
           88 OPERATOR-BEKEND VALUE "J".
           88 OPERATOR-ONBEKEND VALUE "N".
       77  INVENTARIS-GEVONDEN PIC X(1).
           88 INVENTARIS-TE-BOEKEN VALUE "J".
       77  OPERATOR-ID PIC X(8).
       77  RUNDATUM PIC 9(8).
       77  ANTWOORD PIC X(1).
       77  VERSCHIL PIC S9(5).
       77  VERSCHIL-WAARDE PIC S9(9)V99.
       77  TOTAAL-PLUS PIC S9(11)V99 VALUE ZERO.
       77  TOTAAL-MIN PIC S9(11)V99 VALUE ZERO.
       77  TOTAAL-WAARDE PIC S9(11)V99 VALUE ZERO.
       77  AANTAL-VERSCHILLEN PIC 9(7) VALUE ZERO.
       77  AANTAL-BEWEGINGEN PIC 9(7) VALUE ZERO.
       77  AANTAL-LOTMUTATIES PIC 9(7) VALUE ZERO.
       77  HUIDIG-PRODUCT PIC X(6).
       77  PRODUCT-VERSCHIL PIC S9(7).
       77  NOG-AF-TE-SCHRIJVEN PIC 9(7).
       77  LOT-AFNAME PIC S9(5).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM TEL-VERSCHILLEN
           DISPLAY "---------------------------------------"
           DISPLAY "INVENTARIS         : " INK-JAAR
           DISPLAY "GESLOTEN OP        : " INK-SLUITDATUM
               " DOOR " INK-GESLOTEN-DOOR
           DISPLAY "REGELS MET VERSCHIL: " AANTAL-VERSCHILLEN
           DISPLAY "TOTAAL MEERWAARDE  : " TOTAAL-PLUS
           DISPLAY "TOTAAL MINWAARDE   : " TOTAAL-MIN
           DISPLAY "NETTO VERSCHIL     : " TOTAAL-WAARDE
           DISPLAY "---------------------------------------"
           DISPLAY "AFTEKENEN EN BOEKEN? (J/N): " WITH NO ADVANCING
           ACCEPT ANTWOORD
           IF ANTWOORD NOT = "J" AND ANTWOORD NOT = "j"
               DISPLAY "INVENTARIS NIET GEBOEKT"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-BESTANDEN
           SORT SORT-WERKBESTAND
               ON ASCENDING KEY SBK-PRODNR
               INPUT PROCEDURE IS MAAK-CORRECTIES
               OUTPUT PROCEDURE IS SCHRIJF-LOTS-AF
           PERFORM SLUIT-BESTANDEN
           PERFORM MARKEER-GEBOEKT
           DISPLAY "---------------------------------------"
           DISPLAY "CORRECTIEBEWEGINGEN: " AANTAL-BEWEGINGEN
           DISPLAY "LOTAFSCHRIJVINGEN  : " AANTAL-LOTMUTATIES
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE 0 TO RETURN-CODE
           CALL "HUIDIGE-OPERATOR" USING OPERATOR-ID
           ACCEPT RUNDATUM FROM DATE YYYYMMDD
           PERFORM CONTROLEER-NIVEAU
           OPEN INPUT INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "05"
               DISPLAY "KAN INVENTARISBESTAND NIET OPENEN, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM ZOEK-INVENTARIS
           CLOSE INVENTARIS
           IF NOT INVENTARIS-TE-BOEKEN
               DISPLAY "ER IS GEEN INVENTARIS TE BOEKEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF INVENTARIS-OPEN
               DISPLAY "INVENTARIS " INK-JAAR " IS NOG NIET GESLOTEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

       CONTROLEER-NIVEAU.
           SET OPERATOR-ONBEKEND TO TRUE
           OPEN INPUT OPERATORS
           IF OPERATORS-STATUS NOT = "00"
               AND OPERATORS-STATUS NOT = "05"
               DISPLAY "KAN OPERATORBESTAND NIET OPENEN, STATUS: "
                   OPERATORS-STATUS
               PERFORM FOUT
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATORS
               INVALID KEY SET OPERATOR-ONBEKEND TO TRUE
               NOT INVALID KEY SET OPERATOR-BEKEND TO TRUE
           END-READ
           CLOSE OPERATORS
           IF OPERATOR-ONBEKEND OR OPR-NIVEAU < 3
               DISPLAY "ALLEEN EEN AANGEMELDE OPERATOR VAN NIVEAU 3 "
                   "MAG EEN INVENTARIS AFTEKENEN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      * ER IS HOOGSTENS EEN INVENTARIS DIE NOG NIET GEBOEKT IS;
      * START-INVENTARIS LAAT GEEN TWEEDE TOE.
       ZOEK-INVENTARIS.
           MOVE "N" TO INVENTARIS-GEVONDEN
           MOVE "N" TO GEDAAN
           IF INVENTARIS-STATUS = "05"
               MOVE "J" TO GEDAAN
           END-IF
           PERFORM LEES-INVENTARIS UNTIL STOPLEZEN.

       LEES-INVENTARIS.
           READ INVENTARIS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INVENTARIS-STATUS NOT = "00"
               AND INVENTARIS-STATUS NOT = "02"
               DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN AND NOT INVENTARIS-GEBOEKT
               MOVE "J" TO INVENTARIS-GEVONDEN
               MOVE "J" TO GEDAAN
           END-IF.

       OPEN-TELREGELS.
           OPEN INPUT INVREGELS
           IF INVREGELS-STATUS NOT = "00"
               DISPLAY "KAN TELREGELS NIET OPENEN, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF
           MOVE "N" TO GEDAAN.

       LEES-TELREGEL.
           READ INVREGELS NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND INVREGELS-STATUS NOT = "00"
               AND INVREGELS-STATUS NOT = "02"
               DISPLAY "TELREGELS ZIJN DEFECT, STATUS: "
                   INVREGELS-STATUS
               PERFORM FOUT
           END-IF.

       TEL-VERSCHILLEN.
           PERFORM OPEN-TELREGELS
           PERFORM TEL-VERSCHIL UNTIL STOPLEZEN
           CLOSE INVREGELS.

       TEL-VERSCHIL.
           PERFORM LEES-TELREGEL
           IF NOT STOPLEZEN
               COMPUTE VERSCHIL = INR-GETELD - INR-BOEK
               IF VERSCHIL NOT = ZERO
                   COMPUTE VERSCHIL-WAARDE = VERSCHIL * INR-UNIT-COST
                   ADD 1 TO AANTAL-VERSCHILLEN
                   ADD VERSCHIL-WAARDE TO TOTAAL-WAARDE
                   IF VERSCHIL-WAARDE > ZERO
                       ADD VERSCHIL-WAARDE TO TOTAAL-PLUS
                   ELSE
                       ADD VERSCHIL-WAARDE TO TOTAAL-MIN
                   END-IF
               END-IF
           END-IF.

       OPEN-BESTANDEN.
           OPEN EXTEND Bewegingen
           IF BEWEGINGEN-STATUS NOT = "00"
               AND BEWEGINGEN-STATUS NOT = "05"
               DISPLAY "KAN BEWEGINGENBESTAND NIET OPENEN, STATUS: "
                   BEWEGINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT INVLOTS
           IF INVLOTS-STATUS NOT = "00"
               DISPLAY "KAN MOMENTOPNAME LOTS NIET OPENEN, STATUS: "
                   INVLOTS-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O LOTS
           IF LOTS-STATUS NOT = "00" AND LOTS-STATUS NOT = "05"
               DISPLAY "KAN LOTSBESTAND NIET OPENEN, STATUS: "
                   LOTS-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND LOT-BEWEGINGEN.

      * EEN AANPASSINGSBEWEGING PER TELREGEL MET EEN VERSCHIL, OP
      * DE LOCATIE VAN DE TELREGEL. HET VERSCHIL GAAT OOK NAAR HET
      * SORTEERBESTAND VOOR DE LOTAFSCHRIJVING PER PRODUCT.
       MAAK-CORRECTIES.
           PERFORM OPEN-TELREGELS
           PERFORM MAAK-CORRECTIE UNTIL STOPLEZEN
           CLOSE INVREGELS.

       MAAK-CORRECTIE.
           PERFORM LEES-TELREGEL
           IF NOT STOPLEZEN
               COMPUTE VERSCHIL = INR-GETELD - INR-BOEK
               IF VERSCHIL NOT = ZERO
                   MOVE SPACES TO BEWEGING
                   MOVE INR-PRODNR TO PRODNR
                   MOVE VERSCHIL TO CHANGE
                   MOVE "A" TO TRANSTYPE
                   MOVE INR-LOCATIE TO LOCATIE
                   MOVE ZERO TO EENHEIDSKOST
                   MOVE ZERO TO VERVALDATUM
                   MOVE ZERO TO EANNR
                   MOVE ZERO TO ORDERNUMMER
                   MOVE ZERO TO KLANTNUMMER
                   WRITE BEWEGING
                   ADD 1 TO AANTAL-BEWEGINGEN
                   MOVE INR-PRODNR TO SBK-PRODNR
                   MOVE VERSCHIL TO SBK-VERSCHIL
                   RELEASE SORT-BKI
               END-IF
           END-IF.

       SCHRIJF-LOTS-AF.
           MOVE SPACES TO HUIDIG-PRODUCT
           MOVE ZERO TO PRODUCT-VERSCHIL
           MOVE "N" TO KLAAR-MET-SORT
           PERFORM TEL-PRODUCTVERSCHIL UNTIL SORT-UITGELEZEN
           IF HUIDIG-PRODUCT NOT = SPACES
               PERFORM SLUIT-PRODUCT-AF
           END-IF.

       TEL-PRODUCTVERSCHIL.
           RETURN SORT-WERKBESTAND
               AT END MOVE "J" TO KLAAR-MET-SORT
           END-RETURN
           IF NOT SORT-UITGELEZEN
               IF SBK-PRODNR NOT = HUIDIG-PRODUCT
                   IF HUIDIG-PRODUCT NOT = SPACES
                       PERFORM SLUIT-PRODUCT-AF
                   END-IF
                   MOVE SBK-PRODNR TO HUIDIG-PRODUCT
                   MOVE ZERO TO PRODUCT-VERSCHIL
               END-IF
               ADD SBK-VERSCHIL TO PRODUCT-VERSCHIL
           END-IF.

      * EEN MEERTELLING MAAKT GEEN LOT AAN: DIE VOORRAAD HEEFT GEEN
      * GEKENDE LEVERDATUM. EEN NETTO TEKORT GAAT AF VAN DE LOTS
      * ZOALS ZE IN DE MOMENTOPNAME STONDEN, OUDSTE EERST.
       SLUIT-PRODUCT-AF.
           IF PRODUCT-VERSCHIL < ZERO
               COMPUTE NOG-AF-TE-SCHRIJVEN = 0 - PRODUCT-VERSCHIL
               MOVE "N" TO LOTS-KLAAR
               MOVE HUIDIG-PRODUCT TO ILT-PRODNR
               MOVE ZERO TO ILT-NR
               START INVLOTS KEY IS NOT < ILT-SLEUTEL
                   INVALID KEY MOVE "J" TO LOTS-KLAAR
               END-START
               PERFORM SCHRIJF-VOLGEND-LOT-AF
                   UNTIL LOTS-GELEZEN OR NOG-AF-TE-SCHRIJVEN = ZERO
               IF NOG-AF-TE-SCHRIJVEN > ZERO
                   DISPLAY "GEEN LOT MEER VOOR " NOG-AF-TE-SCHRIJVEN
                       " VAN " HUIDIG-PRODUCT
               END-IF
           END-IF.

       SCHRIJF-VOLGEND-LOT-AF.
           READ INVLOTS NEXT
               AT END MOVE "J" TO LOTS-KLAAR
           END-READ
           IF NOT LOTS-GELEZEN
               IF INVLOTS-STATUS = "00" OR INVLOTS-STATUS = "02"
                   IF ILT-PRODNR NOT = HUIDIG-PRODUCT
                       MOVE "J" TO LOTS-KLAAR
                   ELSE
                       IF ILT-RESTAANTAL > ZERO
                           PERFORM SCHRIJF-LOT-AF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "MOMENTOPNAME LOTS IS DEFECT, STATUS: "
                       INVLOTS-STATUS
                   PERFORM FOUT
               END-IF
           END-IF.

       SCHRIJF-LOT-AF.
           MOVE ILT-SLEUTEL TO LOT-SLEUTEL
           READ LOTS
               INVALID KEY MOVE ZERO TO LOT-RESTAANTAL
           END-READ
           IF LOTS-STATUS NOT = "00" AND LOTS-STATUS NOT = "23"
               DISPLAY "LOTSBESTAND IS DEFECT, STATUS: " LOTS-STATUS
               PERFORM FOUT
           END-IF
           IF LOTS-STATUS = "00" AND LOT-RESTAANTAL > ZERO
               MOVE NOG-AF-TE-SCHRIJVEN TO LOT-AFNAME
               IF ILT-RESTAANTAL < LOT-AFNAME
                   MOVE ILT-RESTAANTAL TO LOT-AFNAME
               END-IF
               IF LOT-RESTAANTAL < LOT-AFNAME
                   MOVE LOT-RESTAANTAL TO LOT-AFNAME
               END-IF
               SUBTRACT LOT-AFNAME FROM LOT-RESTAANTAL
               SUBTRACT LOT-AFNAME FROM NOG-AF-TE-SCHRIJVEN
               REWRITE LOT-REC
                   INVALID KEY
                       DISPLAY "LOTSBESTAND IS DEFECT, STATUS: "
                           LOTS-STATUS
                       PERFORM FOUT
               END-REWRITE
               MOVE SPACES TO LOTHIST-REGEL
               MOVE RUNDATUM TO LHS-DATUM
               MOVE LOT-PRODNR TO LHS-PRODNR
               MOVE LOT-NR TO LHS-LOTNR
               MOVE "A" TO LHS-TRANSTYPE
               COMPUTE LHS-AANTAL = 0 - LOT-AFNAME
               WRITE LOTHIST-REGEL
               ADD 1 TO AANTAL-LOTMUTATIES
               DISPLAY "UIT LOT " LOT-NR " VAN " LOT-PRODNR
                   " AFGESCHREVEN: " LOT-AFNAME
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE Bewegingen
           CLOSE INVLOTS
           CLOSE LOTS
           CLOSE LOT-BEWEGINGEN.

       MARKEER-GEBOEKT.
           OPEN I-O INVENTARIS
           IF INVENTARIS-STATUS NOT = "00"
               DISPLAY "KAN INVENTARISBESTAND NIET OPENEN, STATUS: "
                   INVENTARIS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM ZOEK-INVENTARIS
           SET INVENTARIS-GEBOEKT TO TRUE
           MOVE RUNDATUM TO INK-BOEKDATUM
           MOVE OPERATOR-ID TO INK-GEBOEKT-DOOR
           REWRITE INVENTARIS-REC
               INVALID KEY
                   DISPLAY "INVENTARISBESTAND IS DEFECT, STATUS: "
                       INVENTARIS-STATUS
                   PERFORM FOUT
           END-REWRITE
           CLOSE INVENTARIS
           MOVE SPACES TO AUDIT-REGEL
           MOVE INK-JAAR TO AUD-SLEUTEL
           MOVE "INVENTARIS" TO AUD-VELD
           MOVE "GESLOTEN" TO AUD-OUD
           MOVE "GEBOEKT" TO AUD-NIEUW
           MOVE "BOEK-INVENTARIS" TO AUD-PROGRAMMA
           ACCEPT AUD-DATUM FROM DATE YYYYMMDD
           ACCEPT AUD-TIJD FROM TIME
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN EXTEND AUDITLOG
           WRITE AUDIT-REGEL
           CLOSE AUDITLOG
           DISPLAY "INVENTARIS " INK-JAAR " AFGETEKEND EN GEBOEKT DOOR "
               OPERATOR-ID.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "BOEK-INVENTARIS" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE OPERATOR-ID TO ERRLOG-OPERATOR
           MOVE INK-JAAR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
