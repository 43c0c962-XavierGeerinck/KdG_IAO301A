      * SALDO), ZODAT ELKE BOEKING LATER OPVRAAGBAAR BLIJFT VIA
      * PRINT-REKENING-JOURNAAL.
      *
      * ELKE JOURNAALREGEL GAAT OOK NAAR HET GEINDEXEERDE JOURNAAL
      * REKJOURNAAL.IDX (SLEUTEL REKENING, BOEKDATUM, VOLGNUMMER EN
      * EEN HERHALINGSNUMMER VOOR EEN TWEEDE RUN OP DEZELFDE DAG),
      * WAARIN DE OPVRAGINGEN PER REKENING ENKEL DE REGELS VAN DIE
      * REKENING LEZEN. HERBOUW-JOURNAALINDEX BOUWT HET
      * INDEXBESTAND OPNIEUW OP UIT REKJOURNAAL.DAT.
      *
      * TEGEN DUBBEL BOEKEN NA EEN CRASH HOUDT HET PROGRAMMA EEN
      * HERSTARTTELLER BIJ IN REKBEW.RESTART (TER PLAATSE HERSCHREVEN,
      * NOOIT AFGEKNOT) EN SCHRIJFT HET VOOR ELKE HERSCHRIJVING HET
      * ELKE TOEGEPASTE BOEKING WORDT BOVENDIEN PER REKENING EN PER
      * MAAND GETELD IN VERRICHTINGEN.DAT, OPGESPLITST NAAR SOORT
      * (MANUEEL, OVERSCHRIJVING, DOMICILIERING, PERMANENTE
      * OPDRACHT, KAARTBETALING VOLGENS BEW-SOORT).
      * AANREKEN-VERRICHTINGKOSTEN
      * REKENT DIE TELLERS MAANDELIJKS AF TEGEN HET TARIEVENBESTAND
      * TARIEVEN.DAT; INTERNE KOSTEN- EN RENTEBOEKINGEN (SOORT "K")
      * EN AFDRACHTEN OP BESLAG (SOORT "B") TELLEN NIET MEE.
      *
      * ELKE BEWEGING DRAAGT EEN UNIEKE BOEKINGSREFERENTIE
      * (BEW-REFERENTIE, TOEGEKEND DOOR MAAK-BOEKINGSREFERENTIE OP
      * MET KOP- EN STAARTRECORD ZOALS BIJ DE B1-BESTANDEN, KLAAR
      * VOOR AANLEVERING AAN HET BANKNETWERK.
      *
      * DE NAAM VAN DE BEGUNSTIGDE VAN ZO'N EXTERNE BETALING WORDT
      * EERST MET SCREEN-NAAM AFGETOETST TEGEN DE SANCTIELIJST. BIJ
      * EEN TREFFER WORDT DE BEWEGING NIET GEBOEKT MAAR MET DE
      * GETROFFEN NAAM IN DE VIER-OGENWACHTRIJ GOEDKEURINGEN.DAT
      * GEZET (ACTIE "S"); GEEFT VERWERK-GOEDKEURINGEN ZE VRIJ, DAN
      * KOMT ZE ALS VRIJGEGEVEN (BEW-SCREENING = "J") TERUG IN
      * REKENINGBEWEGINGEN.DAT EN WORDT ZE BIJ DE VOLGENDE RUN
      * ZONDER NIEUWE SCREENING GEBOEKT.
      *
      * GEWEIGERDE BEWEGINGEN VERDWIJNEN NIET LANGER: ZE GAAN MET
      * REDEN EN AANBIEDINGSTELLER NAAR HET WACHTBESTAND
      * REKBEWSUSPENSE.DAT, VANWAAR HERAANBIEDEN-BEWEGINGEN ZE BIJ
      * EEN VOLGENDE RUN OPNIEUW KAN AANBIEDEN.
      *
      * STAAT ER OP EEN REKENING EEN ACTIEF BESLAG (BESLAGEN.DAT),
      * DAN MAG DE KLANT PER KALENDERMAAND HOOGSTENS HET BESCHERMDE
      * BEDRAG VAN HET OUDSTE ACTIEVE BESLAG AFHALEN OF OVERSCHRIJVEN.
      * WAT DEZE MAAND AL OPGENOMEN WERD STAAT IN BSL-VRIJ-OPGENOMEN;
      * EEN DEBITERING DIE DAARBOVEN ZOU GAAN WORDT GEWEIGERD. DE
      * AFDRACHT AAN DE GERECHTSDEURWAARDER (SOORT "B") EN INTERNE
      * KOSTEN (SOORT "K") VALLEN BUITEN DIE GRENS EN TELLEN NIET
      * MEE ALS VERRICHTING.
      *
      * OP EEN GEREGLEMENTEERDE SPAARREKENING (REKENINGTYPE "GRSP")
      * WORDT ELKE TOEGEPASTE BOEKING OOK IN SPAARTRANCHES.DAT
      * VERWERKT VIA BOEK-SPAARTRANCHE: EEN STORTING WORDT EEN NIEUWE
      * TRANCHE MET DE VALUTADATUM ALS START VAN DE
      * GETROUWHEIDSPERIODE, EEN AFHALING GAAT AF VAN DE MEEST
      * RECENTE TRANCHES EERST. DIT GEBEURT NA HET OPSCHUIVEN VAN DE
      * HERSTARTTELLER, ZOALS DE ANDERE NASCHRIJVINGEN; BEREKEN-RENTE
      * STEMT DE TRANCHES MAANDELIJKS AF MET HET SALDO.
      *
      * HET NETTO DAGTOTAAL GAAT ALS CATEGORIE BEWEGING NAAR
      * GROOTBOEK.WRK, GESPLITST PER THUISKANTOOR VAN DE GEBOEKTE
      * REKENINGEN (ZIE BOEK-GROOTBOEK). WAT VOOR EEN HERSTART
      * GEBOEKT WERD, KOMT OP DE REGEL ZONDER KANTOOR.
      *
      * EEN OPGEGEVEN VALUTADATUM MAG NIET IN EEN BOEKHOUDPERIODE
      * VALLEN DIE SLUIT-PERIODE AL HEEFT AFGESLOTEN: EERSTE-OPEN-
      * DATUM SCHUIFT ZE DAN DOOR NAAR DE EERSTE DAG VAN DE EERSTE
      * OPEN MAAND. WORDT DE BEWEGING GEBOEKT, DAN KOMT DE
      * VERSCHUIVING (NA HET OPSCHUIVEN VAN DE HERSTARTTELLER) OP DE
      * HERDATERINGSLIJST HERDATERINGEN.LST.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERWERK-REKENING-BEWEGING.
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAAL-INDEX
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.IDX"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS JRX-SLEUTEL
                  FILE STATUS IS INDEX-STATUS.

           SELECT OPTIONAL SUSPENSE-BEWEGINGEN
                  ASSIGN TO "BESTANDEN/REKBEWSUSPENSE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VERRICHTINGEN
                  ASSIGN TO "BESTANDEN/VERRICHTINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ASSIGN TO "BESTANDEN/REKBEWHERSTEL.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GOEDKEURINGEN
                  ASSIGN TO "BESTANDEN/GOEDKEURINGEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS GKR-NR
                  FILE STATUS IS GOEDKEURINGEN-STATUS.

           SELECT OPTIONAL BESLAGEN
                  ASSIGN TO "BESTANDEN/BESLAGEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BSL-NR
                  ALTERNATE RECORD KEY IS BSL-REKNR WITH DUPLICATES
                  FILE STATUS IS BESLAGEN-STATUS.

           SELECT OPTIONAL HERDATERINGEN
                  ASSIGN TO "BESTANDEN/HERDATERINGEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       01  JOURNAAL-REGEL.
           COPY "rekjrn.cpy".

       FD  JOURNAAL-INDEX BLOCK CONTAINS 10 RECORDS.
       01  JOURNAALINDEX-REC.
           COPY "rekjrnx.cpy".

       FD  SUSPENSE-BEWEGINGEN.
       01  SUSPENSE-REGEL.
           COPY "rekbewsus.cpy".

       FD  VERRICHTINGEN BLOCK CONTAINS 10 RECORDS.
       01  VERRICHTING-REC.
           COPY "verricht.cpy".
       01  REK.
           COPY "rekening.cpy".

       FD  GOEDKEURINGEN BLOCK CONTAINS 10 RECORDS.
       01  GOEDKEURING-REC.
           COPY "goedkeur.cpy".

       FD  BESLAGEN BLOCK CONTAINS 10 RECORDS.
       01  BESLAG-REC.
           COPY "beslag.cpy".

       FD  HERDATERINGEN.
       01  HERDATERING-REGEL.
           COPY "herdat.cpy".

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  GROOTBOEK-TELLEN PIC X(1) VALUE "T".
       77  GROOTBOEK-SCHRIJVEN PIC X(1) VALUE "S".
       77  GEDAAN PIC X(1).
           88 STOP-LEZEN VALUE "J".
       77  LEESRESULTAAT PIC X(1).
       77  AANTAL-TERUGGEDRAAID PIC 9(3) VALUE ZERO.
       77  HERSTEL-DATUM PIC 9(8) VALUE ZERO.
       77  AANTAL-OPGEKUISD PIC 9(3) VALUE ZERO.
       77  INDEX-STATUS PIC X(2).
       77  INDEX-TOESTAND PIC X(1).
           88 INDEX-GESCHREVEN VALUE "J".
           88 INDEX-NIET-GESCHREVEN VALUE "N".
       77  SCHRAP-GEDAAN PIC X(1).
           88 SCHRAPPEN-KLAAR VALUE "J".
       01  DAGLOG-VELDEN.
           02 DAGLOG-DATUM PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 BLOKKEER-DATUM-NAAR PIC 9(8).
           02 MUNT-NAAR PIC X(3).
           02 REKENINGTYPE-NAAR PIC X(4).
           02 KANTOOR-NAAR PIC X(3).
       01  REK-TEGEN.
           02 REKNR-TEGEN.
               03 DEEL1-TEGEN PIC 999.
           02 BLOKKEER-DATUM-TEGEN PIC 9(8).
           02 MUNT-TEGEN PIC X(3).
           02 REKENINGTYPE-TEGEN PIC X(4).
           02 KANTOOR-TEGEN PIC X(3).
       77  OPERATOR-ID PIC X(8).
       77  VERRICHTINGEN-STATUS PIC X(2).
       77  VERRICHTING-TOESTAND PIC X(1).
       77  EXTERN-HASH-BEDRAG PIC S9(11) VALUE ZERO.
       77  VALUTA-NAAR PIC 9(8).
       77  VALUTA-TEGEN PIC 9(8).
       77  OUDE-VALUTADATUM PIC 9(8).
       77  HERDATEER-RESULTAAT PIC X(1).
           88 VALUTA-HERDATEERD VALUE "J".
       77  VOLGENDE-DAG PIC 9(8).
       77  DAGEN-DEZE-MAAND PIC 99.
       77  DEEL-JAAR PIC 9(4).
           88 RUN-REEDS-UITGEVOERD VALUE "G".
       77  OVERRIDE-KEUZE PIC X(1).
           88 OVERRIDE-TOEGESTAAN VALUE "J".
       77  GOEDKEURINGEN-STATUS PIC X(2).
       77  VOLGNR-TOESTAND PIC X(1).
           88 VOLGNR-VRIJ VALUE "J".
       77  VOLGNR-WERK PIC 9(7).
       77  AANTAL-GEPARKEERD PIC 9(7) VALUE ZERO.
       77  SCREEN-NAAM-WERK PIC X(40).
       77  SCREEN-RESULTAAT PIC X(1).
           88 NAAM-GETROFFEN VALUE "J".
           88 NAAM-VRIJ VALUE "N".
           88 LIJST-ONTBREEKT VALUE "?".
       77  TREFFER-NAAM PIC X(40).
       77  TREFFER-LIJST PIC X(10).
       77  BESLAGEN-STATUS PIC X(2).
       77  BESLAG-TOESTAND PIC X(1).
           88 GEEN-BESLAG VALUE "N".
           88 BESLAG-GEVONDEN VALUE "J" "X".
           88 BESLAG-OVERSCHREDEN VALUE "X".
       77  BESLAG-GEDAAN PIC X(1).
           88 BESLAG-ZOEKEN-KLAAR VALUE "J".
       77  BESLAG-REKNR PIC 9(12).
       77  BESLAG-DEBET PIC 9(7)V99.
       77  BESLAG-RUIMTE PIC S9(8)V99.
       77  AANTAL-BESLAG-AFGEWEZEN PIC 9(7) VALUE ZERO.
       77  SPAAR-REKNR PIC 9(12).
       77  SPAAR-BEDRAG PIC S9(7)V99.
       77  SPAAR-DATUM PIC 9(8).
       77  SPAAR-RESULTAAT PIC X(1).
           88 TRANCHE-GEBOEKT VALUE "J".
           88 TRANCHES-ONTOEREIKEND VALUE "T".
       01  GROOTBOEK-REGEL.
           COPY "glwerk.cpy".

       PROCEDURE DIVISION.

                   REKBEW-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O JOURNAAL-INDEX
           IF INDEX-STATUS NOT = "00" AND INDEX-STATUS NOT = "05"
               DISPLAY "KAN JOURNAALINDEX NIET OPENEN, STATUS: "
                   INDEX-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-CHECKPOINT
           MOVE REEDS-VERWERKT TO VERWERKT-TELLER
           IF CHECKPOINT-AANWEZIG
               MOVE RUNDATUM TO KOP-DATUM
               WRITE KOP-RECORD
           END-IF
           OPEN I-O GOEDKEURINGEN
           IF GOEDKEURINGEN-STATUS NOT = "00"
               AND GOEDKEURINGEN-STATUS NOT = "05"
               DISPLAY "KAN GOEDKEURINGSWACHTRIJ NIET OPENEN, "
                   "STATUS: " GOEDKEURINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O BESLAGEN
           IF BESLAGEN-STATUS NOT = "00" AND BESLAGEN-STATUS NOT = "05"
               DISPLAY "KAN BESLAGENBESTAND NIET OPENEN, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND REKENING-JOURNAAL
           OPEN EXTEND SUSPENSE-BEWEGINGEN
           OPEN EXTEND VOORIMAGES
               IF JRN-DATUM = HERSTEL-DATUM
                   AND JRN-VOLGNR = REEDS-VERWERKT + 1
                   ADD 1 TO AANTAL-OPGEKUISD
                   PERFORM SCHRAP-JOURNAALINDEX
               ELSE
                   WRITE HERSTELWERK-REGEL FROM JOURNAAL-REGEL
               END-IF
           END-IF.

      * HAALT DE INDEXREGEL(S) VAN EEN OPGEKUISTE JOURNAALREGEL WEG;
      * ONTBREEKT DE INDEXREGEL (CRASH TUSSEN BEIDE WRITES), DAN IS
      * ER NIETS TE DOEN.
       SCHRAP-JOURNAALINDEX.
           MOVE "N" TO SCHRAP-GEDAAN
           MOVE JRN-REKNR TO JRX-REKNR
           MOVE JRN-DATUM TO JRX-DATUM
           MOVE JRN-VOLGNR TO JRX-VOLGNR
           MOVE ZERO TO JRX-HERHALING
           START JOURNAAL-INDEX KEY IS NOT < JRX-SLEUTEL
               INVALID KEY MOVE "J" TO SCHRAP-GEDAAN
           END-START
           PERFORM SCHRAP-VOLGENDE-INDEXREGEL UNTIL SCHRAPPEN-KLAAR.

       SCHRAP-VOLGENDE-INDEXREGEL.
           READ JOURNAAL-INDEX NEXT
               AT END MOVE "J" TO SCHRAP-GEDAAN
           END-READ
           IF NOT SCHRAPPEN-KLAAR
               IF INDEX-STATUS NOT = "00" AND INDEX-STATUS NOT = "02"
                   DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                       INDEX-STATUS
                   PERFORM FOUT
               END-IF
               IF JRX-REKNR NOT = JRN-REKNR
                   OR JRX-DATUM NOT = JRN-DATUM
                   OR JRX-VOLGNR NOT = JRN-VOLGNR
                   MOVE "J" TO SCHRAP-GEDAAN
               ELSE
                   DELETE JOURNAAL-INDEX
                       INVALID KEY
                           DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                               INDEX-STATUS
                           PERFORM FOUT
                   END-DELETE
               END-IF
           END-IF.

       KOPIEER-NAAR-JOURNAAL.
           READ HERSTELWERK INTO JOURNAAL-REGEL
               AT END SET STOP-LEZEN TO TRUE
           DISPLAY "* BEWEGING OP " BEW-DEEL1 "-" BEW-DEEL2
               "-" BEW-DEEL3
           MOVE "N" TO TOEGEPAST-TOESTAND
           SET GEEN-BESLAG TO TRUE
           PERFORM CONTROLEER-REFERENTIE
           PERFORM BEPAAL-VALUTADATUMS
           IF REFERENTIE-AL-GEBOEKT
               MOVE "REFERENTIE AL GEBOEKT" TO AFWIJS-REDEN
               PERFORM SCHRIJF-SUSPENSE
           ELSE
               PERFORM SCREEN-BEGUNSTIGDE
               IF NAAM-GETROFFEN
                   PERFORM PARKEER-BETALING
               ELSE
                   IF BEW-IS-TRANSFER
                       PERFORM DOE-OVERSCHRIJVING
                   ELSE
                       PERFORM DOE-ENKELE-BOEKING
                   END-IF
               END-IF
           END-IF
           ADD 1 TO VERWERKT-TELLER
               IF BEW-IS-EXTERN
                   PERFORM SCHRIJF-UITGAANDE-BETALING
               END-IF
               IF BESLAG-GEVONDEN
                   PERFORM WERK-BESLAG-BIJ
               END-IF
               PERFORM WERK-SPAARTRANCHES-BIJ
               IF VALUTA-HERDATEERD
                   PERFORM SCHRIJF-HERDATERING
               END-IF
           END-IF.

       SCREEN-BEGUNSTIGDE.
           SET NAAM-VRIJ TO TRUE
           IF BEW-IS-EXTERN AND NOT BEW-SCREENING-VRIJGEGEVEN
               MOVE BEW-EXT-NAAM TO SCREEN-NAAM-WERK
               CALL "SCREEN-NAAM" USING SCREEN-NAAM-WERK
                   SCREEN-RESULTAAT TREFFER-NAAM TREFFER-LIJST
               IF LIJST-ONTBREEKT
                   DISPLAY "OPGELET: GEEN SANCTIELIJST GELADEN, "
                       "BEGUNSTIGDE NIET GESCREEND"
                   SET NAAM-VRIJ TO TRUE
               END-IF
           END-IF.

      * DE AANVRAAG WORDT NOG VOOR HET OPSCHUIVEN VAN DE
      * HERSTARTTELLER GESCHREVEN: NA EEN CRASH KAN ZE HOOGSTENS
      * DUBBEL IN DE WACHTRIJ STAAN, EN DE TWEEDE VRIJGAVE WORDT
      * DAN OP DE REEDS GEBOEKTE REFERENTIE AFGEWEZEN.
       PARKEER-BETALING.
           PERFORM ZOEK-VRIJ-VOLGNUMMER
           MOVE GKR-NR TO VOLGNR-WERK
           MOVE ZEROS TO GOEDKEURING-REC
           MOVE VOLGNR-WERK TO GKR-NR
           SET GOEDKEURING-SANCTIE TO TRUE
           MOVE BEW-REKNR TO GKR-REKNR
           MOVE BEW-BEDRAG TO GKR-BEDRAG
           MOVE RUNDATUM TO GKR-ORIG-DATUM
           MOVE BEW-REFERENTIE TO GKR-ORIG-REFERENTIE
           MOVE BEW-VALUTADATUM TO GKR-VALUTADATUM
           MOVE "SANCTIELIJST" TO GKR-REDEN
           MOVE OPERATOR-ID TO GKR-AANVRAGER
           MOVE RUNDATUM TO GKR-DATUM
           SET GOEDKEURING-OPEN TO TRUE
           MOVE BEW-MUNT TO GKR-MUNT
           MOVE BEW-SOORT TO GKR-SOORT
           MOVE BEW-EXT-NAAM TO GKR-EXT-NAAM
           MOVE BEW-EXT-BANKREF TO GKR-EXT-BANKREF
           MOVE TREFFER-NAAM TO GKR-TREFFER-NAAM
           MOVE TREFFER-LIJST TO GKR-TREFFER-LIJST
           WRITE GOEDKEURING-REC
               INVALID KEY
                   DISPLAY "GOEDKEURINGSWACHTRIJ IS DEFECT, STATUS: "
                       GOEDKEURINGEN-STATUS
                   PERFORM FOUT
           END-WRITE
           ADD 1 TO AANTAL-GEPARKEERD
           DISPLAY "GEPARKEERD - BEGUNSTIGDE " BEW-EXT-NAAM
               " STAAT OP SANCTIELIJST " TREFFER-LIJST
               ", AANVRAAG " GKR-NR.

       ZOEK-VRIJ-VOLGNUMMER.
           MOVE ZERO TO GKR-NR
           MOVE "N" TO VOLGNR-TOESTAND
           PERFORM PROBEER-VOLGEND-VOLGNUMMER UNTIL VOLGNR-VRIJ.

       PROBEER-VOLGEND-VOLGNUMMER.
           ADD 1 TO GKR-NR
           READ GOEDKEURINGEN
               INVALID KEY SET VOLGNR-VRIJ TO TRUE
           END-READ
           IF NOT VOLGNR-VRIJ AND GOEDKEURINGEN-STATUS NOT = "00"
               DISPLAY "GOEDKEURINGSWACHTRIJ IS DEFECT, STATUS: "
                   GOEDKEURINGEN-STATUS
               PERFORM FOUT
           END-IF.

       CONTROLEER-REFERENTIE.
                   MOVE RUNDATUM TO VALUTA-NAAR
                   MOVE VOLGENDE-DAG TO VALUTA-TEGEN
               END-IF
           END-IF
           MOVE "N" TO HERDATEER-RESULTAAT
           IF BEW-VALUTADATUM NOT = ZERO
               MOVE BEW-VALUTADATUM TO OUDE-VALUTADATUM
               CALL "EERSTE-OPEN-DATUM" USING VALUTA-NAAR
                   HERDATEER-RESULTAAT
               MOVE VALUTA-NAAR TO VALUTA-TEGEN
           END-IF.

      * DE OPGEGEVEN VALUTADATUM LAG IN EEN AFGESLOTEN PERIODE.
       SCHRIJF-HERDATERING.
           MOVE SPACES TO HERDATERING-REGEL
           MOVE RUNDATUM TO HDT-DATUM
           MOVE "VERWERK-REKENING-BEW" TO HDT-PROGRAMMA
           MOVE BEW-REKNR TO HDT-REKNR
           MOVE BEW-REFERENTIE TO HDT-REFERENTIE
           MOVE OUDE-VALUTADATUM TO HDT-OUDE-DATUM
           MOVE VALUTA-NAAR TO HDT-NIEUWE-DATUM
           MOVE OPERATOR-ID TO HDT-OPERATOR
           OPEN EXTEND HERDATERINGEN
           WRITE HERDATERING-REGEL
           CLOSE HERDATERINGEN
           DISPLAY "  VALUTADATUM " OUDE-VALUTADATUM " LIGT IN EEN "
               "AFGESLOTEN PERIODE, GEBOEKT OP " VALUTA-NAAR.

       BEPAAL-VOLGENDE-DAG.
           MOVE RUNDATUM TO WERKDATUM
           PERFORM BEPAAL-DAGEN-DEZE-MAAND
                       MOVE "MUNT VERSCHILT" TO AFWIJS-REDEN
                       PERFORM SCHRIJF-SUSPENSE
                   ELSE
                       PERFORM TOETS-BESLAG-ENKEL
                   END-IF
               END-IF
           ELSE
               PERFORM SCHRIJF-SUSPENSE
           END-IF.

       TOETS-BESLAG-ENKEL.
           IF BEW-BEDRAG < ZERO
               MOVE BEW-REKNR TO BESLAG-REKNR
               COMPUTE BESLAG-DEBET = 0 - BEW-BEDRAG
               PERFORM CONTROLEER-BESLAG
           END-IF
           IF BESLAG-OVERSCHREDEN
               DISPLAY "AFGEWEZEN - BESLAG, BESCHERMD BEDRAG OPGEBRUIKT"
               PERFORM WIJS-AF-OP-BESLAG
           ELSE
               PERFORM PAS-ENKELE-BOEKING-TOE
           END-IF.

       PAS-ENKELE-BOEKING-TOE.
               COMPUTE NIEUW-SALDO = SALDO-NAAR + BEW-BEDRAG
               IF NIEUW-SALDO < 0 - KREDIETLIMIET-NAAR
               MOVE 1 TO KOERS
           END-IF
           COMPUTE EUR-BEDRAG ROUNDED = BEW-BEDRAG * KOERS
           ADD EUR-BEDRAG TO TOTAAL-NETTO-BEWEGING
           PERFORM TEL-GROOTBOEK-KANTOOR.

       DOE-OVERSCHRIJVING.
           IF BEW-REKNR = BEW-TEGENREKNR
                       MOVE "MUNT VERSCHILT" TO AFWIJS-REDEN
                       PERFORM SCHRIJF-SUSPENSE
                   ELSE
                       PERFORM TOETS-BESLAG-OVERSCHRIJVING
                   END-IF
               END-IF
           ELSE
               PERFORM SCHRIJF-SUSPENSE
           END-IF.

       TOETS-BESLAG-OVERSCHRIJVING.
           IF BEW-BEDRAG < ZERO
               MOVE BEW-REKNR TO BESLAG-REKNR
               COMPUTE BESLAG-DEBET = 0 - BEW-BEDRAG
           ELSE
               MOVE BEW-TEGENREKNR TO BESLAG-REKNR
               MOVE BEW-BEDRAG TO BESLAG-DEBET
           END-IF
           IF BESLAG-DEBET > ZERO
               PERFORM CONTROLEER-BESLAG
           END-IF
           IF BESLAG-OVERSCHREDEN
               DISPLAY "AFGEWEZEN - BESLAG, BESCHERMD BEDRAG "
                   "OPGEBRUIKT VOOR OVERSCHRIJVING " BEW-DEEL1 "-"
                   BEW-DEEL2 "-" BEW-DEEL3 " / " BEW-TEGENDEEL1 "-"
                   BEW-TEGENDEEL2 "-" BEW-TEGENDEEL3
               PERFORM WIJS-AF-OP-BESLAG
           ELSE
               PERFORM PAS-OVERSCHRIJVING-TOE
           END-IF.

       PAS-OVERSCHRIJVING-TOE.
               COMPUTE NIEUW-SALDO = SALDO-NAAR + BEW-BEDRAG
               COMPUTE NIEUW-SALDO-TEGEN = SALDO-TEGEN - BEW-BEDRAG
           MOVE BEW-REFERENTIE TO JRN-REFERENTIE
           MOVE VALUTA-NAAR TO JRN-VALUTADATUM
           WRITE JOURNAAL-REGEL
           PERFORM SCHRIJF-JOURNAALINDEX
           ADD 1 TO AANTAL-TOEGEPAST.

       SCHRIJF-JOURNAAL-TEGEN.
           COMPUTE JRN-VOLGNR = VERWERKT-TELLER + 1
           MOVE BEW-REFERENTIE TO JRN-REFERENTIE
           MOVE VALUTA-TEGEN TO JRN-VALUTADATUM
           WRITE JOURNAAL-REGEL
           PERFORM SCHRIJF-JOURNAALINDEX.

       SCHRIJF-JOURNAALINDEX.
           MOVE JRN-REKNR TO JRX-REKNR
           MOVE JRN-DATUM TO JRX-DATUM
           MOVE JRN-VOLGNR TO JRX-VOLGNR
           MOVE ZERO TO JRX-HERHALING
           MOVE JOURNAAL-REGEL TO JRX-REGEL
           SET INDEX-NIET-GESCHREVEN TO TRUE
           PERFORM SCHRIJF-INDEXREGEL UNTIL INDEX-GESCHREVEN.

      * EEN BEZETTE SLEUTEL (STATUS 22) IS EEN TWEEDE RUN OP DEZELFDE
      * DAG: DE REGEL SCHUIFT DAN OP NAAR HET VOLGENDE
      * HERHALINGSNUMMER.
       SCHRIJF-INDEXREGEL.
           WRITE JOURNAALINDEX-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY SET INDEX-GESCHREVEN TO TRUE
           END-WRITE
           IF NOT INDEX-GESCHREVEN
               IF INDEX-STATUS NOT = "22" OR JRX-HERHALING = 99
                   DISPLAY "JOURNAALINDEX IS DEFECT, STATUS: "
                       INDEX-STATUS
                   PERFORM FOUT
               END-IF
               ADD 1 TO JRX-HERHALING
           END-IF.

      * ZOEKT HET OUDSTE ACTIEVE BESLAG OP BESLAG-REKNR (LAAGSTE
      * BESLAGNUMMER) EN KIJKT OF BESLAG-DEBET NOG BINNEN HET
      * BESCHERMDE BEDRAG VAN DEZE MAAND VALT. BIJ EEN NIEUWE MAAND
      * BEGINT DE OPGENOMEN TELLER OPNIEUW BIJ NUL.
       CONTROLEER-BESLAG.
           IF NOT BEW-SOORT-KOSTEN AND NOT BEW-SOORT-BESLAG
               MOVE "N" TO BESLAG-GEDAAN
               MOVE BESLAG-REKNR TO BSL-REKNR
               START BESLAGEN KEY IS = BSL-REKNR
                   INVALID KEY SET BESLAG-ZOEKEN-KLAAR TO TRUE
               END-START
               IF BESLAGEN-STATUS NOT = "00"
                   AND BESLAGEN-STATUS NOT = "23"
                   DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                       BESLAGEN-STATUS
                   PERFORM FOUT
               END-IF
               PERFORM LEES-VOLGEND-BESLAG UNTIL BESLAG-ZOEKEN-KLAAR
           END-IF
           IF BESLAG-GEVONDEN
               IF BSL-VRIJ-PERIODE NOT = RUNDATUM (1:6)
                   MOVE RUNDATUM (1:6) TO BSL-VRIJ-PERIODE
                   MOVE ZERO TO BSL-VRIJ-OPGENOMEN
               END-IF
               COMPUTE BESLAG-RUIMTE = BSL-BESCHERMD
                   - BSL-VRIJ-OPGENOMEN
               IF BESLAG-DEBET > BESLAG-RUIMTE
                   SET BESLAG-OVERSCHREDEN TO TRUE
               END-IF
           END-IF.

       LEES-VOLGEND-BESLAG.
           READ BESLAGEN NEXT RECORD
               AT END SET BESLAG-ZOEKEN-KLAAR TO TRUE
           END-READ
           IF BESLAGEN-STATUS NOT = "00" AND BESLAGEN-STATUS NOT = "02"
               AND BESLAGEN-STATUS NOT = "10"
               DISPLAY "BESLAGENBESTAND IS DEFECT, STATUS: "
                   BESLAGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT BESLAG-ZOEKEN-KLAAR
               IF BSL-REKNR NOT = BESLAG-REKNR
                   SET BESLAG-ZOEKEN-KLAAR TO TRUE
               ELSE
                   IF BESLAG-ACTIEF
                       MOVE "J" TO BESLAG-TOESTAND
                       SET BESLAG-ZOEKEN-KLAAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       WIJS-AF-OP-BESLAG.
           DISPLAY "  BESLAG " BSL-NR " - BESCHERMD " BSL-BESCHERMD
               " - DEZE MAAND AL OPGENOMEN " BSL-VRIJ-OPGENOMEN
           MOVE "BESLAG - BESCHERMD DEEL OP" TO AFWIJS-REDEN
           ADD 1 TO AANTAL-BESLAG-AFGEWEZEN
           PERFORM SCHRIJF-SUSPENSE.

      * STORTINGEN EN AFHALINGEN OP EEN GRSP-REKENING WORDEN IN
      * SPAARTRANCHES.DAT GEBOEKT, ZOWEL VOOR DE BEGUNSTIGDE ALS
      * VOOR DE TEGENREKENING VAN EEN OVERSCHRIJVING.
       WERK-SPAARTRANCHES-BIJ.
           IF REKENINGTYPE-NAAR = "GRSP"
               MOVE REKNR-NAAR TO SPAAR-REKNR
               MOVE BEW-BEDRAG TO SPAAR-BEDRAG
               MOVE VALUTA-NAAR TO SPAAR-DATUM
               PERFORM BOEK-TRANCHE
           END-IF
           IF BEW-IS-TRANSFER AND REKENINGTYPE-TEGEN = "GRSP"
               MOVE REKNR-TEGEN TO SPAAR-REKNR
               COMPUTE SPAAR-BEDRAG = 0 - BEW-BEDRAG
               MOVE VALUTA-TEGEN TO SPAAR-DATUM
               PERFORM BOEK-TRANCHE
           END-IF.

       BOEK-TRANCHE.
           CALL "BOEK-SPAARTRANCHE" USING SPAAR-REKNR SPAAR-BEDRAG
               SPAAR-DATUM SPAAR-RESULTAAT
           IF TRANCHES-ONTOEREIKEND
               DISPLAY "AFHALING GROTER DAN DE SPAARTRANCHES OP "
                   SPAAR-REKNR " - WORDT BIJ DE RENTEBEREKENING "
                   "AFGESTEMD"
           ELSE
               IF NOT TRANCHE-GEBOEKT
                   DISPLAY "KAN SPAARTRANCHES NIET BIJWERKEN VOOR "
                       SPAAR-REKNR
                   PERFORM FOUT
               END-IF
           END-IF.

      * HET BESLAGRECORD STAAT NOG IN DE RECORDBUFFER VAN
      * CONTROLEER-BESLAG; HET WORDT HIER MET DE NIEUWE
      * MAANDTELLER TERUGGESCHREVEN.
       WERK-BESLAG-BIJ.
           ADD BESLAG-DEBET TO BSL-VRIJ-OPGENOMEN
           REWRITE BESLAG-REC
               INVALID KEY
                   DISPLAY "KAN BESLAG " BSL-NR " NIET BIJWERKEN, "
                       "STATUS: " BESLAGEN-STATUS
                   PERFORM FOUT
           END-REWRITE.

       TEL-VERRICHTING.
           PERFORM BEPAAL-BOEK-SOORT
           IF BOEK-SOORT NOT = "K" AND BOEK-SOORT NOT = "B"
               PERFORM WERK-VERRICHTING-BIJ
           END-IF.

           ELSE
               IF BEW-SOORT-DOMICILIERING OR BEW-SOORT-OPDRACHT
                   OR BEW-SOORT-KOSTEN OR BEW-SOORT-OVERSCHRIJVING
                   OR BEW-SOORT-BESLAG OR BEW-SOORT-KAART
                   MOVE BEW-SOORT TO BOEK-SOORT
               ELSE
                   MOVE "M" TO BOEK-SOORT
               MOVE RUNDATUM (1:6) TO VRT-PERIODE
               MOVE ZERO TO VRT-AANTAL-MANUEEL VRT-AANTAL-OVERSCHR
                   VRT-AANTAL-DOMICIL VRT-AANTAL-OPDRACHT
                   VRT-AANTAL-KAART
               MOVE "N" TO VRT-AANGEREKEND
           END-IF
           IF VRT-AANTAL-KAART NOT NUMERIC
               MOVE ZERO TO VRT-AANTAL-KAART
           END-IF
           IF BOEK-SOORT = "T"
               ADD 1 TO VRT-AANTAL-OVERSCHR
           ELSE
                   IF BOEK-SOORT = "O"
                       ADD 1 TO VRT-AANTAL-OPDRACHT
                   ELSE
                       IF BOEK-SOORT = "C"
                           ADD 1 TO VRT-AANTAL-KAART
                       ELSE
                           ADD 1 TO VRT-AANTAL-MANUEEL
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE BEW-EXTERN TO SUS-EXTERN
           MOVE BEW-EXT-NAAM TO SUS-EXT-NAAM
           MOVE BEW-EXT-BANKREF TO SUS-EXT-BANKREF
           MOVE BEW-SCREENING TO SUS-SCREENING
           COMPUTE SUS-POGINGEN = BEW-POGINGEN + 1
           MOVE AFWIJS-REDEN TO SUS-REDEN
           MOVE RUNDATUM TO SUS-DATUM
           DELETE FILE VOORIMAGES
           CLOSE REKENINGEN
           CLOSE REKENING-JOURNAAL
           CLOSE JOURNAAL-INDEX
           CLOSE SUSPENSE-BEWEGINGEN
           CLOSE VERRICHTINGEN
           CLOSE GEBOEKTE-REFERENTIES
           CLOSE GOEDKEURINGEN
           CLOSE BESLAGEN
           MOVE SPACES TO STAART-RECORD
           MOVE "TR" TO STAART-TYPE
           MOVE AANTAL-EXTERN TO STAART-AANTAL
               DISPLAY "NAAR WACHTBESTAND: " AANTAL-UITGESTELD
                   " BEWEGING(EN)"
           END-IF
           IF AANTAL-GEPARKEERD > 0
               DISPLAY "GEPARKEERD VOOR GOEDKEURING (SANCTIELIJST): "
                   AANTAL-GEPARKEERD
           END-IF
           IF AANTAL-BESLAG-AFGEWEZEN > 0
               DISPLAY "AFGEWEZEN WEGENS BESLAG: "
                   AANTAL-BESLAG-AFGEWEZEN
           END-IF
           PERFORM LOG-DAGTOTAAL
           PERFORM LOG-GROOTBOEK.

           MOVE "BEWEGING" TO GLW-CATEGORIE
           MOVE AANTAL-TOEGEPAST TO GLW-AANTAL
           MOVE TOTAAL-NETTO-BEWEGING TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-SCHRIJVEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       TEL-GROOTBOEK-KANTOOR.
           MOVE "BEWEGING" TO GLW-CATEGORIE
           MOVE KANTOOR-NAAR TO GLW-KANTOOR
           MOVE 1 TO GLW-AANTAL
           MOVE EUR-BEDRAG TO GLW-BEDRAG
           CALL "BOEK-GROOTBOEK" USING GROOTBOEK-TELLEN GLW-DATUM
               GLW-CATEGORIE GLW-KANTOOR GLW-AANTAL GLW-BEDRAG.

       LOG-DAGTOTAAL.
           MOVE RUNDATUM TO DAGLOG-DATUM
