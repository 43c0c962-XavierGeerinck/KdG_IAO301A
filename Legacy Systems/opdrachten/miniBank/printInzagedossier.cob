      *************************************************************
      * PRINT INZAGEDOSSIER
      *
      * STELT VOOR EEN KLANT DIE HET RECHT VAN INZAGE UITOEFENT
      * IN EEN RUN HET VOLLEDIGE DOSSIER SAMEN VAN WAT DE BANK OVER
      * DE KLANT BIJHOUDT, IN PLAATS VAN DE UITVOER VAN EEN RIJ
      * AFZONDERLIJKE LIJSTEN SAMEN TE LEGGEN. HET DOSSIER BESTAAT
      * UIT GENUMMERDE HOOFDSTUKKEN:
      *   1  DE KLANTGEGEVENS UIT KLANTEN
      *   2  DE EIGEN REKENINGEN (ALTERNATIEVE SLEUTEL KLANTNR) EN DE
      *      REKENINGEN WAARVAN DE KLANT VOLGENS MEDEHOUDERS.DAT
      *      MEDEHOUDER OF VOLMACHTHOUDER IS
      *   3  DE JOURNAALREGELS UIT REKJOURNAAL.DAT
      *   4  DE DOMICILIERINGSMANDATEN UIT MANDATEN.DAT
      *   5  DE PERMANENTE OPDRACHTEN UIT PERMOPDRACHTEN.DAT
      *   6  DE TERMIJNDEPOSITO'S UIT TERMIJNDEPOSITOS.DAT
      *   7  DE VERKOOPORDERS UIT VERKOOPORDERS.DAT
      *   8  DE FACTUREN UIT OPENSTAANDEPOSTEN.DAT
      *   9  DE RENTEATTESTGEGEVENS UIT RENTEFISCAAL.DAT
      *  10  DE WIJZIGINGEN UIT AUDITLOG.LOG OVER DE KLANT OF OVER
      *      EEN VAN DIENS REKENINGEN
      * DE HOOFDSTUKKEN 3 TOT EN MET 6 EN 10 NEMEN ENKEL DE EIGEN
      * REKENINGEN EN DE GEZAMENLIJKE REKENINGEN MEE: VAN EEN
      * REKENING WAAROP DE KLANT ENKEL VOLMACHT HEEFT STAAN DE
      * BEWEGINGEN OP NAAM VAN DE HOUDER, ZODAT DIE REKENING ALLEEN
      * IN HOOFDSTUK 2 VERMELD WORDT.
      *
      * DE HOOFDSTUKKEN WORDEN EERST IN HET WERKBESTAND
      * INZAGEDOSSIER.WRK OPGEBOUWD EN DAARNA ACHTER EEN KOP MET
      * INHOUDSTAFEL NAAR INZAGEDOSSIER.LST GESCHREVEN; DE
      * INHOUDSTAFEL GEEFT PER HOOFDSTUK HET AANTAL GEGEVENS EN DE
      * REGEL WAAROP HET HOOFDSTUK IN HET DOSSIER BEGINT. HET
      * DOSSIER GAAT VIA SPOOL-RAPPORT IN DE RAPPORTSPOOL.
      *
      * DE OPGEVRAAGDE KLANT EN ELKE OPGENOMEN REKENING WORDEN MET
      * DE AANGEMELDE OPERATOR IN HET INZAGELOGBOEK GESCHREVEN (ZIE
      * LOG-INZAGE).
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINT-INZAGEDOSSIER.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  ALTERNATE RECORD KEY IS NAAM IN KLANT
                      WITH DUPLICATES
                  FILE STATUS IS KLANTEN-STATUS.

           SELECT REKENINGEN ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REKNR
                  ALTERNATE RECORD KEY IS KLANTNR WITH DUPLICATES
                  FILE STATUS IS REKENINGEN-STATUS.

           SELECT OPTIONAL MEDEHOUDERS
                  ASSIGN TO "BESTANDEN/MEDEHOUDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MHD-SLEUTEL
                  FILE STATUS IS MEDEHOUDERS-STATUS.

           SELECT OPTIONAL REKENING-JOURNAAL
                  ASSIGN TO "BESTANDEN/REKJOURNAAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JOURNAAL-STATUS.

           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL
                  FILE STATUS IS MANDATEN-STATUS.

           SELECT OPTIONAL PERMANENTE-OPDRACHTEN
                  ASSIGN TO "BESTANDEN/PERMOPDRACHTEN.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPD-NR
                  FILE STATUS IS OPDRACHTEN-STATUS.

           SELECT OPTIONAL TERMIJNDEPOSITOS
                  ASSIGN TO "BESTANDEN/TERMIJNDEPOSITOS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TDP-SLEUTEL
                  FILE STATUS IS DEPOSITOS-STATUS.

           SELECT OPTIONAL VERKOOPORDERS
                  ASSIGN TO "BESTANDEN/VERKOOPORDERS.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ORD-SLEUTEL
                  FILE STATUS IS ORDERS-STATUS.

           SELECT OPTIONAL OPENSTAANDE-POSTEN
                  ASSIGN TO "BESTANDEN/OPENSTAANDEPOSTEN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPP-SLEUTEL
                  ALTERNATE RECORD KEY IS OPP-KLANTNR WITH DUPLICATES
                  FILE STATUS IS POSTEN-STATUS.

           SELECT OPTIONAL RENTEFISCAAL
                  ASSIGN TO "BESTANDEN/RENTEFISCAAL.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS RF-SLEUTEL
                  FILE STATUS IS FISCAAL-STATUS.

           SELECT OPTIONAL AUDITLOG
                  ASSIGN TO "BESTANDEN/AUDITLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDITLOG-STATUS.

           SELECT DOSSIER-WERK
                  ASSIGN TO "BESTANDEN/INZAGEDOSSIER.WRK"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DOSSIERLIJST
                  ASSIGN TO "BESTANDEN/INZAGEDOSSIER.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRORLOG ASSIGN TO "BESTANDEN/ERRORLOG.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REK.
           COPY "rekening.cpy".

       FD  MEDEHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  MEDEHOUDER-REC.
           COPY "medehouder.cpy".

       FD  REKENING-JOURNAAL.
       01  JOURNAAL-REC.
           COPY "rekjrn.cpy".

       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAAT-REC.
           COPY "mandaat.cpy".

       FD  PERMANENTE-OPDRACHTEN BLOCK CONTAINS 10 RECORDS.
       01  OPDRACHT-REC.
           COPY "permopd.cpy".

       FD  TERMIJNDEPOSITOS BLOCK CONTAINS 10 RECORDS.
       01  DEPOSITO-REC.
           COPY "termdep.cpy".

       FD  VERKOOPORDERS BLOCK CONTAINS 10 RECORDS.
       01  ORDER-REC.
           COPY "verkooporder.cpy".

       FD  OPENSTAANDE-POSTEN BLOCK CONTAINS 10 RECORDS.
       01  POST-REC.
           COPY "openpost.cpy".

       FD  RENTEFISCAAL BLOCK CONTAINS 10 RECORDS.
       01  FISCAAL-REC.
           COPY "rentefis.cpy".

       FD  AUDITLOG.
       01  AUDIT-REGEL.
           COPY "auditlog.cpy".

       FD  DOSSIER-WERK.
       01  WERK-REGEL PIC X(132).

       FD  DOSSIERLIJST.
       01  LIJST-REGEL PIC X(132).

       FD  ERRORLOG.
       01  ERRLOG-REGEL.
           COPY "errorlog.cpy".

       WORKING-STORAGE SECTION.
       77  KLANTEN-STATUS PIC X(2).
       77  REKENINGEN-STATUS PIC X(2).
       77  MEDEHOUDERS-STATUS PIC X(2).
       77  JOURNAAL-STATUS PIC X(2).
       77  MANDATEN-STATUS PIC X(2).
       77  OPDRACHTEN-STATUS PIC X(2).
       77  DEPOSITOS-STATUS PIC X(2).
       77  ORDERS-STATUS PIC X(2).
       77  POSTEN-STATUS PIC X(2).
       77  FISCAAL-STATUS PIC X(2).
       77  AUDITLOG-STATUS PIC X(2).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  GEDAAN-REKENINGEN PIC X(1).
           88 STOPLEZEN-REKENINGEN VALUE "J".
       77  GEDAAN-MEDEHOUDERS PIC X(1).
           88 STOPLEZEN-MEDEHOUDERS VALUE "J".
       77  GEVONDEN PIC X(1).
           88 KLANT-BESTAAT VALUE "J".
           88 KLANT-ONBEKEND VALUE "N".
       77  REK-GEVONDEN PIC X(1).
           88 REKENING-BESTAAT VALUE "J".
           88 REKENING-ONBEKEND VALUE "N".
       77  IN-DOSSIER PIC X(1).
           88 REKNR-IN-DOSSIER VALUE "J".
           88 REKNR-NIET-IN-DOSSIER VALUE "N".
       77  GEVR-KLANTNR PIC 9(7) VALUE ZERO.
       77  KLANTNR-TEKST PIC X(7).
       77  VANDAAG PIC 9(8).
       77  ZOEK-WAARDE PIC 9(12).
       77  REKNR-TEKST PIC X(14).
       77  REK-BEZET PIC 99 VALUE ZERO.
       77  REK-IDX PIC 99 COMP.
       77  SECTIE-NR PIC 99.
       77  WERK-REGELS PIC 9(5) VALUE ZERO.
      * AANTAL REGELS VAN DE KOP EN DE INHOUDSTAFEL VOOR HOOFDSTUK 1
       77  KOP-REGELS PIC 9(3) VALUE 18.
       77  KOLOMKOP PIC X(132).
       77  SPOOL-RAPPORTNAAM PIC X(20).
       77  SPOOL-BESTANDSNAAM PIC X(40).
       77  INZAGE-PROGRAMMA PIC X(30) VALUE "PRINT-INZAGEDOSSIER".
       77  INZAGE-KLANTNR PIC 9(7).
       77  INZAGE-REKNR PIC 9(12).
       77  NIEUW-ROL PIC X(1).
       01  NIEUW-REKNR.
           02 NIEUW-DEEL1 PIC 999.
           02 NIEUW-DEEL2 PIC 9(7).
           02 NIEUW-DEEL3 PIC 99.
       01  TOON-REKNR.
           02 TOON-DEEL1 PIC 999.
           02 TOON-DEEL2 PIC 9(7).
           02 TOON-DEEL3 PIC 99.
       01  REKENING-TABEL.
           02 TAB-ITEM OCCURS 50.
               03 TAB-REKNR PIC 9(12).
               03 TAB-ROL PIC X(1).
                   88 TAB-HOUDER VALUE "E".
                   88 TAB-MEDEHOUDER VALUE "M".
                   88 TAB-VOLMACHT VALUE "V".
       01  SECTIE-TITELS.
           02 FILLER PIC X(30) VALUE "KLANTGEGEVENS".
           02 FILLER PIC X(30) VALUE "REKENINGEN".
           02 FILLER PIC X(30) VALUE "REKENINGJOURNAAL".
           02 FILLER PIC X(30) VALUE "DOMICILIERINGSMANDATEN".
           02 FILLER PIC X(30) VALUE "PERMANENTE OPDRACHTEN".
           02 FILLER PIC X(30) VALUE "TERMIJNDEPOSITO'S".
           02 FILLER PIC X(30) VALUE "VERKOOPORDERS".
           02 FILLER PIC X(30) VALUE "FACTUREN".
           02 FILLER PIC X(30) VALUE "RENTEATTESTEN".
           02 FILLER PIC X(30) VALUE "WIJZIGINGEN (AUDITSPOOR)".
       01  SECTIE-TABEL REDEFINES SECTIE-TITELS.
           02 SEC-TITEL PIC X(30) OCCURS 10.
       01  SECTIE-TELLERS.
           02 SEC-ITEM OCCURS 10.
               03 SEC-AANTAL PIC 9(5).
               03 SEC-REGEL PIC 9(5).
       01  SECTIE-KOP.
           02 KOP-NR PIC Z9.
           02 FILLER PIC X(2) VALUE ". ".
           02 KOP-TITEL PIC X(30).
       01  INHOUD-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 INH-NR PIC Z9.
           02 FILLER PIC X(2) VALUE ". ".
           02 INH-TITEL PIC X(30).
           02 FILLER PIC X(13) VALUE " VANAF REGEL ".
           02 INH-REGEL PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "   AANTAL: ".
           02 INH-AANTAL PIC ZZZZ9.
       01  REKENING-KOP.
           02 FILLER PIC X(16) VALUE "  REKENING".
           02 FILLER PIC X(12) VALUE "  ROL".
           02 FILLER PIC X(6) VALUE "  TYPE".
           02 FILLER PIC X(6) VALUE "  MUNT".
           02 FILLER PIC X(9) VALUE "  KANTOOR".
           02 FILLER PIC X(14) VALUE "         SALDO".
           02 FILLER PIC X(14) VALUE "        LIMIET".
           02 FILLER PIC X(8) VALUE "  STATUS".
       01  REKENING-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-ROL PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-TYPE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-MUNT PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-KANTOOR PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-SALDO PIC -(8)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-LIMIET PIC Z(8)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RKV-STATUS PIC X(30).
       01  JOURNAAL-KOP.
           02 FILLER PIC X(16) VALUE "  REKENING".
           02 FILLER PIC X(10) VALUE "  DATUM".
           02 FILLER PIC X(10) VALUE "  VALUTA".
           02 FILLER PIC X(9) VALUE "  VOLGNR".
           02 FILLER PIC X(13) VALUE "       BEDRAG".
           02 FILLER PIC X(14) VALUE "         SALDO".
           02 FILLER PIC X(12) VALUE "  REFERENTIE".
       01  JOURNAAL-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-DATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-VALUTADATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-VOLGNR PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-BEDRAG PIC -(7)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-SALDO PIC -(8)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 JRV-REFERENTIE PIC X(16).
       01  MANDAAT-KOP.
           02 FILLER PIC X(16) VALUE "  REKENING".
           02 FILLER PIC X(15) VALUE "  CREDITEUR".
           02 FILLER PIC X(12) VALUE "      BEDRAG".
           02 FILLER PIC X(18) VALUE "  FREQUENTIE".
           02 FILLER PIC X(10) VALUE "  VOLGENDE".
           02 FILLER PIC X(8) VALUE "  STATUS".
       01  MANDAAT-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MNV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MNV-CREDITEUR PIC X(13).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MNV-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MNV-FREQUENTIE PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MNV-VOLGENDE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MNV-STATUS PIC X(30).
       01  OPDRACHT-KOP.
           02 FILLER PIC X(9) VALUE "  OPDR.NR".
           02 FILLER PIC X(16) VALUE "  REKENING".
           02 FILLER PIC X(12) VALUE "      BEDRAG".
           02 FILLER PIC X(14) VALUE "  FREQUENTIE".
           02 FILLER PIC X(10) VALUE "  VOLGENDE".
           02 FILLER PIC X(10) VALUE "  EINDE".
           02 FILLER PIC X(8) VALUE "  STATUS".
       01  OPDRACHT-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-NR PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-FREQUENTIE PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-VOLGENDE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-EINDE PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 OPV-STATUS PIC X(10).
       01  DEPOSITO-KOP.
           02 FILLER PIC X(16) VALUE "  REKENING".
           02 FILLER PIC X(5) VALUE "  NR.".
           02 FILLER PIC X(12) VALUE "      BEDRAG".
           02 FILLER PIC X(8) VALUE "   RENTE".
           02 FILLER PIC X(10) VALUE "  START".
           02 FILLER PIC X(10) VALUE "  VERVAL".
           02 FILLER PIC X(8) VALUE "  STATUS".
       01  DEPOSITO-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-REKNR PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-VOLGNR PIC 9(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-RENTE PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-STARTDATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-VERVALDATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TDV-STATUS PIC X(12).
       01  ORDER-KOP.
           02 FILLER PIC X(9) VALUE "  ORDERNR".
           02 FILLER PIC X(7) VALUE "  REGEL".
           02 FILLER PIC X(10) VALUE "  DATUM".
           02 FILLER PIC X(9) VALUE "  PRODUCT".
           02 FILLER PIC X(8) VALUE "  AANTAL".
           02 FILLER PIC X(10) VALUE "     PRIJS".
           02 FILLER PIC X(8) VALUE "  STATUS".
       01  ORDER-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ORV-NR PIC 9(7).
           02 FILLER PIC X(5) VALUE SPACES.
           02 ORV-REGEL PIC 9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ORV-DATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ORV-PRODNR PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ORV-AANTAL PIC Z(5)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ORV-PRIJS PIC Z(4)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ORV-STATUS PIC X(12).
       01  FACTUUR-KOP.
           02 FILLER PIC X(9) VALUE "  FACTUUR".
           02 FILLER PIC X(4) VALUE "  NR".
           02 FILLER PIC X(10) VALUE "  DATUM".
           02 FILLER PIC X(10) VALUE "  VERVAL".
           02 FILLER PIC X(12) VALUE "      BEDRAG".
           02 FILLER PIC X(12) VALUE "     BETAALD".
           02 FILLER PIC X(12) VALUE "  OPENSTAAND".
           02 FILLER PIC X(8) VALUE "  STATUS".
       01  FACTUUR-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-ORDERNR PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-VOLGNR PIC 9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-FACTUURDATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-VERVALDATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-BEDRAG PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-BETAALD PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-OPENSTAAND PIC Z(6)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FKV-STATUS PIC X(10).
       01  FISCAAL-KOP.
           02 FILLER PIC X(6) VALUE "  JAAR".
           02 FILLER PIC X(14) VALUE "   BRUTO RENTE".
           02 FILLER PIC X(14) VALUE "   VOORHEFFING".
       01  FISCAAL-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RFV-JAAR PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RFV-BRUTO-RENTE PIC Z(8)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RFV-VOORHEFFING PIC Z(8)9.99.
       01  AUDIT-KOP.
           02 FILLER PIC X(10) VALUE "  DATUM".
           02 FILLER PIC X(8) VALUE "  TIJD".
           02 FILLER PIC X(16) VALUE "  BETREFT".
           02 FILLER PIC X(22) VALUE "  PROGRAMMA".
           02 FILLER PIC X(10) VALUE "  OPERATOR".
       01  AUDIT-VELDEN.
           02 FILLER PIC X(2) VALUE SPACES.
           02 ADV-DATUM PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ADV-TIJD PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ADV-BETREFT PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ADV-PROGRAMMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ADV-OPERATOR PIC X(8).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM LEES-KLANT
           IF KLANT-BESTAAT
               PERFORM MAAK-DOSSIER
           ELSE
               DISPLAY "GEEN KLANT GEVONDEN MET DIT KLANTNUMMER"
           END-IF
           PERFORM SLUIT-BESTANDEN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           ACCEPT VANDAAG FROM DATE YYYYMMDD
           OPEN INPUT KLANTEN
           IF KLANTEN-STATUS NOT = "00"
               DISPLAY "KAN KLANTENBESTAND NIET OPENEN, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN INPUT REKENINGEN
           IF REKENINGEN-STATUS NOT = "00"
               DISPLAY "KAN REKENINGENBESTAND NIET OPENEN, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           DISPLAY "INZAGEDOSSIER VAN EEN KLANT"
           DISPLAY "GEEF HET KLANTNUMMER OP:"
           ACCEPT GEVR-KLANTNR
           MOVE GEVR-KLANTNR TO KLANTNR-TEKST.

       LEES-KLANT.
           SET KLANT-ONBEKEND TO TRUE
           MOVE GEVR-KLANTNR TO NR
           READ KLANTEN
               INVALID KEY SET KLANT-ONBEKEND TO TRUE
               NOT INVALID KEY SET KLANT-BESTAAT TO TRUE
           END-READ
           IF KLANT-ONBEKEND AND KLANTEN-STATUS NOT = "23"
               DISPLAY "KLANTENBESTAND IS DEFECT, STATUS: "
                   KLANTEN-STATUS
               PERFORM FOUT
           END-IF.

       MAAK-DOSSIER.
           MOVE ZEROS TO SECTIE-TELLERS
           MOVE ZERO TO WERK-REGELS
           OPEN OUTPUT DOSSIER-WERK
           MOVE SPACES TO WERK-REGEL
           PERFORM VERZAMEL-REKENINGEN
           PERFORM DOSSIER-KLANT
           PERFORM DOSSIER-REKENINGEN
           PERFORM DOSSIER-JOURNAAL
           PERFORM DOSSIER-MANDATEN
           PERFORM DOSSIER-OPDRACHTEN
           PERFORM DOSSIER-DEPOSITOS
           PERFORM DOSSIER-ORDERS
           PERFORM DOSSIER-FACTUREN
           PERFORM DOSSIER-RENTEATTESTEN
           PERFORM DOSSIER-AUDITSPOOR
           CLOSE DOSSIER-WERK
           PERFORM SCHRIJF-DOSSIER
           MOVE GEVR-KLANTNR TO INZAGE-KLANTNR
           MOVE ZERO TO INZAGE-REKNR
           PERFORM SCHRIJF-INZAGE.

      * EIGEN REKENINGEN VIA DE ALTERNATIEVE SLEUTEL, DAARNA DE
      * REKENINGEN WAARVAN DE KLANT MEDEHOUDER OF VOLMACHTHOUDER IS.
       VERZAMEL-REKENINGEN.
           MOVE ZERO TO REK-BEZET
           MOVE "N" TO GEDAAN-REKENINGEN
           MOVE GEVR-KLANTNR TO KLANTNR
           START REKENINGEN KEY IS = KLANTNR
               INVALID KEY MOVE "J" TO GEDAAN-REKENINGEN
           END-START
           PERFORM LEES-EIGEN-REKENING UNTIL STOPLEZEN-REKENINGEN
           MOVE "N" TO GEDAAN-MEDEHOUDERS
           OPEN INPUT MEDEHOUDERS
           IF MEDEHOUDERS-STATUS NOT = "00"
               AND MEDEHOUDERS-STATUS NOT = "05"
               DISPLAY "KAN MEDEHOUDERSBESTAND NIET OPENEN, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-MEDEHOUDER UNTIL STOPLEZEN-MEDEHOUDERS
           CLOSE MEDEHOUDERS.

       LEES-EIGEN-REKENING.
           READ REKENINGEN NEXT
               AT END MOVE "J" TO GEDAAN-REKENINGEN
           END-READ
           IF NOT STOPLEZEN-REKENINGEN
               AND REKENINGEN-STATUS NOT = "00"
               AND REKENINGEN-STATUS NOT = "02"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN-REKENINGEN
               IF KLANTNR = GEVR-KLANTNR
                   MOVE REKNR TO NIEUW-REKNR
                   MOVE "E" TO NIEUW-ROL
                   PERFORM ZET-REKENING-IN-TABEL
               ELSE
                   MOVE "J" TO GEDAAN-REKENINGEN
               END-IF
           END-IF.

       LEES-MEDEHOUDER.
           READ MEDEHOUDERS
               AT END MOVE "J" TO GEDAAN-MEDEHOUDERS
           END-READ
           IF NOT STOPLEZEN-MEDEHOUDERS
               AND MEDEHOUDERS-STATUS NOT = "00"
               DISPLAY "MEDEHOUDERSBESTAND IS DEFECT, STATUS: "
                   MEDEHOUDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN-MEDEHOUDERS
               IF MHD-KLANTNR = GEVR-KLANTNR
                   MOVE MHD-REKNR TO NIEUW-REKNR
                   MOVE MHD-ROL TO NIEUW-ROL
                   PERFORM ZET-REKENING-IN-TABEL
               END-IF
           END-IF.

       ZET-REKENING-IN-TABEL.
           IF REK-BEZET < 50
               ADD 1 TO REK-BEZET
               MOVE NIEUW-REKNR TO TAB-REKNR (REK-BEZET)
               MOVE NIEUW-ROL TO TAB-ROL (REK-BEZET)
           ELSE
               DISPLAY "REKENINGTABEL VOL, REKENING " NIEUW-DEEL1 "-"
                   NIEUW-DEEL2 "-" NIEUW-DEEL3 " NIET OPGENOMEN"
           END-IF.

      * ZOEKT ZOEK-WAARDE TUSSEN DE EIGEN EN GEZAMENLIJKE REKENINGEN;
      * EEN REKENING MET ENKEL VOLMACHT TELT HIER NIET MEE.
       ZOEK-REKNR.
           SET REKNR-NIET-IN-DOSSIER TO TRUE
           MOVE 1 TO REK-IDX
           PERFORM ZOEK-IN-REKENINGTABEL
               UNTIL REKNR-IN-DOSSIER OR REK-IDX > REK-BEZET.

       ZOEK-IN-REKENINGTABEL.
           IF TAB-REKNR (REK-IDX) = ZOEK-WAARDE
               AND NOT TAB-VOLMACHT (REK-IDX)
               SET REKNR-IN-DOSSIER TO TRUE
           ELSE
               ADD 1 TO REK-IDX
           END-IF.

       MAAK-REKNR-TEKST.
           MOVE SPACES TO REKNR-TEKST
           STRING TOON-DEEL1 DELIMITED BY SIZE
               "-" TOON-DEEL2 DELIMITED BY SIZE
               "-" TOON-DEEL3 DELIMITED BY SIZE
               INTO REKNR-TEKST
           END-STRING.

      * HOOFDSTUKKOP IN HET WERKBESTAND; SEC-REGEL ONTHOUDT WAAR HET
      * HOOFDSTUK BEGINT VOOR DE INHOUDSTAFEL.
       BEGIN-SECTIE.
           MOVE WERK-REGELS TO SEC-REGEL (SECTIE-NR)
           ADD 1 TO SEC-REGEL (SECTIE-NR)
           MOVE SECTIE-NR TO KOP-NR
           MOVE SEC-TITEL (SECTIE-NR) TO KOP-TITEL
           MOVE SECTIE-KOP TO WERK-REGEL
           PERFORM SCHRIJF-WERKREGEL
           MOVE ALL "-" TO WERK-REGEL (1:34)
           PERFORM SCHRIJF-WERKREGEL.

      * VOOR HET EERSTE GEGEVEN VAN EEN HOOFDSTUK KOMT DE KOLOMKOP.
       BEGIN-ITEM.
           IF SEC-AANTAL (SECTIE-NR) = ZERO AND KOLOMKOP NOT = SPACES
               MOVE KOLOMKOP TO WERK-REGEL
               PERFORM SCHRIJF-WERKREGEL
           END-IF
           ADD 1 TO SEC-AANTAL (SECTIE-NR).

       EINDE-SECTIE.
           IF SEC-AANTAL (SECTIE-NR) = ZERO
               MOVE "  GEEN GEGEVENS" TO WERK-REGEL
               PERFORM SCHRIJF-WERKREGEL
           END-IF
           PERFORM SCHRIJF-WERKREGEL.

       SCHRIJF-WERKREGEL.
           WRITE WERK-REGEL
           ADD 1 TO WERK-REGELS
           MOVE SPACES TO WERK-REGEL.

       DOSSIER-KLANT.
           MOVE 1 TO SECTIE-NR
           MOVE SPACES TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           PERFORM BEGIN-ITEM
           STRING "  KLANTNUMMER : " NR DELIMITED BY SIZE
               INTO WERK-REGEL
           END-STRING
           PERFORM SCHRIJF-WERKREGEL
           STRING "  NAAM        : " NAAM DELIMITED BY SIZE
               INTO WERK-REGEL
           END-STRING
           PERFORM SCHRIJF-WERKREGEL
           STRING "  ADRES       : " STRAAT DELIMITED BY SIZE
               INTO WERK-REGEL
           END-STRING
           PERFORM SCHRIJF-WERKREGEL
           STRING "                " POSTCODE DELIMITED BY SIZE
               " " GEMEENTE DELIMITED BY SIZE
               INTO WERK-REGEL
           END-STRING
           PERFORM SCHRIJF-WERKREGEL
           STRING "  TELEFOON    : " TEL DELIMITED BY SIZE
               INTO WERK-REGEL
           END-STRING
           PERFORM SCHRIJF-WERKREGEL
           PERFORM EINDE-SECTIE.

       DOSSIER-REKENINGEN.
           MOVE 2 TO SECTIE-NR
           MOVE REKENING-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE 1 TO REK-IDX
           PERFORM DRUK-DOSSIERREKENING UNTIL REK-IDX > REK-BEZET
           PERFORM EINDE-SECTIE.

       DRUK-DOSSIERREKENING.
           SET REKENING-ONBEKEND TO TRUE
           MOVE TAB-REKNR (REK-IDX) TO REKNR
           READ REKENINGEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
               NOT INVALID KEY SET REKENING-BESTAAT TO TRUE
           END-READ
           IF REKENING-ONBEKEND AND REKENINGEN-STATUS NOT = "23"
               DISPLAY "REKENINGENBESTAND IS DEFECT, STATUS: "
                   REKENINGEN-STATUS
               PERFORM FOUT
           END-IF
           IF REKENING-BESTAAT
               PERFORM BEGIN-ITEM
               MOVE REKNR TO TOON-REKNR
               PERFORM MAAK-REKNR-TEKST
               MOVE REKNR-TEKST TO RKV-REKNR
               IF TAB-HOUDER (REK-IDX)
                   MOVE "HOUDER" TO RKV-ROL
               END-IF
               IF TAB-MEDEHOUDER (REK-IDX)
                   MOVE "MEDEHOUDER" TO RKV-ROL
               END-IF
               IF TAB-VOLMACHT (REK-IDX)
                   MOVE "VOLMACHT" TO RKV-ROL
               END-IF
               MOVE REKENINGTYPE TO RKV-TYPE
               MOVE MUNT TO RKV-MUNT
               MOVE KANTOOR TO RKV-KANTOOR
               MOVE SALDO TO RKV-SALDO
               MOVE KREDIETLIMIET TO RKV-LIMIET
               MOVE "OPEN" TO RKV-STATUS
               IF REKENING-SLAPEND
                   MOVE "SLAPEND" TO RKV-STATUS
               END-IF
               IF REKENING-GEBLOKKEERD
                   MOVE SPACES TO RKV-STATUS
                   STRING "GEBLOKKEERD: " BLOKKEER-REDEN
                       DELIMITED BY SIZE INTO RKV-STATUS
                   END-STRING
               END-IF
               IF REKENING-GESLOTEN
                   MOVE "GESLOTEN" TO RKV-STATUS
               END-IF
               MOVE REKENING-VELDEN TO WERK-REGEL
               PERFORM SCHRIJF-WERKREGEL
               MOVE GEVR-KLANTNR TO INZAGE-KLANTNR
               MOVE REKNR TO INZAGE-REKNR
               PERFORM SCHRIJF-INZAGE
           END-IF
           ADD 1 TO REK-IDX.

       DOSSIER-JOURNAAL.
           MOVE 3 TO SECTIE-NR
           MOVE JOURNAAL-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT REKENING-JOURNAAL
           IF JOURNAAL-STATUS NOT = "00" AND JOURNAAL-STATUS NOT = "05"
               DISPLAY "KAN REKENINGJOURNAAL NIET OPENEN, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-JOURNAAL UNTIL STOPLEZEN
           CLOSE REKENING-JOURNAAL
           PERFORM EINDE-SECTIE.

       LEES-JOURNAAL.
           READ REKENING-JOURNAAL
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND JOURNAAL-STATUS NOT = "00"
               DISPLAY "REKENINGJOURNAAL IS DEFECT, STATUS: "
                   JOURNAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE JRN-REKNR TO ZOEK-WAARDE
               PERFORM ZOEK-REKNR
               IF REKNR-IN-DOSSIER
                   PERFORM BEGIN-ITEM
                   MOVE JRN-REKNR TO TOON-REKNR
                   PERFORM MAAK-REKNR-TEKST
                   MOVE REKNR-TEKST TO JRV-REKNR
                   MOVE JRN-DATUM TO JRV-DATUM
                   MOVE JRN-VALUTADATUM TO JRV-VALUTADATUM
                   MOVE JRN-VOLGNR TO JRV-VOLGNR
                   MOVE JRN-BEDRAG TO JRV-BEDRAG
                   MOVE JRN-SALDO TO JRV-SALDO
                   MOVE JRN-REFERENTIE TO JRV-REFERENTIE
                   MOVE JOURNAAL-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               END-IF
           END-IF.

       DOSSIER-MANDATEN.
           MOVE 4 TO SECTIE-NR
           MOVE MANDAAT-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT MANDATEN
           IF MANDATEN-STATUS NOT = "00" AND MANDATEN-STATUS NOT = "05"
               DISPLAY "KAN MANDATENBESTAND NIET OPENEN, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-MANDAAT UNTIL STOPLEZEN
           CLOSE MANDATEN
           PERFORM EINDE-SECTIE.

       LEES-MANDAAT.
           READ MANDATEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND MANDATEN-STATUS NOT = "00"
               DISPLAY "MANDATENBESTAND IS DEFECT, STATUS: "
                   MANDATEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE MAN-REKNR TO ZOEK-WAARDE
               PERFORM ZOEK-REKNR
               IF REKNR-IN-DOSSIER
                   PERFORM BEGIN-ITEM
                   MOVE MAN-REKNR TO TOON-REKNR
                   PERFORM MAAK-REKNR-TEKST
                   MOVE REKNR-TEKST TO MNV-REKNR
                   MOVE MAN-CREDITEUR TO MNV-CREDITEUR
                   MOVE MAN-BEDRAG TO MNV-BEDRAG
                   MOVE MAN-FREQUENTIE TO MNV-FREQUENTIE
                   IF MAN-MAANDELIJKS
                       MOVE "MAANDELIJKS" TO MNV-FREQUENTIE
                   END-IF
                   IF MAN-DRIEMAANDELIJKS
                       MOVE "DRIEMAANDELIJKS" TO MNV-FREQUENTIE
                   END-IF
                   MOVE MAN-VOLGENDE TO MNV-VOLGENDE
                   IF MANDAAT-GESTOPT
                       MOVE "GESTOPT" TO MNV-STATUS
                   ELSE
                       MOVE "ACTIEF" TO MNV-STATUS
                   END-IF
                   IF MANDAAT-TER-OPVOLGING
                       MOVE "TER OPVOLGING" TO MNV-STATUS
                   END-IF
                   MOVE MANDAAT-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               END-IF
           END-IF.

       DOSSIER-OPDRACHTEN.
           MOVE 5 TO SECTIE-NR
           MOVE OPDRACHT-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT PERMANENTE-OPDRACHTEN
           IF OPDRACHTEN-STATUS NOT = "00"
               AND OPDRACHTEN-STATUS NOT = "05"
               DISPLAY "KAN OPDRACHTENBESTAND NIET OPENEN, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-OPDRACHT UNTIL STOPLEZEN
           CLOSE PERMANENTE-OPDRACHTEN
           PERFORM EINDE-SECTIE.

       LEES-OPDRACHT.
           READ PERMANENTE-OPDRACHTEN
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND OPDRACHTEN-STATUS NOT = "00"
               DISPLAY "OPDRACHTENBESTAND IS DEFECT, STATUS: "
                   OPDRACHTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE OPD-REKNR TO ZOEK-WAARDE
               PERFORM ZOEK-REKNR
               IF REKNR-IN-DOSSIER
                   PERFORM BEGIN-ITEM
                   MOVE OPD-NR TO OPV-NR
                   MOVE OPD-REKNR TO TOON-REKNR
                   PERFORM MAAK-REKNR-TEKST
                   MOVE REKNR-TEKST TO OPV-REKNR
                   MOVE OPD-BEDRAG TO OPV-BEDRAG
                   MOVE OPD-FREQUENTIE TO OPV-FREQUENTIE
                   IF OPD-MAANDELIJKS
                       MOVE "MAANDELIJKS" TO OPV-FREQUENTIE
                   END-IF
                   IF OPD-WEKELIJKS
                       MOVE "WEKELIJKS" TO OPV-FREQUENTIE
                   END-IF
                   MOVE OPD-VOLGENDE TO OPV-VOLGENDE
                   MOVE OPD-EINDE TO OPV-EINDE
                   IF OPDRACHT-GESTOPT
                       MOVE "GESTOPT" TO OPV-STATUS
                   ELSE
                       MOVE "ACTIEF" TO OPV-STATUS
                   END-IF
                   MOVE OPDRACHT-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               END-IF
           END-IF.

       DOSSIER-DEPOSITOS.
           MOVE 6 TO SECTIE-NR
           MOVE DEPOSITO-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT TERMIJNDEPOSITOS
           IF DEPOSITOS-STATUS NOT = "00"
               AND DEPOSITOS-STATUS NOT = "05"
               DISPLAY "KAN DEPOSITOBESTAND NIET OPENEN, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-DEPOSITO UNTIL STOPLEZEN
           CLOSE TERMIJNDEPOSITOS
           PERFORM EINDE-SECTIE.

       LEES-DEPOSITO.
           READ TERMIJNDEPOSITOS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND DEPOSITOS-STATUS NOT = "00"
               DISPLAY "DEPOSITOBESTAND IS DEFECT, STATUS: "
                   DEPOSITOS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               MOVE TDP-REKNR TO ZOEK-WAARDE
               PERFORM ZOEK-REKNR
               IF REKNR-IN-DOSSIER
                   PERFORM BEGIN-ITEM
                   MOVE TDP-REKNR TO TOON-REKNR
                   PERFORM MAAK-REKNR-TEKST
                   MOVE REKNR-TEKST TO TDV-REKNR
                   MOVE TDP-VOLGNR TO TDV-VOLGNR
                   MOVE TDP-BEDRAG TO TDV-BEDRAG
                   MOVE TDP-RENTE TO TDV-RENTE
                   MOVE TDP-STARTDATUM TO TDV-STARTDATUM
                   MOVE TDP-VERVALDATUM TO TDV-VERVALDATUM
                   MOVE TDP-STATUS TO TDV-STATUS
                   IF DEPOSITO-LOPEND
                       MOVE "LOPEND" TO TDV-STATUS
                   END-IF
                   IF DEPOSITO-UITBETAALD
                       MOVE "UITBETAALD" TO TDV-STATUS
                   END-IF
                   MOVE DEPOSITO-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               END-IF
           END-IF.

       DOSSIER-ORDERS.
           MOVE 7 TO SECTIE-NR
           MOVE ORDER-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT VERKOOPORDERS
           IF ORDERS-STATUS NOT = "00" AND ORDERS-STATUS NOT = "05"
               DISPLAY "KAN ORDERBESTAND NIET OPENEN, STATUS: "
                   ORDERS-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-ORDER UNTIL STOPLEZEN
           CLOSE VERKOOPORDERS
           PERFORM EINDE-SECTIE.

       LEES-ORDER.
           READ VERKOOPORDERS
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND ORDERS-STATUS NOT = "00"
               DISPLAY "ORDERBESTAND IS DEFECT, STATUS: "
                   ORDERS-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF ORD-KLANTNR = GEVR-KLANTNR
                   PERFORM BEGIN-ITEM
                   MOVE ORD-NR TO ORV-NR
                   MOVE ORD-REGEL TO ORV-REGEL
                   MOVE ORD-DATUM TO ORV-DATUM
                   MOVE ORD-PRODNR TO ORV-PRODNR
                   MOVE ORD-AANTAL TO ORV-AANTAL
                   MOVE ORD-PRIJS TO ORV-PRIJS
                   MOVE ORD-STATUS TO ORV-STATUS
                   IF ORDERREGEL-OPEN
                       MOVE "OPEN" TO ORV-STATUS
                   END-IF
                   IF ORDERREGEL-GELEVERD
                       MOVE "GELEVERD" TO ORV-STATUS
                   END-IF
                   IF ORDERREGEL-GEFACTUREERD
                       MOVE "GEFACTUREERD" TO ORV-STATUS
                   END-IF
                   MOVE ORDER-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               END-IF
           END-IF.

       DOSSIER-FACTUREN.
           MOVE 8 TO SECTIE-NR
           MOVE FACTUUR-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT OPENSTAANDE-POSTEN
           IF POSTEN-STATUS NOT = "00" AND POSTEN-STATUS NOT = "05"
               DISPLAY "KAN OPENSTAANDE POSTEN NIET OPENEN, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           MOVE GEVR-KLANTNR TO OPP-KLANTNR
           START OPENSTAANDE-POSTEN KEY IS = OPP-KLANTNR
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-FACTUUR UNTIL STOPLEZEN
           CLOSE OPENSTAANDE-POSTEN
           PERFORM EINDE-SECTIE.

       LEES-FACTUUR.
           READ OPENSTAANDE-POSTEN NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               AND POSTEN-STATUS NOT = "00"
               AND POSTEN-STATUS NOT = "02"
               DISPLAY "OPENSTAANDE POSTEN DEFECT, STATUS: "
                   POSTEN-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF OPP-KLANTNR = GEVR-KLANTNR
                   PERFORM BEGIN-ITEM
                   MOVE OPP-ORDERNR TO FKV-ORDERNR
                   MOVE OPP-FACTUURVOLGNR TO FKV-VOLGNR
                   MOVE OPP-FACTUURDATUM TO FKV-FACTUURDATUM
                   MOVE OPP-VERVALDATUM TO FKV-VERVALDATUM
                   MOVE OPP-BEDRAG TO FKV-BEDRAG
                   MOVE OPP-BETAALD TO FKV-BETAALD
                   MOVE OPP-OPENSTAAND TO FKV-OPENSTAAND
                   MOVE OPP-STATUS TO FKV-STATUS
                   IF POST-OPEN
                       MOVE "OPEN" TO FKV-STATUS
                   END-IF
                   IF POST-BETAALD
                       MOVE "BETAALD" TO FKV-STATUS
                   END-IF
                   MOVE FACTUUR-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               ELSE
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF.

       DOSSIER-RENTEATTESTEN.
           MOVE 9 TO SECTIE-NR
           MOVE FISCAAL-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT RENTEFISCAAL
           IF FISCAAL-STATUS NOT = "00" AND FISCAAL-STATUS NOT = "05"
               DISPLAY "KAN RENTEFISCAAL NIET OPENEN, STATUS: "
                   FISCAAL-STATUS
               PERFORM FOUT
           END-IF
           MOVE GEVR-KLANTNR TO RF-KLANTNR
           MOVE ZERO TO RF-JAAR
           START RENTEFISCAAL KEY IS NOT < RF-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-RENTEATTEST UNTIL STOPLEZEN
           CLOSE RENTEFISCAAL
           PERFORM EINDE-SECTIE.

       LEES-RENTEATTEST.
           READ RENTEFISCAAL NEXT
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND FISCAAL-STATUS NOT = "00"
               DISPLAY "RENTEFISCAAL IS DEFECT, STATUS: "
                   FISCAAL-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               IF RF-KLANTNR = GEVR-KLANTNR
                   PERFORM BEGIN-ITEM
                   MOVE RF-JAAR TO RFV-JAAR
                   MOVE RF-BRUTO-RENTE TO RFV-BRUTO-RENTE
                   MOVE RF-VOORHEFFING TO RFV-VOORHEFFING
                   MOVE FISCAAL-VELDEN TO WERK-REGEL
                   PERFORM SCHRIJF-WERKREGEL
               ELSE
                   MOVE "J" TO GEDAAN
               END-IF
           END-IF.

       DOSSIER-AUDITSPOOR.
           MOVE 10 TO SECTIE-NR
           MOVE AUDIT-KOP TO KOLOMKOP
           PERFORM BEGIN-SECTIE
           MOVE "N" TO GEDAAN
           OPEN INPUT AUDITLOG
           IF AUDITLOG-STATUS NOT = "00" AND AUDITLOG-STATUS NOT = "05"
               DISPLAY "KAN AUDITLOG NIET OPENEN, STATUS: "
                   AUDITLOG-STATUS
               PERFORM FOUT
           END-IF
           PERFORM LEES-AUDITREGEL UNTIL STOPLEZEN
           CLOSE AUDITLOG
           PERFORM EINDE-SECTIE.

      * EEN AUDITREGEL GAAT OVER DE KLANT ALS DE SLEUTEL HET
      * KLANTNUMMER IS, OF OVER EEN REKENING VAN HET DOSSIER ALS DE
      * SLEUTEL DAT REKENINGNUMMER IS.
       LEES-AUDITREGEL.
           READ AUDITLOG
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDITLOG IS DEFECT, STATUS: " AUDITLOG-STATUS
               PERFORM FOUT
           END-IF
           IF NOT STOPLEZEN
               SET REKNR-NIET-IN-DOSSIER TO TRUE
               MOVE SPACES TO ADV-BETREFT
               IF AUD-SLEUTEL (1:7) = KLANTNR-TEKST
                   AND AUD-SLEUTEL (8:13) = SPACES
                   SET REKNR-IN-DOSSIER TO TRUE
                   STRING "KLANT " KLANTNR-TEKST DELIMITED BY SIZE
                       INTO ADV-BETREFT
                   END-STRING
               END-IF
               IF AUD-SLEUTEL (1:12) IS NUMERIC
                   AND AUD-SLEUTEL (13:8) = SPACES
                   MOVE AUD-SLEUTEL (1:12) TO ZOEK-WAARDE
                   PERFORM ZOEK-REKNR
                   IF REKNR-IN-DOSSIER
                       MOVE AUD-SLEUTEL (1:12) TO TOON-REKNR
                       PERFORM MAAK-REKNR-TEKST
                       MOVE REKNR-TEKST TO ADV-BETREFT
                   END-IF
               END-IF
               IF REKNR-IN-DOSSIER
                   PERFORM DRUK-AUDITREGEL
               END-IF
           END-IF.

       DRUK-AUDITREGEL.
           PERFORM BEGIN-ITEM
           MOVE AUD-DATUM TO ADV-DATUM
           MOVE AUD-TIJD TO ADV-TIJD
           MOVE AUD-PROGRAMMA TO ADV-PROGRAMMA
           IF AUD-OPERATOR = SPACES
               MOVE "(BATCH)" TO ADV-OPERATOR
           ELSE
               MOVE AUD-OPERATOR TO ADV-OPERATOR
           END-IF
           MOVE AUDIT-VELDEN TO WERK-REGEL
           PERFORM SCHRIJF-WERKREGEL
           STRING "        " AUD-VELD DELIMITED BY SIZE
               ": " AUD-OUD DELIMITED BY SIZE
               " -> " AUD-NIEUW DELIMITED BY SIZE
               INTO WERK-REGEL
           END-STRING
           PERFORM SCHRIJF-WERKREGEL.

      * KOP EN INHOUDSTAFEL (KOP-REGELS REGELS), GEVOLGD DOOR DE
      * HOOFDSTUKKEN UIT HET WERKBESTAND.
       SCHRIJF-DOSSIER.
           OPEN OUTPUT DOSSIERLIJST
           MOVE SPACES TO LIJST-REGEL
           STRING "INZAGEDOSSIER PERSOONSGEGEVENS - KLANT "
               DELIMITED BY SIZE
               KLANTNR-TEKST DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "=" TO LIJST-REGEL (1:46)
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "NAAM         : " NAAM DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           STRING "OPGEMAAKT OP : " VANDAAG DELIMITED BY SIZE
               INTO LIJST-REGEL
           END-STRING
           PERFORM SCHRIJF-LIJSTREGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "INHOUD" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE ALL "-" TO LIJST-REGEL (1:6)
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE 1 TO SECTIE-NR
           PERFORM DRUK-INHOUDSREGEL UNTIL SECTIE-NR > 10
           PERFORM SCHRIJF-LIJSTREGEL
           MOVE "N" TO GEDAAN
           OPEN INPUT DOSSIER-WERK
           PERFORM KOPIEER-WERKREGEL UNTIL STOPLEZEN
           CLOSE DOSSIER-WERK
           MOVE "EINDE VAN HET INZAGEDOSSIER" TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           CLOSE DOSSIERLIJST
           MOVE "INZAGEDOSSIER" TO SPOOL-RAPPORTNAAM
           MOVE "BESTANDEN/INZAGEDOSSIER.LST" TO SPOOL-BESTANDSNAAM
           CALL "SPOOL-RAPPORT" USING SPOOL-RAPPORTNAAM
               SPOOL-BESTANDSNAAM.

       DRUK-INHOUDSREGEL.
           MOVE SECTIE-NR TO INH-NR
           MOVE SEC-TITEL (SECTIE-NR) TO INH-TITEL
           ADD SEC-REGEL (SECTIE-NR) KOP-REGELS GIVING INH-REGEL
           MOVE SEC-AANTAL (SECTIE-NR) TO INH-AANTAL
           MOVE INHOUD-VELDEN TO LIJST-REGEL
           PERFORM SCHRIJF-LIJSTREGEL
           ADD 1 TO SECTIE-NR.

       KOPIEER-WERKREGEL.
           READ DOSSIER-WERK
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE WERK-REGEL TO LIJST-REGEL
               PERFORM SCHRIJF-LIJSTREGEL
           END-IF.

       SCHRIJF-LIJSTREGEL.
           WRITE LIJST-REGEL
           DISPLAY LIJST-REGEL
           MOVE SPACES TO LIJST-REGEL.

       SCHRIJF-INZAGE.
           CALL "LOG-INZAGE" USING INZAGE-PROGRAMMA INZAGE-KLANTNR
               INZAGE-REKNR.

       SLUIT-BESTANDEN.
           CLOSE KLANTEN
           CLOSE REKENINGEN.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
           MOVE "PRINT-INZAGEDOSSIER" TO ERRLOG-PROGRAMMA
           ACCEPT ERRLOG-DATUM FROM DATE YYYYMMDD
           ACCEPT ERRLOG-TIJD FROM TIME
           MOVE GEVR-KLANTNR TO ERRLOG-SLEUTEL
           OPEN EXTEND ERRORLOG
           WRITE ERRLOG-REGEL
           CLOSE ERRORLOG
           DISPLAY "ER IS EEN FOUT OPGETREDEN"
           MOVE 8 TO RETURN-CODE
           GOBACK.
