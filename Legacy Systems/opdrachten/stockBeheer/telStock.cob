      * TOEPAST. ELK VERSCHIL WORDT GEWAARDEERD AAN UNIT-COST EN OP
      * EEN VERSCHILLENLIJST GEZET, ZODAT HET MANAGEMENT DE KRIMP
      * IN EURO'S ZIET.
      * ELKE TELLING ZET DE LAATSTE TELDATUM VAN HET PRODUCT OP DIE
      * LOCATIE IN TELPLAN.DAT, WAAROP PLAN-TELLINGEN DE VOLGENDE
      * TELLIJSTEN BASEERT.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/BEWEGINGEN.DAT"
                  FILE STATUS IS BEWEGINGEN-STATUS.

           SELECT OPTIONAL TELPLAN
                  ASSIGN TO "BESTANDEN/TELPLAN.DAT"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TPL-SLEUTEL
                  FILE STATUS IS TELPLAN-STATUS.

           SELECT OPTIONAL TELVERSCHILLEN
                  ASSIGN TO "BESTANDEN/TELVERSCHILLEN.LST"
                  ORGANIZATION IS LINE SEQUENTIAL.
       01  BEWEGING.
           COPY "beweging.cpy".

       FD  TELPLAN BLOCK CONTAINS 10 RECORDS.
       01  TELPLAN-REC.
           COPY "telplan.cpy".

       FD  TELVERSCHILLEN.
       01  VERSCHIL-REGEL PIC X(70).

       77  LOCATIE-STATUS PIC X(2).
       77  STOCK-STATUS PIC X(2).
       77  BEWEGINGEN-STATUS PIC X(2).
       77  TELPLAN-STATUS PIC X(2).
       77  GEVONDEN PIC X(1).
           88 PRODUCT-GEVONDEN VALUE "J".
           88 PRODUCT-ONBEKEND VALUE "N".
                   BEWEGINGEN-STATUS
               PERFORM FOUT
           END-IF
           OPEN I-O TELPLAN
           IF TELPLAN-STATUS NOT = "00" AND TELPLAN-STATUS NOT = "05"
               DISPLAY "KAN TELPLAN NIET OPENEN, STATUS: "
                   TELPLAN-STATUS
               PERFORM FOUT
           END-IF
           OPEN EXTEND TELVERSCHILLEN
           DISPLAY "CYCLUSTELLING OP " RUNDATUM
           DISPLAY "---------------------------------------".
           ELSE
               PERFORM ZOEK-BOEKVOORRAAD
               PERFORM VERWERK-VERSCHIL
               PERFORM REGISTREER-TELDATUM
           END-IF
           DISPLAY "NOG EEN TELLING? (J/N):"
           ACCEPT NOG-EEN.
           MOVE ZERO TO EENHEIDSKOST
           MOVE ZERO TO VERVALDATUM
           MOVE ZERO TO EANNR
           MOVE ZERO TO ORDERNUMMER
           MOVE ZERO TO KLANTNUMMER
           WRITE BEWEGING.

       SCHRIJF-VERSCHILREGEL.
           MOVE VERSCHIL-VELDEN TO VERSCHIL-REGEL
           WRITE VERSCHIL-REGEL.

       REGISTREER-TELDATUM.
           MOVE GETELD-PRODNR TO TPL-PRODNR
           MOVE GETELDE-LOCATIE TO TPL-LOCATIE
           READ TELPLAN
               INVALID KEY CONTINUE
           END-READ
           MOVE RUNDATUM TO TPL-LAATSTE-TELLING
           IF TELPLAN-STATUS = "00"
               REWRITE TELPLAN-REC
                   INVALID KEY
                       DISPLAY "TELPLAN IS DEFECT, STATUS: "
                           TELPLAN-STATUS
                       PERFORM FOUT
               END-REWRITE
           ELSE
               IF TELPLAN-STATUS NOT = "23"
                   DISPLAY "TELPLAN IS DEFECT, STATUS: " TELPLAN-STATUS
                   PERFORM FOUT
               END-IF
               MOVE GETELD-PRODNR TO TPL-PRODNR
               MOVE GETELDE-LOCATIE TO TPL-LOCATIE
               WRITE TELPLAN-REC
                   INVALID KEY
                       DISPLAY "TELPLAN IS DEFECT, STATUS: "
                           TELPLAN-STATUS
                       PERFORM FOUT
               END-WRITE
           END-IF.

       SLUIT-BESTANDEN.
           CLOSE LOCATIE-STOCK
           CLOSE Stock
           CLOSE Bewegingen
           CLOSE TELPLAN
           CLOSE TELVERSCHILLEN.

       DRUK-TOTALEN.
