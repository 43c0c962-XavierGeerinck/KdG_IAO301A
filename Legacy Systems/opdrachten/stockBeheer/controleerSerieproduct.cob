      *************************************************************
      * CONTROLEER SERIEPRODUCT
      *
      * GEDEELDE ROUTINE VOOR DE SERIENUMMERREGISTRATIE: GEEFT AAN
      * OF EEN PRODUCT PER STUK MET EEN SERIENUMMER WORDT GEVOLGD.
      * DAT IS HET GEVAL ALS HET PRODUCT IN SERIEPRODUCTEN.DAT
      * STAAT (ONDERHOUD-SERIEPRODUCTEN). LK-RESULTAAT WORDT "J"
      * VOOR EEN SERIEPRODUCT EN "N" IN ALLE ANDERE GEVALLEN, OOK
      * ALS HET BESTAND NIET TE OPENEN IS.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLEER-SERIEPRODUCT.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERIEPRODUCTEN
                  ASSIGN TO "BESTANDEN/SERIEPRODUCTEN.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SPR-PRODNR
                  FILE STATUS IS SERIEPRODUCTEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIEPRODUCTEN BLOCK CONTAINS 10 RECORDS.
       01  SERIEPRODUCT-REC.
           COPY "serieproduct.cpy".

       WORKING-STORAGE SECTION.
       77  SERIEPRODUCTEN-STATUS PIC X(2).

       LINKAGE SECTION.
       01  LK-PRODNR PIC X(6).
       01  LK-RESULTAAT PIC X(1).
           88 PRODUCT-MET-SERIE VALUE "J".
           88 PRODUCT-ZONDER-SERIE VALUE "N".

       PROCEDURE DIVISION USING LK-PRODNR LK-RESULTAAT.

       MAIN.
           SET PRODUCT-ZONDER-SERIE TO TRUE
           OPEN INPUT SERIEPRODUCTEN
           IF SERIEPRODUCTEN-STATUS = "00"
               MOVE LK-PRODNR TO SPR-PRODNR
               READ SERIEPRODUCTEN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PRODUCT-MET-SERIE TO TRUE
               END-READ
           END-IF
           CLOSE SERIEPRODUCTEN
           GOBACK.
