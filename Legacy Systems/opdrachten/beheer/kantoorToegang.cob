      *************************************************************
      * KANTOOR TOEGANG
      *
      * GEDEELDE ROUTINE: ZOEKT HET KANTOOR VAN DE AANGEMELDE
      * OPERATOR OP IN OPERATORS.DAT EN ZEGT OF DIE OPERATOR EEN
      * REKENING VAN KANTOOR LK-KANTOOR MAG ONDERHOUDEN.
      * LK-OPERATOR-KANTOOR KRIJGT HET KANTOOR VAN DE OPERATOR;
      * SPATIES BETEKENT EEN CENTRALE OPERATOR (OF GEEN AANMELDING,
      * ZOALS BIJ EEN BATCHRUN), DIE AAN DE REKENINGEN VAN ALLE
      * KANTOREN MAG. EEN KANTOOROPERATOR KRIJGT IN LK-TOEGANG
      * ENKEL "J" VOOR DE REKENINGEN VAN HET EIGEN KANTOOR.
      * EEN OPERATOR DIE NIET (MEER) IN OPERATORS.DAT STAAT, KRIJGT
      * GEEN TOEGANG.
      *
      *************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KANTOOR-TOEGANG.
       AUTHOR. XAVIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OPR-ID
                  FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATOR-REC.
           COPY "operator.cpy".

       WORKING-STORAGE SECTION.
       77  OPERATORS-STATUS PIC X(2).
       77  AANGEMELDE-OPERATOR PIC X(8).

       LINKAGE SECTION.
       01  LK-KANTOOR PIC X(3).
       01  LK-OPERATOR-KANTOOR PIC X(3).
       01  LK-TOEGANG PIC X(1).
           88 KANTOOR-TOEGESTAAN VALUE "J".
           88 KANTOOR-GEWEIGERD VALUE "N".

       PROCEDURE DIVISION USING LK-KANTOOR LK-OPERATOR-KANTOOR
           LK-TOEGANG.

       MAIN.
           MOVE SPACES TO LK-OPERATOR-KANTOOR
           SET KANTOOR-TOEGESTAAN TO TRUE
           CALL "HUIDIGE-OPERATOR" USING AANGEMELDE-OPERATOR
           IF AANGEMELDE-OPERATOR NOT = SPACES
               PERFORM ZOEK-OPERATOR
           END-IF
           IF LK-OPERATOR-KANTOOR NOT = SPACES
               AND LK-OPERATOR-KANTOOR NOT = LK-KANTOOR
               SET KANTOOR-GEWEIGERD TO TRUE
           END-IF
           GOBACK.

       ZOEK-OPERATOR.
           OPEN INPUT OPERATORS
           IF OPERATORS-STATUS NOT = "00"
               SET KANTOOR-GEWEIGERD TO TRUE
           ELSE
               MOVE AANGEMELDE-OPERATOR TO OPR-ID
               READ OPERATORS
                   INVALID KEY SET KANTOOR-GEWEIGERD TO TRUE
                   NOT INVALID KEY
                       MOVE OPR-KANTOOR TO LK-OPERATOR-KANTOOR
               END-READ
           END-IF
           CLOSE OPERATORS.
