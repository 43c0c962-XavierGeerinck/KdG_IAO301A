           02 LEN-SLEUTEL.
               03 LEN-REKNR.
                   04 LEN-DEEL1 PIC 999.
                   04 LEN-DEEL2 PIC 9(7).
                   04 LEN-DEEL3 PIC 99.
               03 LEN-VOLGNR PIC 9(3).
           02 LEN-HOOFDSOM PIC 9(7)V99.
           02 LEN-RENTE PIC 9(3)V99.
           02 LEN-LOOPTIJD PIC 9(3).
           02 LEN-STARTDATUM PIC 9(8).
           02 LEN-TERMIJNBEDRAG PIC 9(7)V99.
           02 LEN-OPENSTAAND PIC 9(7)V99.
           02 LEN-TERMIJNEN-GEDAAN PIC 9(3).
           02 LEN-VOLGENDE-VERVAL PIC 9(8).
           02 LEN-ACHTERSTAL PIC 9(7)V99.
           02 LEN-ACHTERSTAL-AANTAL PIC 9(3).
           02 LEN-ACHTERSTAL-SINDS PIC 9(8).
           02 LEN-STATUS PIC X(1).
               88 LENING-LOPEND VALUE "L".
               88 LENING-ACHTERSTALLIG VALUE "A".
               88 LENING-AFGELOST VALUE "F".
