           02 SGR-SLEUTEL.
               03 SGR-SIGNAALNR PIC 9(7).
               03 SGR-VOLGNR PIC 9(4).
           02 SGR-REKNR PIC 9(12).
           02 SGR-DATUM PIC 9(8).
           02 SGR-BEDRAG PIC S9(7)V99.
           02 SGR-SALDO PIC S9(8)V99.
           02 SGR-JRN-VOLGNR PIC 9(7).
           02 SGR-REFERENTIE PIC X(16).
