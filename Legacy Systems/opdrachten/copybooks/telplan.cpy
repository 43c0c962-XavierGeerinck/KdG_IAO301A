           02 TPL-SLEUTEL.
               03 TPL-PRODNR PIC X(6).
               03 TPL-LOCATIE PIC X(4).
           02 TPL-LAATSTE-TELLING PIC 9(8).
