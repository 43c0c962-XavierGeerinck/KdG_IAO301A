           02 JRX-SLEUTEL.
               03 JRX-REKNR PIC 9(12).
               03 JRX-DATUM PIC 9(8).
               03 JRX-VOLGNR PIC 9(7).
               03 JRX-HERHALING PIC 9(2).
           02 JRX-REGEL PIC X(100).
