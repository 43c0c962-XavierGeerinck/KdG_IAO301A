           02 CST-SLEUTEL.
               03 CST-REKNR PIC 9(12).
               03 CST-KLANTNR PIC 9(7).
           02 CST-ROL PIC X(1).
               88 CST-TITULARIS VALUE "T".
               88 CST-MEDEHOUDER VALUE "M".
               88 CST-VOLMACHT VALUE "V".
           02 CST-GEMELD PIC 9(8).
           02 CST-RUN PIC 9(16).
