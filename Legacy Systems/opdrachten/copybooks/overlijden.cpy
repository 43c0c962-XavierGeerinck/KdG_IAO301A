           02 OVL-KLANTNR PIC 9(7).
           02 OVL-DATUM PIC 9(8).
           02 OVL-GEMELD PIC 9(8).
           02 OVL-OPERATOR PIC X(8).
           02 OVL-AANTAL-GEBLOKKEERD PIC 9(3).
           02 OVL-AANTAL-MANDATEN PIC 9(3).
           02 OVL-AANTAL-OPDRACHTEN PIC 9(3).
           02 OVL-AANTAL-VOLMACHTEN PIC 9(3).
