               88 WACHTWOORD-MOET-WIJZIGEN VALUE "J".
           02 OPR-GEBLOKKEERD PIC X(1).
               88 OPERATOR-GEBLOKKEERD VALUE "J".
           02 OPR-KANTOOR PIC X(3).
