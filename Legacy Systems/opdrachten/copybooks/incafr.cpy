           02 IAF-CODE PIC X(1).
               88 IAF-GEIND VALUE "G".
               88 IAF-ONBETAALD VALUE "O".
               88 IAF-TERUGBETAALD VALUE "R".
           02 FILLER PIC X VALUE SPACE.
           02 IAF-REKNR PIC 9(12).
           02 FILLER PIC X VALUE SPACE.
           02 IAF-REFERENTIE PIC X(16).
