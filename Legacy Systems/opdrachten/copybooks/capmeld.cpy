           02 CME-TYPE PIC X(2).
               88 CME-IS-DETAIL VALUE "20".
           02 CME-GEBEURTENIS PIC X(2).
               88 CME-OPENING VALUE "OP".
               88 CME-AFSLUITING VALUE "SL".
               88 CME-HOUDER-BIJ VALUE "HT".
               88 CME-HOUDER-WEG VALUE "HV".
           02 CME-DATUM PIC 9(8).
           02 CME-REKNR PIC 9(12).
           02 CME-KLANTNR PIC 9(7).
           02 CME-ROL PIC X(1).
           02 CME-NAAM PIC X(20).
           02 CME-REKENINGTYPE PIC X(4).
           02 CME-MUNT PIC X(3).
