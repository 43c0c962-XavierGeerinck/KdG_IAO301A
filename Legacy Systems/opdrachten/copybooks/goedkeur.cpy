               88 GOEDKEURING-CONTRA VALUE "C".
               88 GOEDKEURING-BLOKKEREN VALUE "Z".
               88 GOEDKEURING-VRIJGEVEN VALUE "V".
               88 GOEDKEURING-SANCTIE VALUE "S".
               88 GOEDKEURING-HEROPENEN VALUE "P".
           02 GKR-REKNR PIC 9(12).
           02 GKR-BEDRAG PIC S9(7)V99.
           02 GKR-ORIG-DATUM PIC 9(8).
               88 GOEDKEURING-OPEN VALUE "O".
               88 GOEDKEURING-VRIJGEGEVEN VALUE "G".
               88 GOEDKEURING-AFGEWEZEN VALUE "A".
           02 GKR-MUNT PIC X(3).
           02 GKR-SOORT PIC X(1).
           02 GKR-EXT-NAAM PIC X(30).
           02 GKR-EXT-BANKREF PIC X(16).
           02 GKR-TREFFER-NAAM PIC X(40).
           02 GKR-TREFFER-LIJST PIC X(10).
