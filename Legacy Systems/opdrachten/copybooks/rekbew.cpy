               88 BEW-SOORT-DOMICILIERING VALUE "D".
               88 BEW-SOORT-OPDRACHT VALUE "O".
               88 BEW-SOORT-KOSTEN VALUE "K".
               88 BEW-SOORT-BESLAG VALUE "B".
               88 BEW-SOORT-KAART VALUE "C".
           02 BEW-REFERENTIE PIC X(16).
           02 BEW-VALUTADATUM PIC 9(8).
           02 BEW-EXTERN PIC X(1).
               88 BEW-IS-EXTERN VALUE "J".
           02 BEW-EXT-NAAM PIC X(30).
           02 BEW-EXT-BANKREF PIC X(16).
           02 BEW-SCREENING PIC X(1).
               88 BEW-SCREENING-VRIJGEGEVEN VALUE "J".
