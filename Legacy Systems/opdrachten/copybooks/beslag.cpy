           02 BSL-NR PIC 9(7).
           02 BSL-REKNR PIC 9(12).
           02 BSL-KLANTNR PIC 9(7).
           02 BSL-ONTVANGEN PIC 9(8).
           02 BSL-REFERENTIE PIC X(20).
           02 BSL-DEURWAARDER PIC X(30).
           02 BSL-BANKREF PIC X(16).
           02 BSL-BEDRAG PIC 9(7)V99.
           02 BSL-BESCHERMD PIC 9(7)V99.
           02 BSL-BETAALD PIC 9(7)V99.
           02 BSL-LAATSTE-BETALING PIC 9(8).
           02 BSL-STATUS PIC X(1).
               88 BESLAG-ACTIEF VALUE "A".
               88 BESLAG-VOLDAAN VALUE "V".
               88 BESLAG-OPGEHEVEN VALUE "O".
           02 BSL-VRIJ-PERIODE PIC 9(6).
           02 BSL-VRIJ-OPGENOMEN PIC 9(7)V99.
           02 BSL-GEREGISTREERD-DOOR PIC X(8).
