           02 KYC-KLANTNR PIC 9(7).
           02 KYC-ID-SOORT PIC X(2).
               88 KYC-IDENTITEITSKAART VALUE "ID".
               88 KYC-PASPOORT VALUE "PA".
               88 KYC-VERBLIJFSKAART VALUE "VK".
               88 KYC-ID-SOORT-GELDIG VALUE "ID" "PA" "VK".
           02 KYC-ID-NUMMER PIC X(20).
           02 KYC-VERVALDATUM PIC 9(8).
           02 KYC-RISICO PIC X(1).
               88 KYC-RISICO-LAAG VALUE "L".
               88 KYC-RISICO-MIDDEL VALUE "M".
               88 KYC-RISICO-HOOG VALUE "H".
               88 KYC-RISICO-GELDIG VALUE "L" "M" "H".
           02 KYC-LAATSTE-NAZICHT PIC 9(8).
           02 KYC-NAZICHT-DOOR PIC X(8).
