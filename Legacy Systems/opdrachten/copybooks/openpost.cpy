           02 OPP-SLEUTEL.
               03 OPP-ORDERNR PIC 9(7).
               03 OPP-FACTUURVOLGNR PIC 9(2).
           02 OPP-KLANTNR PIC 9(7).
           02 OPP-FACTUURDATUM PIC 9(8).
           02 OPP-VERVALDATUM PIC 9(8).
           02 OPP-BEDRAG PIC 9(7)V99.
           02 OPP-BETAALD PIC 9(7)V99.
           02 OPP-OPENSTAAND PIC 9(7)V99.
           02 OPP-LAATSTE-BETALING PIC 9(8).
           02 OPP-STATUS PIC X(1).
               88 POST-OPEN VALUE "O".
               88 POST-BETAALD VALUE "B".
           02 OPP-AANMANING-NIVEAU PIC 9(1).
               88 GEEN-AANMANING VALUE 0.
               88 EERSTE-AANMANING VALUE 1.
               88 TWEEDE-AANMANING VALUE 2.
               88 INGEBREKESTELLING VALUE 3.
           02 OPP-AANMANING-DATUM PIC 9(8).
           02 OPP-KOSTEN PIC 9(7)V99.
