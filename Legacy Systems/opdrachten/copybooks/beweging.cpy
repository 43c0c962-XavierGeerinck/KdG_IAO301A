           02 EENHEIDSKOST PIC 9(5)V99.
           02 VERVALDATUM PIC 9(8).
           02 EANNR PIC 9(13).
           02 SERIENUMMER PIC X(20).
           02 ORDERNUMMER PIC 9(7).
           02 KLANTNUMMER PIC 9(7).
