           02 VRT-AANTAL-OPDRACHT PIC 9(5).
           02 VRT-AANGEREKEND PIC X(1).
               88 VERRICHTINGEN-AANGEREKEND VALUE "J".
           02 VRT-AANTAL-KAART PIC 9(5).
