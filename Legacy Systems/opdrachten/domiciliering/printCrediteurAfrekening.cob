      * PRINT CREDITEURAFREKENING
      *
      * AFREKENINGSRAPPORT PER CREDITEUR NA DE INCASSORONDE: LEEST
      * DE REGELS DIE VERWERK-DOMICILIERINGEN (GEIND, CODE "G"),
      * VERWERK-ONBETAALDEN (ONBETAALD, CODE "O") EN
      * TERUGBETAAL-DOMICILIERING (TERUGBETAALD OP VRAAG VAN DE KLANT,
      * CODE "R") IN INCASSOAFREKENING.DAT HEBBEN WEGGESCHREVEN,
      * SELECTEERT DE OPGEGEVEN PERIODE (JJJJMM) EN DRUKT PER
      * CREDITEUR HET GEINDE, HET ONBETAALDE EN HET TERUGBETAALDE
      * TOTAAL AF, MET DE NAAM UIT
      * CREDITEUREN.DAT, ZODAT ELKE CREDITEUR VERTELD KAN WORDEN
      * WAT ER VOOR HEM WERD OPGEHAALD.
      *
           88 CREDITEUR-NIEUW VALUE "N".
       77  TOTAAL-GEIND PIC 9(11)V99 VALUE ZERO.
       77  TOTAAL-ONBETAALD PIC 9(11)V99 VALUE ZERO.
       77  TOTAAL-TERUGBETAALD PIC 9(11)V99 VALUE ZERO.
       01  CREDITEUREN-TABEL.
           02 CREDITEUR-ITEM OCCURS 100.
               03 CRT-REF PIC X(13).
               03 CRT-GEIND PIC 9(11)V99.
               03 CRT-ONBETAALD PIC 9(11)V99.
               03 CRT-TERUGBETAALD PIC 9(11)V99.

       PROCEDURE DIVISION.

                   MOVE IAF-CREDITEUR TO CRT-REF (CRED-IDX)
                   MOVE ZERO TO CRT-GEIND (CRED-IDX)
                   MOVE ZERO TO CRT-ONBETAALD (CRED-IDX)
                   MOVE ZERO TO CRT-TERUGBETAALD (CRED-IDX)
               END-IF
               IF IAF-GEIND
                   ADD IAF-BEDRAG TO CRT-GEIND (CRED-IDX)
                   ADD IAF-BEDRAG TO TOTAAL-GEIND
               ELSE
                   IF IAF-TERUGBETAALD
                       ADD IAF-BEDRAG TO CRT-TERUGBETAALD (CRED-IDX)
                       ADD IAF-BEDRAG TO TOTAAL-TERUGBETAALD
                   ELSE
                       ADD IAF-BEDRAG TO CRT-ONBETAALD (CRED-IDX)
                       ADD IAF-BEDRAG TO TOTAAL-ONBETAALD
                   END-IF
               END-IF
           END-IF.

                   " (NIET IN CREDITEUREN.DAT)"
           END-IF
           DISPLAY "  GEIND     : " CRT-GEIND (CRED-IDX)
           DISPLAY "  ONBETAALD : " CRT-ONBETAALD (CRED-IDX)
           DISPLAY "  TERUGBET. : " CRT-TERUGBETAALD (CRED-IDX).

       DRUK-TOTALEN.
           DISPLAY "=============================================".
           DISPLAY "CREDITEUREN IN PERIODE : " CRED-BEZET.
           DISPLAY "TOTAAL GEIND           : " TOTAAL-GEIND.
           DISPLAY "TOTAAL ONBETAALD       : " TOTAAL-ONBETAALD.
           DISPLAY "TOTAAL TERUGBETAALD    : " TOTAAL-TERUGBETAALD.

       FOUT.
           MOVE SPACES TO ERRLOG-REGEL
