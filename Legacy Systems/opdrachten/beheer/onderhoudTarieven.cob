      *
      * ONDERHOUD VAN HET TARIEVENBESTAND TARIEVEN.DAT: PER
      * BOEKINGSSOORT (M = MANUELE BEWEGING, T = OVERSCHRIJVING,
      * D = DOMICILIERINGSINCASSO, O = PERMANENTE OPDRACHT,
      * C = KAARTBETALING) HET
      * BEDRAG DAT PER VERRICHTING WORDT AANGEREKEND.
      * AANREKEN-VERRICHTINGKOSTEN LEEST DIT BESTAND BIJ DE
      * MAANDELIJKSE AFREKENING, ZODAT EEN TARIEFWIJZIGING GEEN
       VERWERK-TARIEF.
           DISPLAY " "
           DISPLAY "GEEF DE BOEKINGSSOORT OP (M = MANUEEL, "
               "T = OVERSCHRIJVING, D = DOMICILIERING, O = OPDRACHT, "
               "C = KAART):"
           ACCEPT TAR-SOORT
           IF TARIEF-MANUEEL OR TARIEF-OVERSCHRIJVING
               OR TARIEF-DOMICILIERING OR TARIEF-OPDRACHT
               OR TARIEF-KAART
               PERFORM ZOEK-TARIEF
               IF TARIEF-BESTAAT
                   DISPLAY "HUIDIG TARIEF: " TAR-BEDRAG
