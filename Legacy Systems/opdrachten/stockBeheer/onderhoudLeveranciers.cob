      *
      * ONDERHOUD VAN HET LEVERANCIERSBESTAND LEVERANCIERS.DAT:
      * TOEVOEGEN (T), WIJZIGEN (W) OF VERWIJDEREN (V) VAN EEN
      * LEVERANCIER MET NAAM, ADRES, STANDAARDLEVERTIJD IN DAGEN,
      * BANKREFERENTIE (IBAN) VOOR BETAAL-LEVERANCIERS EN
      * ACTIEF-VLAG, PLUS HET ZETTEN VAN DE VOORKEURLEVERANCIER PER
      * PRODUCT (P) IN VOORKEURLEVERANCIERS.DAT.
      * GENEREER-BESTELLINGEN VALIDEERT DE LEVERANCIER TEGEN DIT
           ACCEPT LEV-GEMEENTE
           DISPLAY "GEEF DE STANDAARDLEVERTIJD IN DAGEN:"
           ACCEPT LEV-LEVERTIJD
           DISPLAY "GEEF DE BANKREFERENTIE (IBAN) VAN DE LEVERANCIER:"
           ACCEPT LEV-BANKREF
           DISPLAY "ACTIEF? (J/N):"
           ACCEPT LEV-ACTIEF.

