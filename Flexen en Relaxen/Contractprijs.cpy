      * Copybook Contractprijs
      * Parameterblok voor BepaalContractprijs: de prijs van een plaats
      * (of voor type V een uur) voor een klant op een datum. De
      * aanroeper geeft de prijs volgens het standaardtarief mee; valt
      * de klant onder een bedrijf met een contracttarief voor het type,
      * dan komt de contractprijs terug, anders de standaardprijs
       01 (pf)-Contractprijs.
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-Type PIC X.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Dagdeel PIC X.
         02 (pf)-StandaardPrijs PIC 9(4)V99.
         02 (pf)-Prijs PIC 9(4)V99.
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Uitkomst PIC X.
           88 (pf)-ContractTarief VALUE "C".
           88 (pf)-StandaardTarief VALUE "S".
