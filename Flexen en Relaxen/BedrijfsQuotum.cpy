      * Copybook BedrijfsQuotum
      * Reserveringsquotum per bedrijf en kostenplaats (onderhouden
      * door 44--BedrijfsQuotaBeheer): het maximum aantal werkplekken
      * per dag en het maandbudget. Een regel met kostenplaats spaties
      * geldt voor elke kostenplaats van het bedrijf zonder eigen regel.
      * Nul betekent geen maximum of geen budget. Reserveringen die een
      * van beide grenzen overschrijden gaan ter goedkeuring naar de
      * contactpersoon van het bedrijf (GoedkeuringAanvragen.dat)
       01 (pf)-BedrijfsQuotum.
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Kostenplaats PIC X(6).
         02 (pf)-MaxPlaatsenPerDag PIC 9(3).
         02 (pf)-MaandBudget PIC 9(6)V99.
