      * Copybook QuotumControle
      * Parameterblok voor ControleerBedrijfsQuotum: past een nieuwe
      * reservering van een medewerker nog binnen het dagquotum en het
      * maandbudget van het bedrijf en de kostenplaats van de klant? Voor
      * particuliere klanten en bedrijven zonder quotum is de uitkomst N
       01 (pf)-QuotumControle.
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Type PIC X.
         02 (pf)-Dagdeel PIC X.
         02 (pf)-AantalPlaatsen PIC 99.
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Kostenplaats PIC X(6).
         02 (pf)-MaxPlaatsenPerDag PIC 9(3).
         02 (pf)-PlaatsenOpDatum PIC 9(4).
         02 (pf)-MaandBudget PIC 9(6)V99.
         02 (pf)-MaandBesteed PIC 9(7)V99.
         02 (pf)-NieuwBedrag PIC 9(5)V99.
         02 (pf)-Reden PIC X(60).
         02 (pf)-Uitkomst PIC X.
           88 (pf)-QuotumNvt VALUE "N".
           88 (pf)-QuotumOK VALUE "O".
           88 (pf)-BovenDagquotum VALUE "D".
           88 (pf)-BovenMaandbudget VALUE "B".
