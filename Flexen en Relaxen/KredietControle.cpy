      * Copybook KredietControle
      * Parameterblok voor ControleerKrediet: de openstaande posten
      * plus de nog niet gefactureerde omzet van de lopende maand
      * (en het bedrag van de nieuwe boeking) tegen de kredietlimiet
      * van de klant, of van het bedrijf waar de klant onder valt
       01 (pf)-KredietControle.
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-NieuwBedrag PIC 9(5)V99.
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Limiet PIC 9(6)V99.
         02 (pf)-OpenPosten PIC 9(7)V99.
         02 (pf)-Onbefactureerd PIC 9(7)V99.
         02 (pf)-VrijTot PIC X(8).
         02 (pf)-Uitkomst PIC X.
           88 (pf)-KredietOK VALUE "O".
           88 (pf)-KredietWaarschuwing VALUE "W".
           88 (pf)-KredietGeweigerd VALUE "B".
           88 (pf)-KredietVrijgegeven VALUE "V".
