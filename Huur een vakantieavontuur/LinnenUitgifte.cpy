      * Copybook LinnenUitgifte
      * Linnen per aankomende reservering (LinnenBestelling): het aantal
      * bedlinnen- en handdoekensets dat voor de aankomstweek bij de
      * wasserij is besteld en klaargezet, en op de retourdag het
      * aantal teruggekomen en beschadigde sets. Ontbrekende en
      * beschadigde sets worden als inventaristekort op de reservering
      * geboekt
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-Weeknummer PIC 99.
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Woningnummer PIC 99.
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-AantalPersonen PIC 99.
         02 (pf)-BedSets PIC 99.
         02 (pf)-HanddoekSets PIC 99.
         02 (pf)-BedRetour PIC 99.
         02 (pf)-HanddoekRetour PIC 99.
         02 (pf)-BedBeschadigd PIC 99.
         02 (pf)-HanddoekBeschadigd PIC 99.
         02 (pf)-Status PIC X.
           88 (pf)-Uitgegeven VALUE "U".
           88 (pf)-Geretourneerd VALUE "R".
         02 (pf)-DatumRetour PIC X(8).
