           88 (pf)-SoortCadeaubon VALUE "C".
      *    Compensatie voor een klacht (KlachtenBeheer)
           88 (pf)-SoortCompensatie VALUE "K".
      *  Herkomst van de regel: I = verwachte betaling uit een
      *  incassobatch (IncassoBatch), S = storno van zo'n incasso
      *  (BankImport, geboekt als soort T), B = door het incassobureau
      *  geind restant (IncassobureauOverdracht); spaties = overige
      *  regels
         02 (pf)-Herkomst PIC X.
           88 (pf)-HerkomstIncasso VALUE "I".
           88 (pf)-HerkomstStorno VALUE "S".
           88 (pf)-HerkomstIncassobureau VALUE "B".
