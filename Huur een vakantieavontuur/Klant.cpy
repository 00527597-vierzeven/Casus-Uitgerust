      *  Taalcode voor de uitgaande correspondentie (NL/DE/EN); spaties
      *  in oude records betekenen NL, dat is ook de terugvaltaal
         02 (pf)-Taalcode PIC XX.
      *  Incassomachtiging (SEPA) voor de termijnen van de boekingen
      *  (IncassoBatch); spaties in oude records betekenen dat er geen
      *  machtiging is. De betaalbatch (BetaalBatch) gebruikt het IBAN
      *  ook voor terugbetalingen aan de klant
         02 (pf)-Iban PIC X(18).
         02 (pf)-MandaatDatum PIC X(8).
         02 (pf)-IncassoVlag PIC X.
           88 (pf)-IncassoActief VALUE "J".
           88 (pf)-GeenIncasso VALUE "N" " ".
      *  Marketingtoestemming (opt-in) voor mailings (MailingSelectie):
      *  J = toestemming gegeven, N = geen of ingetrokken; de datum is
      *  die van de laatste wijziging, de bron hoe de klant het gaf
      *  (WE = website, TE = telefoon, BA = balie, SC = schriftelijk).
      *  Spaties in oude records betekenen: geen toestemming
         02 (pf)-MarketingVlag PIC X.
           88 (pf)-MarketingToestemming VALUE "J".
           88 (pf)-GeenMarketing VALUE "N" " ".
         02 (pf)-MarketingDatum PIC X(8).
         02 (pf)-MarketingBron PIC XX.
           88 (pf)-MarketingBronGeldig VALUE "WE" "TE" "BA" "SC".
