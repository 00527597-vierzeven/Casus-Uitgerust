      * Copybook CalamiteitenfondsRegel
      * Regel van de kwartaalaangifte aan het Calamiteitenfonds
      * (CalamiteitenfondsAangifte): een bijdrage voor een boeking die
      * in het kwartaal is aangemaakt, of een terugboeking (negatief
      * bedrag) voor een boeking die in het kwartaal is geannuleerd
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-Kwartaal PIC 9.
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Soort PIC X.
           88 (pf)-SoortBijdrage VALUE "B".
           88 (pf)-SoortTerugboeking VALUE "T".
         02 (pf)-Bedrag PIC S9(3)V99.
