      * Copybook ParametersFactuurTotaal
       01 (pf)-C-ParametersFactuurTotaal.
         03 (pf)-C-Reserveringsnummer PIC 9(8).
      *  Tariefbestand voor de huur (zie ParametersBepaalWeekprijs):
      *  spaties betekenen de live seizoenstarieven
         03 (pf)-C-Tariefbestand PIC X(40).
               *>By Reference
       01 (pf)-R-ParametersFactuurTotaal.
         03 (pf)-R-FactuurTotaal PIC 9(7)V99.
      *  Uitsplitsing van het totaal naar BTW-code zoals FactuurExport
      *  die maakt: laag (verblijf), hoog (extra's), vrijgesteld
      *  (toeristenbelasting, premie en Calamiteitenfonds)
         03 (pf)-R-GrondslagLaag PIC 9(7)V99.
         03 (pf)-R-GrondslagHoog PIC 9(7)V99.
         03 (pf)-R-GrondslagVrijgesteld PIC 9(7)V99.
      *  Kortingsplafond (KortingsPlafond.dat): de huur zonder
      *  prijsactie, de gestapelde korting (prijsactie, actiecode,
      *  staffel, kinderkorting en cadeaubonnen), het plafond en de
      *  correctie waarmee de korting is afgetopt; de correctie zit al
      *  in het factuurtotaal en in de lage grondslag
         03 (pf)-R-BrutoHuur PIC 9(7)V99.
         03 (pf)-R-TotaalKorting PIC 9(7)V99.
         03 (pf)-R-PlafondPercentage PIC 99.
         03 (pf)-R-KortingsCorrectie PIC 9(7)V99.
         03 (pf)-R-PlafondStatus PIC X.
           88 (pf)-R-GeenPlafond VALUE SPACE.
           88 (pf)-R-BinnenPlafond VALUE "B".
           88 (pf)-R-KortingAfgetopt VALUE "A".
           88 (pf)-R-PlafondGoedgekeurd VALUE "G".
         03 (pf)-R-ReturnCode PIC 99.
           88 (pf)-R-OK VALUE ZEROES.
           88 (pf)-R-NietGevonden VALUE 99.
