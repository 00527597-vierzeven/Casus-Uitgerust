      * geproduceerde factuur, en creditnota's die naar de
      * oorspronkelijke factuur verwijzen; de regels zelf staan in
      * FactuurRegisterRegels.dat voor herdruk
      * Operatorfacturen van AllotmentAfrekening staan er met
      * reserveringsnummer nul in; die gelden voor een allotmentcontract
         02 (pf)-Factuurnummer PIC 9(6).
         02 (pf)-Soort PIC X.
           88 (pf)-SoortFactuur VALUE "F".
           88 (pf)-SoortCreditnota VALUE "C".
      *    Aanvullende factuur na een bevestigd correctievoorstel
      *    (FactuurAfwijkingen); verwijst net als een creditnota naar
      *    de oorspronkelijke factuur
           88 (pf)-SoortAanvullend VALUE "A".
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Bedrag PIC S9(7)V99.
