      * Copybook OperatorFactuur
      * Afrekening van een allotmentcontract met de touroperator
      * (AllotmentAfrekening): de verkochte weken van een periode tegen
      * de bruto weekprijs minus de gecontracteerde commissie. Het
      * factuurnummer komt uit het factuurregister; zolang DatumBetaling
      * spaties is, staat de operator als debiteur in OpenstaandeSaldi
         02 (pf)-Factuurnummer PIC 9(6).
         02 (pf)-Contractnummer PIC 9(4).
         02 (pf)-OperatorKlantnummer PIC 9(8).
         02 (pf)-OperatorNaam PIC X(24).
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-VanWeek PIC 99.
         02 (pf)-TotWeek PIC 99.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-AantalWeken PIC 999.
         02 (pf)-BrutoBedrag PIC 9(7)V99.
         02 (pf)-CommissiePercentage PIC 99.
         02 (pf)-CommissieBedrag PIC 9(7)V99.
         02 (pf)-Factuurbedrag PIC 9(7)V99.
         02 (pf)-DatumBetaling PIC X(8).
