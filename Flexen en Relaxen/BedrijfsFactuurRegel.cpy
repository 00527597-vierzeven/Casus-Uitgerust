      * Copybook BedrijfsFactuurRegel
      * Regel van een verzamelfactuur uit 09--MaandFacturatie: per
      * medewerker het bedrag inclusief BTW met de kostenplaats, zodat
      * de verzamelfactuur ook als e-factuur (UBL) kan worden
      * aangeleverd. Een medewerker staat eenmaal op een
      * verzamelfactuur; bij een herhaalde facturatie van dezelfde
      * periode vervangt de laatste regel de eerdere
       01 (pf)-BedrijfsFactuurRegel.
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-FactuurJaar PIC 9(4).
         02 (pf)-FactuurMaand PIC 99.
         02 (pf)-Vestiging PIC XX.
         02 (pf)-FactuurDatum PIC 9(8).
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-KlantNaam PIC X(24).
         02 (pf)-Kostenplaats PIC X(6).
         02 (pf)-Bedrag PIC 9(6)V99.
         02 (pf)-BtwPercentage PIC 99.
