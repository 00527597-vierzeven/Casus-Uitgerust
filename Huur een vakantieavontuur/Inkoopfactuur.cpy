      * Copybook Inkoopfactuur
      * Inkoopfactuur van een crediteur (CrediteurenBeheer). Alleen
      * goedgekeurde facturen komen op de betaallijst, in de
      * liquiditeitsprognose (CashflowPrognose) en in de kosten van
      * het ConcernRapport. De koppeling is optioneel: W = werkorder
      * (KoppelNummer = werkordernummer), H = woning (parkcode en
      * woningnummer, ppww), S = schoonmaakafrekening (jjjjmm)
         02 (pf)-Inkoopnummer PIC 9(6).
         02 (pf)-Crediteurnummer PIC 9(5).
         02 (pf)-FactuurnummerCrediteur PIC X(16).
         02 (pf)-Factuurdatum PIC 9(8).
         02 (pf)-Vervaldatum PIC 9(8).
         02 (pf)-Kostencategorie PIC X(10).
         02 (pf)-Omschrijving PIC X(30).
         02 (pf)-BedragExcl PIC 9(7)V99.
         02 (pf)-BtwCode PIC X.
         02 (pf)-BtwBedrag PIC 9(6)V99.
         02 (pf)-BedragIncl PIC 9(7)V99.
         02 (pf)-KoppelSoort PIC X.
           88 (pf)-GeenKoppeling VALUE " ".
           88 (pf)-KoppelingWerkorder VALUE "W".
           88 (pf)-KoppelingWoning VALUE "H".
           88 (pf)-KoppelingSchoonmaak VALUE "S".
         02 (pf)-KoppelNummer PIC X(8).
         02 (pf)-Status PIC X.
           88 (pf)-StatusIngevoerd VALUE "I".
           88 (pf)-StatusGoedgekeurd VALUE "G".
           88 (pf)-StatusBetaald VALUE "B".
           88 (pf)-StatusAfgekeurd VALUE "A".
         02 (pf)-DatumGoedkeuring PIC X(8).
         02 (pf)-DatumBetaald PIC X(8).
