      * Copybook Vooruitontvangen
      * Exportregel van de verdeling vooruitontvangen huur bij de
      * periodeafsluiting (VooruitontvangenHuur): per reservering en
      * BTW-code het in het grootboek ontvangen geld tot en met het
      * einde van de periode, verdeeld over wat in eerdere perioden en
      * in deze periode verdiend is, wat nog vooruitontvangen is
      * (verblijfsweken na de periode) en wat nog aan de klant
      * terugbetaald moet worden. De vier bedragen tellen op tot het
      * ontvangen bedrag
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-Maand PIC 99.
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-BtwCode PIC X.
         02 (pf)-Ontvangen PIC S9(7)V99.
         02 (pf)-EerderVerdiend PIC S9(7)V99.
         02 (pf)-VerdiendInPeriode PIC S9(7)V99.
         02 (pf)-Vooruitontvangen PIC S9(7)V99.
         02 (pf)-TerugTeBetalen PIC S9(7)V99.
