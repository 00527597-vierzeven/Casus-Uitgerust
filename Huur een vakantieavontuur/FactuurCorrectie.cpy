      * Copybook FactuurCorrectie
      * Correctievoorstel bij een factuur (FactuurAfwijkingen): de
      * reservering is na het factureren gewijzigd (herboeking,
      * mutatie, extra, bewoners) en BepaalFactuurTotaal komt nu op een
      * ander bedrag uit dan het register. Het voorstel is een
      * creditnota (verschil negatief) of een aanvullende factuur
      * (verschil positief) bij de laatste factuur van de reservering;
      * de operator bevestigt of wijst af in FactuurRegisterBeheer
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Factuurnummer PIC 9(6).
         02 (pf)-DatumVoorstel PIC 9(8).
         02 (pf)-GefactureerdBedrag PIC S9(7)V99.
         02 (pf)-HerberekendBedrag PIC S9(7)V99.
         02 (pf)-Verschil PIC S9(7)V99.
         02 (pf)-Soort PIC X.
           88 (pf)-SoortCreditnota VALUE "C".
           88 (pf)-SoortAanvullend VALUE "A".
         02 (pf)-Status PIC X.
           88 (pf)-StatusWachtend VALUE "W".
           88 (pf)-StatusBevestigd VALUE "B".
           88 (pf)-StatusAfgewezen VALUE "X".
         02 (pf)-DatumBesluit PIC 9(8).
      *  Nummer van de creditnota of aanvullende factuur na bevestiging
         02 (pf)-Correctienummer PIC 9(6).
