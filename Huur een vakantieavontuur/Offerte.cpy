           88 (pf)-StatusOpen VALUE "O".
           88 (pf)-StatusOmgezet VALUE "C".
           88 (pf)-StatusVervallen VALUE "X".
      *  Bezettingstoeslag over de geoffreerde weken (BepaalWeekprijs),
      *  inbegrepen in het totaalbedrag en bij omzetting op de
      *  reservering vastgelegd. Spaties in oude offertes: geen toeslag
         02 (pf)-BezettingsToeslag PIC 9(5)V99.
      *  Herboekcampagne waaruit de offerte komt (OfferteBeheer, HB +
      *  het jaar van de geoffreerde weken, bijvoorbeeld HB2027); voor
      *  de conversiecijfers per campagne. Spaties: offerte van de balie
         02 (pf)-Campagne PIC X(6).
