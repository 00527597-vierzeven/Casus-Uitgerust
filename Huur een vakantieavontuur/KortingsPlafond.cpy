      * Copybook KortingsPlafond
      * Plafond op de gestapelde korting (onderhouden door
      * KortingsPlafondBeheer) per woningtype en seizoen (een band van
      * weeknummers, zoals bij de seizoenstarieven): prijsactie,
      * actiecode, staffel- en kinderkorting en verzilverde cadeaubonnen
      * samen mogen niet meer dan MaxPercentage van de huur zonder
      * prijsactie bedragen. BepaalFactuurTotaal topt de korting af,
      * tenzij een beheerder de overschrijding heeft goedgekeurd
         02 (pf)-Woningtype PIC X.
         02 (pf)-VanWeek PIC 99.
         02 (pf)-TotWeek PIC 99.
         02 (pf)-MaxPercentage PIC 99.
