      * Copybook CalamiteitenfondsTarief
      * Vaste bijdrage aan het Calamiteitenfonds per boeking
      * (onderhouden door CalamiteitenfondsAangifte): een tarief geldt
      * voor boekingen die op of na de ingangsdatum zijn aangemaakt,
      * tot het volgende tarief ingaat. Boekingen van voor het eerste
      * tarief dragen niets af
         02 (pf)-IngangsDatum PIC 9(8).
         02 (pf)-Bijdrage PIC 9(3)V99.
