      * Copybook ToeristenbelastingTarief
      * Toeristenbelastingtarief per gemeente en kalenderjaar
      * (onderhouden door ToeristenbelastingTariefBeheer): het tarief
      * per persoon per nacht voor volwassenen en kinderen, de
      * leeftijdsgrenzen van de banden en de weken van het
      * belastingseizoen. Jonger dan VrijTotLeeftijd = vrijgesteld,
      * jonger dan KindTotLeeftijd = kindtarief, anders volwassen. De
      * gemeente stelt het tarief elk jaar per 1 januari opnieuw vast
         02 (pf)-Gemeentecode PIC X(4).
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-VrijTotLeeftijd PIC 99.
         02 (pf)-KindTotLeeftijd PIC 99.
         02 (pf)-TariefKind PIC 9V99.
         02 (pf)-TariefVolwassen PIC 9V99.
         02 (pf)-SeizoenVanWeek PIC 99.
         02 (pf)-SeizoenTotWeek PIC 99.
