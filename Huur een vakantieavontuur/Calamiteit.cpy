      * Copybook Calamiteit
      * Register van calamiteiten (CalamiteitVerwerking): sluiting van
      * een heel park of van een aantal woningen over een weekbereik
      * door storm, wateroverlast of een storing. Alle omboekingen en
      * annuleringen staan onder dit nummer in het journaal
      * (actie CALnnnnnn ...)
         02 (pf)-Calamiteitnummer PIC 9(6).
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Jaar PIC 9(4).
         02 (pf)-WeekVan PIC 99.
         02 (pf)-WeekTot PIC 99.
         02 (pf)-HeelParkVlag PIC X.
           88 (pf)-HeelPark VALUE "J".
         02 (pf)-Omschrijving PIC X(30).
         02 (pf)-AantalOmgeboekt PIC 9(4).
         02 (pf)-AantalGeannuleerd PIC 9(4).
         02 (pf)-AantalHandmatig PIC 9(4).
