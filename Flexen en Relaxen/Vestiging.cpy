      * Copybook Vestiging
      * Vestigingenstambestand (onderhouden door 43--VestigingBeheer):
      * naam, adres, openingsdagen en openingstijden per vestiging
       01 (pf)-Vestiging.
         02 (pf)-Vestigingcode PIC XX.
         02 (pf)-Naam PIC X(30).
         02 (pf)-Adres PIC X(40).
      *  Openingsdagen: J/N per weekdag, maandag (1) tot en met zondag (7)
         02 (pf)-OpenDagen.
           03 (pf)-OpenOpDag PIC X OCCURS 7 TIMES.
             88 (pf)-DagOpen VALUE "J".
      *  Openingstijden als uumm, bijvoorbeeld 0800 en 1800
         02 (pf)-OpenVan PIC 9(4).
         02 (pf)-OpenTot PIC 9(4).
      *  Buurvestigingen, de dichtstbijzijnde eerst: hier wordt naar
      *  uitgeweken als deze vestiging vol is (spaties = geen)
         02 (pf)-Buurvestigingen.
           03 (pf)-Buurvestiging PIC XX OCCURS 3 TIMES.
