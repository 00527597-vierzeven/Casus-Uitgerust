      * Copybook Sluitingsdag
      * Sluitingskalender (onderhouden door 43--VestigingBeheer):
      * feestdagen en incidentele sluitingsdagen per vestiging
       01 (pf)-Sluitingsdag.
      *  Vestiging "00" = alle vestigingen tegelijk dicht
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Omschrijving PIC X(30).
