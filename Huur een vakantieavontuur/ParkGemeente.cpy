      * Copybook ParkGemeente
      * Koppeling van een park aan de gemeente waarin het ligt
      * (onderhouden door ToeristenbelastingTariefBeheer); de gemeente
      * bepaalt welk toeristenbelastingtarief voor een verblijf geldt.
      * Een park zonder koppeling valt onder de gemeente van park 01
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Gemeentecode PIC X(4).
         02 (pf)-Gemeentenaam PIC X(24).
