      * Copybook ParkeerRegister
      * Parkeerplaatsen per vestiging (onderhouden door 51--ParkeerBeheer):
      * het totale aantal plaatsen, waarvan een deel met laadpaal, en de
      * dagprijs die als extra op de maandfactuur komt (nul = gratis)
       01 (pf)-ParkeerRegister.
         02 (pf)-Vestiging PIC XX.
         02 (pf)-AantalPlaatsen PIC 999.
         02 (pf)-AantalLaadplaatsen PIC 999.
         02 (pf)-DagPrijs PIC 9(3)V99.
         02 (pf)-DagPrijsLaadplaats PIC 9(3)V99.
