      * Copybook WerkorderParameters
      * Parameters van de werkorderadministratie (WerkorderBeheer),
      * een enkel record in WerkorderParameters.dat: uurtarief van de
      * klusjesman, de drempel waarboven een order voor rekening van de
      * eigenaar wordt verrekend en de limiet waarboven de eigenaar
      * vooraf moet goedkeuren
         02 (pf)-Uurtarief PIC 9(4)V99.
         02 (pf)-EigenaarDrempel PIC 9(5)V99.
         02 (pf)-GoedkeuringsLimiet PIC 9(5)V99.
