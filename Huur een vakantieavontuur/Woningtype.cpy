      * Copybook Woningtype
      * Stamgegevens per woningtype (onderhouden door WoningtypeBeheer):
      * omschrijving, maximaal aantal personen, standaard schoonmaaktijd
      * in minuten en de basisweekprijs die geldt als er voor de week
      * geen seizoenstarief is vastgelegd. Een nieuw type (chalet,
      * groepsaccommodatie) wordt hier toegevoegd, niet in de programma's
         02 (pf)-Code PIC X.
         02 (pf)-Omschrijving PIC X(20).
         02 (pf)-MaxPersonen PIC 99.
         02 (pf)-Schoonmaaktijd PIC 999.
         02 (pf)-Basisweekprijs PIC 9(3)V99.
      *  Standaardtijd in minuten voor een tussenschoonmaak bij een
      *  meerweeks verblijf; spaties of nul in oude records betekenen
      *  de helft van de schoonmaaktijd
         02 (pf)-TussenSchoonmaaktijd PIC 999.
