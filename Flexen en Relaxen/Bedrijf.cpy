         02 (pf)-Naam PIC X(30).
         02 (pf)-Adres PIC X(40).
         02 (pf)-Emailadres PIC X(40).
      *  Kredietbewaking voor het hele bedrijf (onderhouden door
      *  42--KredietBeheer), zelfde betekenis als in FlexKlant
         02 (pf)-Kredietlimiet PIC 9(6)V99.
         02 (pf)-KredietActie PIC X.
           88 (pf)-KredietWaarschuwen VALUE "W" " ".
           88 (pf)-KredietWeigeren VALUE "B".
         02 (pf)-KredietVrijTot PIC X(8).
