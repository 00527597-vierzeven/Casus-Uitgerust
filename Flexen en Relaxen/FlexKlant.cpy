      *  bedrijf komen op de verzamelfactuur van 09--MaandFacturatie
         02 (pf)-Bedrijfsnummer PIC 9(4).
         02 (pf)-Kostenplaats PIC X(6).
      *  Kredietbewaking (onderhouden door 42--KredietBeheer): een
      *  limiet van nul of spaties betekent geen limiet. Boven de
      *  limiet waarschuwt de balie (W) of wordt alleen tegen directe
      *  betaling geboekt (B), tenzij de beheerder de klant tot een
      *  datum heeft vrijgegeven. Medewerkers van een bedrijf vallen
      *  onder de limiet van het bedrijf
         02 (pf)-Kredietlimiet PIC 9(6)V99.
         02 (pf)-KredietActie PIC X.
           88 (pf)-KredietWaarschuwen VALUE "W" " ".
           88 (pf)-KredietWeigeren VALUE "B".
         02 (pf)-KredietVrijTot PIC X(8).
      *  Voorkeursvestigingen (onderhouden door 08--KlantBeheer): waar
      *  de klant heen wil als de gevraagde vestiging vol is, in volgorde
      *  van voorkeur; spaties betekenen geen voorkeur
         02 (pf)-VoorkeurVestigingen.
           03 (pf)-VoorkeurVestiging PIC XX OCCURS 3 TIMES.
