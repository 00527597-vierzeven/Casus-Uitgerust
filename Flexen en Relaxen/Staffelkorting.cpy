      * Copybook Staffelkorting
      * Staffel voor de maandfactuur (onderhouden door 12--TariefBeheer):
      * vanaf een aantal werkdagen in de factuurmaand krijgt de klant
      * een kortingspercentage op de dagprijzen. Doelgroep K geldt voor
      * losse klanten, doelgroep B voor de verzamelfactuur van een
      * bedrijf (alle medewerkers samen). Halve dagdelen tellen als een
      * halve werkdag; dagen binnen een abonnement, dagen die al aan de
      * balie zijn afgerekend (ook met een strippenkaart) en dagen tegen
      * een contracttarief tellen niet mee.
      * Zoals bij Tarief.dat geldt de set regels met de hoogste
      * ingangsdatum die niet na de eerste dag van de factuurmaand
      * ligt, zodat een nieuwe staffel de oude in zijn geheel
      * vervangt (een regel vanaf 0 dagen met nul procent beeindigt de
      * staffel voor die doelgroep)
       01 (pf)-Staffelkorting.
         02 (pf)-Doelgroep PIC X.
           88 (pf)-DoelgroepKlant VALUE "K".
           88 (pf)-DoelgroepBedrijf VALUE "B".
         02 (pf)-GeldigVanaf PIC 9(8).
         02 (pf)-VanafDagen PIC 9(3)V9.
         02 (pf)-KortingPercentage PIC 99V99.
