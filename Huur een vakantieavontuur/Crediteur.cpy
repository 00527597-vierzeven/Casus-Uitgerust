      * Copybook Crediteur
      * Leveranciers (crediteuren) van het park, onderhouden door
      * CrediteurenBeheer: schoonmaakbedrijf, wasserij, leveranciers
      * van onderdelen voor de klusjesman, energiebedrijf. De
      * betaaltermijn in dagen bepaalt de vervaldatum van een
      * inkoopfactuur; de kostencategorie is het voorstel bij invoer
         02 (pf)-Crediteurnummer PIC 9(5).
         02 (pf)-Naam PIC X(30).
         02 (pf)-Iban PIC X(18).
         02 (pf)-Emailadres PIC X(40).
         02 (pf)-Betaaltermijn PIC 999.
         02 (pf)-Kostencategorie PIC X(10).
         02 (pf)-ActiefVlag PIC X.
           88 (pf)-Actief VALUE "J" " ".
           88 (pf)-NietActief VALUE "N".
