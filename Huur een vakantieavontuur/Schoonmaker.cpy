      * Copybook Schoonmaker
      * Ploegregister van de schoonmaak (SchoonmaakPlanning): per
      * medewerker het park, de begintijd op de wisseldag en het
      * aantal beschikbare uren per weekdag
      * (1 = maandag ... 7 = zondag). De code staat op de indeling en
      * in de schoonmaakstatus
         02 (pf)-Code PIC X(4).
         02 (pf)-Naam PIC X(30).
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Begintijd PIC 9(4).
         02 (pf)-Beschikbaarheid.
           03 (pf)-UrenPerDag PIC 99V9 OCCURS 7 TIMES.
         02 (pf)-ActiefVlag PIC X.
           88 (pf)-Actief VALUE "J" " ".
           88 (pf)-NietActief VALUE "N".
