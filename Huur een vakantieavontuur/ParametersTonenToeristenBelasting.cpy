         03 (pf)-C-WeekNummer PIC 99.
         03 (pf)-C-AantalWeken PIC 99.
         03 (pf)-C-Leeftijd PIC 99.
      *  Verblijfsjaar en park bepalen via de gemeente van het park welk
      *  tarief geldt (ToeristenbelastingTarieven.dat); jaar nul of een
      *  ontbrekende tariefregel betekent de oude vaste tarieven
         03 (pf)-C-Jaar PIC 9(4).
         03 (pf)-C-Parkcode PIC XX.
               *>By Reference
       01 (pf)-R-ParametersTonenToeristenBelasting.
         03 (pf)-R-ToeristenBelastingTonen PIC 9(5)V99.
         03 (pf)-R-ReturnCode PIC 99.
           88 (pf)-R-OK VALUE ZEROES.
           88 (pf)-R-IllegalParameter VALUE 99.
      *  Toegepaste band (V = volwassen, K = kind, N = vrijgesteld), het
      *  tarief per nacht en de gemeente, voor de aangifte per gemeente
         03 (pf)-R-Categorie PIC X.
           88 (pf)-R-CategorieVolwassen VALUE "V".
           88 (pf)-R-CategorieKind VALUE "K".
           88 (pf)-R-CategorieVrijgesteld VALUE "N".
         03 (pf)-R-TariefPerNacht PIC 9V99.
         03 (pf)-R-Gemeentecode PIC X(4).
