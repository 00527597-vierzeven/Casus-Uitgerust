      * Copybook ParametersTussenschoonmaak
      * Parameterblok voor BepaalTussenschoonmaak: krijgt een
      * meerweekse boeking tussen de weken een schoonmaak, en zo ja,
      * hoort die bij het verblijf of is hij als extra besteld
       01 (pf)-C-ParametersTussenschoonmaak.
         03 (pf)-C-Reserveringsnummer PIC 9(8).
         03 (pf)-C-AantalWeken PIC 99.
               *>By Reference
       01 (pf)-R-ParametersTussenschoonmaak.
         03 (pf)-R-Soort PIC X.
           88 (pf)-R-GeenTussenschoonmaak VALUE "N".
           88 (pf)-R-TussenInbegrepen VALUE "I".
           88 (pf)-R-TussenBetaald VALUE "E".
