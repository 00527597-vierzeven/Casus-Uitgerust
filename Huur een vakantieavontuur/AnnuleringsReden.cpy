      * Copybook AnnuleringsReden
      * Parameterblok voor VraagAnnuleringsReden: de verplichte reden
      * bij elke annulering, met de omschrijving voor scherm en
      * rapport. Functie V vraagt de reden aan de gebruiker tot er een
      * geldige code is gekozen, functie O levert alleen de
      * omschrijving bij een bekende code
       01 (pf)-AnnuleringsReden.
         02 (pf)-Functie PIC X.
           88 (pf)-FunctieVragen VALUE "V".
           88 (pf)-FunctieOmschrijving VALUE "O".
         02 (pf)-Code PIC XX.
           88 (pf)-RedenZiekte VALUE "ZI".
           88 (pf)-RedenWeer VALUE "WE".
           88 (pf)-RedenPrijs VALUE "PR".
           88 (pf)-RedenElders VALUE "EL".
           88 (pf)-RedenOperatorRelease VALUE "OR".
           88 (pf)-RedenCalamiteit VALUE "CA".
           88 (pf)-RedenNoShow VALUE "NS".
           88 (pf)-RedenOverig VALUE "OV".
           88 (pf)-RedenGeldig VALUE "ZI" "WE" "PR" "EL" "OR" "CA"
                                     "NS" "OV".
         02 (pf)-Omschrijving PIC X(24).
