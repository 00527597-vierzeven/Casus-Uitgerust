      * Copybook ParametersOngewensteGast
      * Parameterblok voor ControleerOngewensteGast: toetst een klant
      * aan het register ongewenste gasten. Zonder naam zoekt het
      * programma naam, geboortedatum en postcode zelf op bij het
      * klantnummer. Modus B = batch: geen vragen op het scherm, een
      * blokkade is dan altijd een weigering
       01 (pf)-C-ParametersOngewensteGast.
         03 (pf)-C-Klantnummer PIC 9(8).
         03 (pf)-C-Naam PIC X(20).
         03 (pf)-C-Geboortedatum PIC 9(8).
         03 (pf)-C-Postcode PIC X(6).
         03 (pf)-C-Programma PIC X(30).
         03 (pf)-C-Modus PIC X.
           88 (pf)-C-ModusBatch VALUE "B".
           88 (pf)-C-ModusScherm VALUE "S" " ".
               *>By Reference
       01 (pf)-R-ParametersOngewensteGast.
         03 (pf)-R-Uitkomst PIC X.
           88 (pf)-R-GeenBezwaar VALUE "G".
           88 (pf)-R-Gewaarschuwd VALUE "W".
           88 (pf)-R-Doorgezet VALUE "D".
           88 (pf)-R-Geweigerd VALUE "X".
         03 (pf)-R-Registratienummer PIC 9(5).
         03 (pf)-R-Reden PIC X(40).
