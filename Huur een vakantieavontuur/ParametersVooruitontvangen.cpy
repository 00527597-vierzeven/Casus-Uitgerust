      * Copybook ParametersVooruitontvangen
       01 (pf)-C-ParametersVooruitontvangen.
         03 (pf)-C-Jaar PIC 9(4).
         03 (pf)-C-Maand PIC 99.
               *>By Reference
       01 (pf)-R-ParametersVooruitontvangen.
         03 (pf)-R-Vooruitontvangen PIC S9(7)V99.
         03 (pf)-R-TerugTeBetalen PIC S9(7)V99.
         03 (pf)-R-ReturnCode PIC 99.
           88 (pf)-R-OK VALUE ZEROES.
           88 (pf)-R-GeenGrootboek VALUE 99.
