      * Copybook ParametersWoningtype
      * Parameterblok voor HaalWoningtype: levert de stamgegevens van
      * een woningtype uit Woningtypen.dat; S en L vallen zonder
      * stamrecord terug op de oorspronkelijke vaste waarden
       01 (pf)-C-ParametersWoningtype.
         03 (pf)-C-Woningtype PIC X.
               *>By Reference
       01 (pf)-R-ParametersWoningtype.
         03 (pf)-R-Omschrijving PIC X(20).
         03 (pf)-R-MaxPersonen PIC 99.
         03 (pf)-R-Schoonmaaktijd PIC 999.
         03 (pf)-R-Basisweekprijs PIC 9(3)V99.
         03 (pf)-R-TussenSchoonmaaktijd PIC 999.
         03 (pf)-R-ReturnCode PIC 99.
           88 (pf)-R-OK VALUE ZEROES.
           88 (pf)-R-OnbekendType VALUE 10.
