      * Copybook Openstelling
      * Parameterblok voor ControleerOpenstelling: is de vestiging op
      * de gevraagde datum open, en zo ja tussen welke tijden
       01 (pf)-Openstelling.
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Uitkomst PIC X.
           88 (pf)-VestigingOpen VALUE "J".
           88 (pf)-VestigingDicht VALUE "N".
         02 (pf)-Reden PIC X(40).
         02 (pf)-OpenVan PIC 9(4).
         02 (pf)-OpenTot PIC 9(4).
