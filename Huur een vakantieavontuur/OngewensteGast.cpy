      * Copybook OngewensteGast
      * Register ongewenste gasten (OngewensteGastenBeheer): na
      * overlast, schade of onbetaalde vorderingen. Elke boeking wordt
      * er via ControleerOngewensteGast aan getoetst, op klantnummer en
      * op naam, geboortedatum en postcode. Maatregel W = waarschuwen,
      * B = blokkeren (alleen een beheerder kan dan doorzetten).
      * Status A = actief, I = ingetrokken
         02 (pf)-Registratienummer PIC 9(5).
         02 (pf)-Klantnummer PIC 9(8).
         02 (pf)-Naam PIC X(20).
         02 (pf)-Geboortedatum PIC 9(8).
         02 (pf)-Postcode PIC X(6).
         02 (pf)-Maatregel PIC X.
           88 (pf)-MaatregelWaarschuwen VALUE "W".
           88 (pf)-MaatregelBlokkeren VALUE "B".
         02 (pf)-Status PIC X.
           88 (pf)-StatusActief VALUE "A".
           88 (pf)-StatusIngetrokken VALUE "I".
         02 (pf)-Operator PIC X(8).
         02 (pf)-DatumOpgenomen PIC 9(8).
         02 (pf)-DatumIngetrokken PIC X(8).
         02 (pf)-Reden PIC X(40).
