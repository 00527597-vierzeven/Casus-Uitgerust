      * Copybook FlexAnnulering
      * Registerregel van een annulering (Annuleringen.dat), geschreven
      * door SchrijfAnnulering. Bedrag is de gederfde omzet volgens het
      * tarief dat op de geannuleerde datum gold; Doorverkocht staat op
      * J als de vrijgekomen plek direct naar de wachtlijst is gegaan
       01 (pf)-Annulering.
         02 (pf)-DatumAnnulering PIC 9(8).
         02 (pf)-Soort PIC X.
           88 (pf)-SoortReservering VALUE "R".
           88 (pf)-SoortBoeking VALUE "B".
           88 (pf)-SoortVergadering VALUE "V".
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-Naam PIC X(24).
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Vestiging PIC XX.
      *  Huisnummer van de werkplek, of het ruimtenummer bij soort V
         02 (pf)-Huisnummer PIC 99.
      *  Werkplektype L/S, of V voor een vergaderruimte
         02 (pf)-Type PIC X.
         02 (pf)-Dagdeel PIC X.
      *  Uurblok van een vergaderboeking (nul bij werkplekken)
         02 (pf)-VanUur PIC 99.
         02 (pf)-TotUur PIC 99.
         02 (pf)-AantalPlaatsen PIC 99.
         02 (pf)-Reden PIC XX.
         02 (pf)-Bedrag PIC 9(5)V99.
         02 (pf)-Doorverkocht PIC X.
           88 (pf)-IsDoorverkocht VALUE "J".
           88 (pf)-NietDoorverkocht VALUE "N" " ".
