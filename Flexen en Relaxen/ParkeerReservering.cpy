      * Copybook ParkeerReservering
      * Parkeerplaats bij een werkplekreservering of last-minute boeking
      * (VerwerkParkeerReservering), een record per klant per dag; de
      * kentekenlijst voor de parkeerwachter of slagboom komt uit
      * 52--ParkeerLijst en 09--MaandFacturatie factureert de dagprijs
       01 (pf)-ParkeerReservering.
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-Naam PIC X(24).
         02 (pf)-Kenteken PIC X(10).
         02 (pf)-SoortPlaats PIC X.
           88 (pf)-PlaatsGewoon VALUE "G".
           88 (pf)-PlaatsLaadpaal VALUE "L".
      *  Dagprijs op het moment van reserveren (nul = gratis)
         02 (pf)-Bedrag PIC 9(3)V99.
         02 (pf)-AnnuleringsVlag PIC X.
           88 (pf)-Geannuleerd VALUE "A".
           88 (pf)-NietGeannuleerd VALUE " " "N".
