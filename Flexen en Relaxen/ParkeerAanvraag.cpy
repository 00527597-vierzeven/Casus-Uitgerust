      * Copybook ParkeerAanvraag
      * Parameterblok voor VerwerkParkeerReservering: een parkeerplaats
      * reserveren binnen de dagcapaciteit van de vestiging, nagaan of de
      * klant op een datum al een parkeerplaats heeft, of die annuleren
       01 (pf)-ParkeerAanvraag.
         02 (pf)-Functie PIC X.
           88 (pf)-FunctieReserveren VALUE "R".
           88 (pf)-FunctieControleren VALUE "C".
           88 (pf)-FunctieAnnuleren VALUE "A".
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-Naam PIC X(24).
         02 (pf)-Kenteken PIC X(10).
      *  G = gewone plaats, L = plaats met laadpaal
         02 (pf)-SoortPlaats PIC X.
      *  Terug: dagprijs en het aantal plaatsen van deze soort dat na
      *  de reservering nog vrij is
         02 (pf)-Bedrag PIC 9(3)V99.
         02 (pf)-PlaatsenVrij PIC 999.
         02 (pf)-Reden PIC X(60).
         02 (pf)-Uitkomst PIC X.
           88 (pf)-Gelukt VALUE "J".
           88 (pf)-NietGelukt VALUE "N".
