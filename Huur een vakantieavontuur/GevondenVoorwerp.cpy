      * Copybook GevondenVoorwerp
      * Gevonden voorwerpen van beide bedrijven (GevondenVoorwerpen):
      * bij Huur een vakantieavontuur gevonden in een woning tijdens
      * de schoonmaakronde en gekoppeld aan de reservering, bij Flexen
      * en Relaxen gevonden op een werkplek en gekoppeld aan de boeking
      * van die datum. De vermoedelijke eigenaar krijgt een bericht via
      * de berichtenbak; niet opgehaalde voorwerpen worden na de
      * bewaartermijn afgevoerd
         02 (pf)-Volgnummer PIC 9(6).
         02 (pf)-Bedrijf PIC X.
           88 (pf)-BedrijfHuur VALUE "H".
           88 (pf)-BedrijfFlex VALUE "F".
         02 (pf)-DatumGevonden PIC 9(8).
         02 (pf)-Omschrijving PIC X(30).
      *  Vindplaats bij Huur: park, woning en de reservering van de
      *  vermoedelijke eigenaar; de vinder is de schoonmaker uit de
      *  schoonmaakstatus van die dag
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Woningnummer PIC 99.
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-GevondenDoor PIC X(4).
      *  Vindplaats bij Flexen: vestiging, werkplek en dagdeel
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Huisnummer PIC 99.
         02 (pf)-Kamernummer PIC 9.
         02 (pf)-Dagdeel PIC X.
      *  Vermoedelijke eigenaar; klantnummer van de eigen administratie
      *  (8 cijfers bij Huur, 6 bij Flexen), nul als onbekend
         02 (pf)-Klantnummer PIC 9(8).
         02 (pf)-Naam PIC X(24).
         02 (pf)-Emailadres PIC X(40).
         02 (pf)-Status PIC X.
           88 (pf)-StatusGevonden VALUE "G".
           88 (pf)-StatusGemeld VALUE "M".
           88 (pf)-StatusOpgehaald VALUE "O".
           88 (pf)-StatusVerzonden VALUE "V".
           88 (pf)-StatusAfgevoerd VALUE "A".
           88 (pf)-StatusInBewaring VALUE "G" "M".
         02 (pf)-BewaarTot PIC 9(8).
         02 (pf)-DatumAfgehandeld PIC X(8).
      *  Verzendkosten die aan de eigenaar zijn doorberekend
         02 (pf)-Verzendkosten PIC 9(3)V99.
