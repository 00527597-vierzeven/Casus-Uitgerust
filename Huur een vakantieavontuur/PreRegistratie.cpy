      * Copybook PreRegistratie
      * Online pre-registratie voor aankomst (PreRegistratieImport):
      * per reservering de verwachte aankomsttijd (uumm), het kenteken
      * voor het parkeerbewijs en het aantal bewoners dat vooraf is
      * aangemeld. De identiteit zelf staat in Bewoners.dat. Een latere
      * aanmelding voor dezelfde reservering gaat voor een eerdere
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-DatumOntvangen PIC 9(8).
         02 (pf)-VerwachteAankomsttijd PIC X(4).
         02 (pf)-Kenteken PIC X(10).
         02 (pf)-AantalBewoners PIC 99.
