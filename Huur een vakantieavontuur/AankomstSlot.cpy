      * Copybook AankomstSlot
      * Aankomsttijdvakken aan de receptie per park (AankomstSlotBeheer):
      * begintijd en eindtijd als uumm en het maximum aantal aankomsten
      * per aankomstdag in dat tijdvak. De begintijd is de sleutel
      * binnen het park en staat als AankomstSlot op de reservering
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Begintijd PIC 9(4).
         02 (pf)-Eindtijd PIC 9(4).
         02 (pf)-MaxAankomsten PIC 9(3).
