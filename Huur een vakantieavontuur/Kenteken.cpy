      * Copybook Kenteken
      * Kentekens voor de slagboom per reservering (maximaal twee),
      * vastgelegd bij het boeken (ToevoegenReservering) en bij de
      * check-in (CheckInUit). Een latere vastlegging voor dezelfde
      * reservering gaat voor een eerdere; SlagboomExport maakt er
      * dagelijks de toegangslijst per park van
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-DatumVastgelegd PIC 9(8).
         02 (pf)-Kenteken1 PIC X(10).
         02 (pf)-Kenteken2 PIC X(10).
