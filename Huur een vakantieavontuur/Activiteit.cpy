      * Copybook Activiteit
      * Activiteitenkalender van het animatieteam per park (onderhouden
      * door ActiviteitenBeheer): datum, begintijd uumm, het maximum
      * aantal deelnemers, de minimumleeftijd en de prijs per
      * deelnemer. Prijs nul betekent een gratis activiteit
         02 (pf)-Activiteitnummer PIC 9(5).
         02 (pf)-Parkcode PIC XX.
         02 (pf)-Datum PIC 9(8).
         02 (pf)-Begintijd PIC 9(4).
         02 (pf)-Omschrijving PIC X(24).
         02 (pf)-Capaciteit PIC 9(3).
         02 (pf)-MinimumLeeftijd PIC 99.
         02 (pf)-Prijs PIC 9(3)V99.
