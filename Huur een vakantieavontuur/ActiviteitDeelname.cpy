      * Copybook ActiviteitDeelname
      * Inschrijving van een bewoner van een reservering voor een
      * activiteit (ActiviteitenBeheer). Het bedrag is de prijs bij
      * inschrijving; BepaalFactuurTotaal en FactuurExport nemen de
      * bedragen van aangemelde deelnames mee op de factuur
         02 (pf)-Activiteitnummer PIC 9(5).
         02 (pf)-Reserveringsnummer PIC 9(8).
         02 (pf)-Volgnummer PIC 99.
         02 (pf)-DatumInschrijving PIC 9(8).
         02 (pf)-Bedrag PIC 9(3)V99.
         02 (pf)-Status PIC X.
           88 (pf)-Aangemeld VALUE "A".
           88 (pf)-Afgemeld VALUE "G".
