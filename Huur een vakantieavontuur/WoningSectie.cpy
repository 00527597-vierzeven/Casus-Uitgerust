      * Copybook WoningSectie
      * Sectie van het park waarin een woning ligt (SchoonmaakPlanning);
      * de indeling houdt woningen van dezelfde sectie bij elkaar.
      * Woningen zonder sectie vallen samen in de lege sectie
         02 (pf)-Woningnummer PIC 99.
         02 (pf)-Sectie PIC X(10).
