         02 (pf)-NieuwWeeknummer PIC 99.
         02 (pf)-NieuwAantalWeken PIC 99.
         02 (pf)-RedenCode PIC XX.
      * Redencode van de annulering bij AR/AB (zie AnnuleringsReden)
         02 (pf)-AnnuleringsReden PIC XX.
