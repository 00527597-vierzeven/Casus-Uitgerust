         02 (pf)-Mutatiedatum PIC 9(8).
         02 (pf)-NieuwWeeknummer PIC 99.
         02 (pf)-NieuwAantalWeken PIC 99.
      * Redencode bij AR/AB (zie copybook AnnuleringsReden)
         02 (pf)-AnnuleringsReden PIC XX.
