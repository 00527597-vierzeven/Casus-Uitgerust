         02 (pf)-TotDatum PIC X(8).
         02 (pf)-MaandBedrag PIC 9(3)V99.
         02 (pf)-BorgBedrag PIC 9(3)V99.
      * Aangekondigd (geindexeerd) maandbedrag uit 49--PrijsIndexatie:
      * vanaf NieuwBedragVanaf factureert 09--MaandFacturatie dit bedrag;
      * spaties betekent dat er geen prijswijziging is aangekondigd
         02 (pf)-NieuwMaandBedrag PIC 9(3)V99.
         02 (pf)-NieuwBedragVanaf PIC X(8).
