      * Copybook SchoonmaakParameters
      * Parameters van de tussenschoonmaak (SchoonmaakAfrekening), een
      * enkel record in SchoonmaakParameters.dat: vanaf welke
      * verblijfsduur in weken de tussenschoonmaak automatisch bij de
      * boeking hoort (0 = nooit automatisch) en het artikelnummer in
      * de extrascatalogus waarmee een gast hem als betaalde extra
      * bestelt (0 = niet te bestellen)
         02 (pf)-TussenVanafWeken PIC 99.
         02 (pf)-ArtikelTussenschoonmaak PIC 9(3).
