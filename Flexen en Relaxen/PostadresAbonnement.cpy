      * Copybook PostadresAbonnement
      * Virtueel kantoor (onderhouden door 45--PostadresBeheer): een
      * klant of bedrijf staat ingeschreven op het adres van een
      * vestiging en laat daar de post afhandelen. Precies een van
      * Klantnummer en Bedrijfsnummer is gevuld. Zolang TotDatum spaties
      * is, loopt het abonnement en factureert 09--MaandFacturatie het
      * maandbedrag mee (voor een bedrijf op de verzamelfactuur)
       01 (pf)-PostadresAbonnement.
         02 (pf)-Abonnementnummer PIC 9(5).
         02 (pf)-Vestiging PIC XX.
         02 (pf)-Klantnummer PIC 9(6).
         02 (pf)-Bedrijfsnummer PIC 9(4).
      *  Naam waaronder de post binnenkomt (meestal de bedrijfsnaam)
         02 (pf)-NaamOpPost PIC X(30).
         02 (pf)-VanDatum PIC 9(8).
         02 (pf)-TotDatum PIC X(8).
         02 (pf)-MaandBedrag PIC 9(3)V99.
      *  Standaardafhandeling: ophalen aan de balie of doorsturen naar
      *  het doorstuuradres
         02 (pf)-Afhandeling PIC X.
           88 (pf)-AfhandelingOphalen VALUE "O".
           88 (pf)-AfhandelingDoorsturen VALUE "D".
         02 (pf)-Doorstuuradres PIC X(40).
      *  Aangekondigd (geindexeerd) maandbedrag uit 49--PrijsIndexatie:
      *  vanaf NieuwBedragVanaf factureert 09--MaandFacturatie dit
      *  bedrag; spaties betekent geen aangekondigde prijswijziging
         02 (pf)-NieuwMaandBedrag PIC 9(3)V99.
         02 (pf)-NieuwBedragVanaf PIC X(8).
