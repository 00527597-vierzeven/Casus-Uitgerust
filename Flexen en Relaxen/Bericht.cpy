      * Copybook Bericht
      * Uitgaand bericht aan een klant (bevestiging, annulering,
      * wachtlijstpromotie, gevonden voorwerp); programma's vullen klant, e-mailadres,
      * soort en referentie en roepen SchrijfBericht aan; de batch
      * 36--BerichtenBatch rendert de openstaande berichten naar een
      * mailmerge-export
           88 (pf)-SoortBevestiging VALUE "BV".
           88 (pf)-SoortAnnulering VALUE "AN".
           88 (pf)-SoortWachtlijst VALUE "WL".
      *    Gevonden voorwerp: ook voor parkgasten van Huur een
      *    vakantieavontuur (GevondenVoorwerpen); die hebben hier
      *    klantnummer nul en worden op e-mailadres bericht
           88 (pf)-SoortGevondenVoorwerp VALUE "GV".
      *    Aanmaningen op openstaande posten (41--AanmaningenRun):
      *    vriendelijke herinnering, formele aanmaning en laatste
      *    sommatie met incassokosten en rente
           88 (pf)-SoortHerinnering VALUE "HR".
           88 (pf)-SoortAanmaning VALUE "AM".
           88 (pf)-SoortSommatie VALUE "SO".
      *    Beslissing van het bedrijf over een reservering boven het
      *    quotum of budget van de kostenplaats (44--BedrijfsQuotaBeheer)
           88 (pf)-SoortGoedkeuring VALUE "GK".
           88 (pf)-SoortAfwijzing VALUE "AF".
      *    Post ontvangen voor een postadresabonnement (45--PostadresBeheer);
      *    voor een bedrijf met klantnummer nul op het bedrijfsadres
           88 (pf)-SoortPostOntvangen VALUE "PO".
      *    Aankondiging van de jaarlijkse prijsindexatie aan klanten met
      *    een lopend contract (49--PrijsIndexatie)
           88 (pf)-SoortPrijsindexatie VALUE "PI".
      *    Jaaroverzicht voor de belastingaangifte of de accountant
      *    (50--JaarOverzicht); de referentie is de naam van het bestand
           88 (pf)-SoortJaaroverzicht VALUE "JO".
         02 (pf)-Referentie PIC X(30).
         02 (pf)-Status PIC X.
           88 (pf)-StatusOpenstaand VALUE "P".
