      * Copybook UblAfnemer
      * Afnemers van e-facturen (UblExport): zakelijke klanten van
      * beide bedrijven die hun facturen als UBL-document (Peppol BIS
      * Billing 3.0) in hun boekhouding willen inlezen. Bij Huur is het
      * relatienummer het klantnummer (ook van een touroperator), bij
      * Flexen het bedrijfsnummer van de verzamelfactuur
         02 (pf)-Bedrijf PIC X.
           88 (pf)-BedrijfHuur VALUE "H".
           88 (pf)-BedrijfFlexen VALUE "F".
         02 (pf)-Relatienummer PIC 9(8).
         02 (pf)-Naam PIC X(30).
      *  Peppol-adres: schema (0106 = KvK, 0190 = OIN, 9944 = BTW) en
      *  het nummer binnen dat schema
         02 (pf)-PeppolSchema PIC X(4).
         02 (pf)-PeppolId PIC X(20).
         02 (pf)-BtwNummer PIC X(14).
         02 (pf)-Straat PIC X(40).
         02 (pf)-Postcode PIC X(6).
         02 (pf)-Plaats PIC X(20).
      *  Landcode; spaties betekenen NL
         02 (pf)-Landcode PIC XX.
      *  Inkoopreferentie of kostenplaats die de afnemer op elke
      *  factuur terug wil zien
         02 (pf)-Referentie PIC X(20).
         02 (pf)-Betaaltermijn PIC 999.
      *  Facturen vanaf deze datum gaan als e-factuur; eerdere zijn op
      *  papier of als PDF verstuurd
         02 (pf)-DatumVanaf PIC 9(8).
