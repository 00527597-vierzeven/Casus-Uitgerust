      *  reservering het park van de woning mee; spaties in oude
      *  records betekenen het hoofdpark 01
         02 (pf)-Parkcode PIC XX VALUE SPACES.
      *  Aantal meegebrachte huisdieren; alleen toegestaan in een woning
      *  met de huisdierenvlag. Spatie in oude records betekent geen
      *  huisdieren. BepaalFactuurTotaal rekent de huisdiertoeslag per
      *  dier per nacht
         02 (pf)-AantalHuisdieren PIC X VALUE SPACE.
      *  Allotmentcontract waaruit de week komt (AllotmentBeheer); een
      *  verkochte allotmentweek wordt via de operatorafrekening
      *  (AllotmentAfrekening) gefactureerd, niet per reservering.
      *  Spaties: geen allotmentweek
         02 (pf)-AllotmentContract PIC X(4) VALUE SPACES.
      *  Herkomstkanaal van de boeking, gezet door het programma dat de
      *  reservering aanmaakt (KanaalRapport); spaties in oude records
      *  betekenen: onbekend
         02 (pf)-Kanaal PIC XX VALUE SPACES.
           88 (pf)-KanaalWebsite VALUE "WE".
           88 (pf)-KanaalTelefoon VALUE "TE".
           88 (pf)-KanaalBalie VALUE "BA".
           88 (pf)-KanaalTouroperator VALUE "TO".
           88 (pf)-KanaalOfferte VALUE "OF".
           88 (pf)-KanaalVasteGasten VALUE "VG".
      *  Bezettingstoeslag (BepaalWeekprijs) in centen-notatie, bij het
      *  boeken vastgelegd zodat latere boekingen het bedrag niet meer
      *  veranderen; de factuur toont hem als aparte regel. Spaties in
      *  oude records betekenen: geen toeslag
         02 (pf)-BezettingsToeslag PIC X(6) VALUE SPACES.
      *  Aankomstslot (AankomstSlotBeheer): begintijd uumm van het
      *  gekozen tijdvak aan de receptie op de aankomstdag, per park
      *  met een maximum aantal aankomsten. Spaties in oude records
      *  betekenen: geen slot gekozen
         02 (pf)-AankomstSlot PIC X(4) VALUE SPACES.
      *  Reden van annulering (VraagAnnuleringsReden), gezet samen met
      *  DatumAnnulering; spaties in oude records betekenen: onbekend
         02 (pf)-AnnuleringsReden PIC XX VALUE SPACES.
