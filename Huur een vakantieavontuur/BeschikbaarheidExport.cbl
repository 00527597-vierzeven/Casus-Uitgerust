      *> Nachtelijke beschikbaarheidsexport voor de website: per vrije
      *> woning/week-combinatie een regel met type en actuele prijs
      *> (dezelfde vrij/bezet-regels als ZoekBeschikbaarheid, dezelfde
      *> prijs als BepaalWeekprijs inclusief prijsacties en
      *> bezettingstoeslag)
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
       01 HuidigType PIC X VALUE "S".
       01 BestaandWeekEinde PIC 99 VALUE ZERO.
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WS-P==.
       01 WebPrijs PIC 9(4)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonPrijs PIC ZZZ9,99.
       01 AantalRegels PIC 9(5) VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Het websitesezoen: dezelfde weken als de balie mag boeken
           MOVE HuidigType TO WS-P-C-Woningtype
           MOVE WeekIndex TO WS-P-C-Weeknummer
           MOVE DagenVoorAankomst TO WS-P-C-DagenVoorAankomst
           MOVE HuidigJaar TO WS-P-C-Jaar
           MOVE HuidigPark TO WS-P-C-Parkcode
           MOVE SPACES TO WS-P-C-Tariefbestand
           CALL "BepaalWeekprijs"
             USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                   BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
           *> De website toont de prijs inclusief bezettingstoeslag
           COMPUTE WebPrijs =
             WS-P-R-Weekprijs + WS-P-R-BezettingsToeslag
           COMPUTE BedragCenten = WebPrijs * 100
           MOVE BedragCenten TO ToonPrijs
           MOVE SPACES TO RegelBuffer
           STRING HuidigeWoning ";" HuidigType ";" HuidigJaar ";" WeekIndex ";" ToonPrijs DELIMITED BY SIZE INTO RegelBuffer
           WRITE ExportRegel FROM RegelBuffer
