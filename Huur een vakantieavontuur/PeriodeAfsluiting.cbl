       01 SlotBetalingen PIC 9(7)V99 VALUE ZERO.
       01 HuidigeOperator PIC X(8) VALUE SPACES.
       01 DisplayBedrag PIC ZZZZZZ9,99.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonVooruitontvangen PIC -ZZZZZZ9,99.
       *> Verdeling vooruitontvangen huur bij het afsluiten
       COPY ParametersVooruitontvangen REPLACING ==(pf)== BY ==VO==.
       *> Journaal van heropeningen (via het reserveringenjournaal, zodat
       *> de accountant een spoor heeft)
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
               DISPLAY "1. Boekperioden tonen"
               DISPLAY "2. Periode afsluiten"
               DISPLAY "3. Periode heropenen (wordt gejournaliseerd)"
               DISPLAY "4. Vooruitontvangen huur van een periode"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM SluitPeriodeAf
                   WHEN 3
                       PERFORM HeropenPeriode
                   WHEN 4
                       DISPLAY SPACE
                       DISPLAY "Jaar: " WITH NO ADVANCING
                       ACCEPT PeriodeJaar
                       DISPLAY "Maand: " WITH NO ADVANCING
                       ACCEPT PeriodeMaand
                       PERFORM VerdeelVooruitontvangen
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               COMPUTE BedragCenten = BP-SlotstandOmzet * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY "Periode " BP-Jaar "-" BP-Maand " | status " BP-Status " | omzet " DisplayBedrag WITH NO ADVANCING
               COMPUTE BedragCenten = BP-SlotstandBetalingen * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY " | betalingen " DisplayBedrag " | door " BP-Operator " op " BP-Tijdstip(1:8)
               READ BoekperiodenBestand
                   AT END
               MOVE HuidigeOperator TO BP-Operator
               WRITE BoekperiodeRecord
               CLOSE BoekperiodenBestand
               COMPUTE BedragCenten = SlotBetalingen * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY "Periode " PeriodeJaar "-" PeriodeMaand " is afgesloten met een betalingenslotstand van " DisplayBedrag " euro."
               DISPLAY "Mutaties, annuleringen en betalingen met een datum in deze periode worden voortaan geweigerd."
               PERFORM VerdeelVooruitontvangen
           ELSE
               DISPLAY ">>> Fout bij het openen van Boekperioden.dat: " IOStatus
           END-IF
           CLOSE BetalingenBestand
           .

       VerdeelVooruitontvangen.
           *> Ontvangen huur verdeeld over verdiend, vooruitontvangen
           *> en terug te betalen, per BTW-code (VooruitontvangenHuur)
           MOVE PeriodeJaar TO VO-C-Jaar
           MOVE PeriodeMaand TO VO-C-Maand
           CALL "VooruitontvangenHuur"
             USING BY CONTENT VO-C-ParametersVooruitontvangen,
                   BY REFERENCE VO-R-ParametersVooruitontvangen
           IF VO-R-OK
               COMPUTE BedragCenten = VO-R-Vooruitontvangen * 100
               MOVE BedragCenten TO ToonVooruitontvangen
               DISPLAY "Vooruitontvangen huur per einde periode: "
                 ToonVooruitontvangen " euro."
           END-IF
           .

       HeropenPeriode.
           DISPLAY SPACE
           DISPLAY "Jaar: " WITH NO ADVANCING
