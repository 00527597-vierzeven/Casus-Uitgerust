         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD SysteemkengetallenBestand.
       01 Systeemkengetallenrecord.
         03 HoogsteKlantennummer PIC 9(8) VALUE ZERO.
         88 ArrangementWeekend VALUE "W" "w".
       01 WS-AankomstDag PIC 9 VALUE ZERO.
       01 WS-AantalNachten PIC 9 VALUE ZERO.
       *> Herkomstkanaal van de boeking
       01 KanaalInput PIC X VALUE "T".
         88 KanaalBalieGekozen VALUE "B" "b".
         88 KanaalWebsiteGekozen VALUE "W" "w".
       01 WS-Kanaal PIC XX VALUE "TE".
       01 WoningGevondenVlag PIC 9 VALUE ZERO.
         88 WoningGevonden VALUE 1.
         88 WoningNietGevonden VALUE 0.
       01 WS-Parkcode PIC XX VALUE "01".
       01 WS-Woningtype PIC X VALUE "S".
       01 WS-WoningHuisdieren PIC X VALUE SPACE.
         88 HuisdierenToegestaan VALUE "J".
       01 WS-AantalHuisdieren PIC 9 VALUE ZERO.
       01 OverlapRecordPark PIC XX VALUE "01".
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       *> Bezettingstoeslag voor de week (BepaalWeekprijs), naar rato
       *> van de nachten
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WP==.
       01 BezettingsToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToeslagCenten PIC 9(6) VALUE ZERO.
       *> Dagoverlap binnen de week
       01 BestaandeDag PIC 9 VALUE ZERO.
       01 BestaandeNachten PIC 9 VALUE ZERO.
       *> LOGBOEK (wijzigingsjournaal reserveringen)
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
       *> Toets aan het register ongewenste gasten
       COPY ParametersOngewensteGast REPLACING ==(pf)== BY ==OG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
                   EXIT PROGRAM
           END-READ
           CLOSE KlantenBestand
           *> Register ongewenste gasten: waarschuwen of blokkeren
           MOVE WS-Klantnummer TO OG-C-Klantnummer
           MOVE SPACES TO OG-C-Naam OG-C-Postcode
           MOVE ZERO TO OG-C-Geboortedatum
           MOVE "KortVerblijfBoeking" TO OG-C-Programma
           SET OG-C-ModusScherm TO TRUE
           CALL "ControleerOngewensteGast"
             USING BY CONTENT OG-C-ParametersOngewensteGast,
                   BY REFERENCE OG-R-ParametersOngewensteGast
           IF OG-R-Geweigerd
               EXIT PROGRAM
           END-IF
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT WS-Woningnummer
           PERFORM ValideerWoning
               DISPLAY "Deze woning komt niet voor in het woningenbestand."
               EXIT PROGRAM
           END-IF
           *> Huisdieren alleen in een woning met de huisdierenvlag
           DISPLAY "Aantal huisdieren (0 = geen): " WITH NO ADVANCING
           ACCEPT WS-AantalHuisdieren
           IF WS-AantalHuisdieren > ZERO
             AND NOT HuisdierenToegestaan
               DISPLAY "In deze woning zijn geen huisdieren "
                 "toegestaan; er is niets geboekt."
               EXIT PROGRAM
           END-IF
           DISPLAY "Jaar (yyyy): " WITH NO ADVANCING
           ACCEPT WS-Jaar
           DISPLAY "Weeknummer: " WITH NO ADVANCING
                   DISPLAY "Onbekend arrangement; er is niets geboekt."
                   EXIT PROGRAM
           END-EVALUATE
           DISPLAY "Kanaal (T = telefoon, B = balie, W = website): "
             WITH NO ADVANCING
           ACCEPT KanaalInput
           PERFORM BepaalKanaal
           OPEN I-O ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: " IOStatus
           MOVE WS-AankomstDag TO FS-R-AankomstDag
           MOVE WS-AantalNachten TO FS-R-AantalNachten
           MOVE WS-Parkcode TO FS-R-Parkcode
           MOVE WS-Kanaal TO FS-R-Kanaal
           IF WS-AantalHuisdieren > ZERO
               MOVE WS-AantalHuisdieren TO FS-R-AantalHuisdieren
           END-IF
           PERFORM BepaalBezettingsToeslag
           WRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Wegschrijven mislukt. IOStatus: " IOStatus
           CALL "SchrijfBezettingAggregaat" USING AGG-C-ParametersBezettingAggregaat
           .

       BepaalBezettingsToeslag.
           *> Bezettingstoeslag van de week naar rato van de nachten,
           *> bij het boeken vastgelegd; de factuur toont hem apart
           MOVE WS-Woningtype TO WP-C-Woningtype
           MOVE WS-Weeknummer TO WP-C-Weeknummer
           MOVE -1 TO WP-C-DagenVoorAankomst
           MOVE WS-Jaar TO WP-C-Jaar
           MOVE WS-Parkcode TO WP-C-Parkcode
           MOVE SPACES TO WP-C-Tariefbestand
           CALL "BepaalWeekprijs"
             USING BY CONTENT WP-C-ParametersBepaalWeekprijs,
                   BY REFERENCE WP-R-ParametersBepaalWeekprijs
           COMPUTE BezettingsToeslagBedrag ROUNDED =
             WP-R-BezettingsToeslag * WS-AantalNachten / 7
           IF BezettingsToeslagBedrag > ZERO
               COMPUTE ToeslagCenten = BezettingsToeslagBedrag * 100
               MOVE ToeslagCenten TO FS-R-BezettingsToeslag
           ELSE
               MOVE SPACES TO FS-R-BezettingsToeslag
           END-IF
           .

       ValideerWoning.
           SET WoningNietGevonden TO TRUE
           MOVE ZERO TO EOFWoningenVlag
           PERFORM UNTIL EOFWoningen
               IF Woningnummer EQUALS WS-Woningnummer
                   SET WoningGevonden TO TRUE
                   MOVE Woningtype TO WS-Woningtype
                   MOVE WoningHuisdieren TO WS-WoningHuisdieren
                   *> Het park van de woning reist mee op de reservering
                   IF WoningParkcode EQUALS SPACES
                       MOVE "01" TO WS-Parkcode
           END-PERFORM
           .

       BepaalKanaal.
           *> Telefoon is de standaard; een walk-in aan de balie of een
           *> aanvraag via de website wordt apart aangegeven
           EVALUATE TRUE
               WHEN KanaalBalieGekozen
                   MOVE "BA" TO WS-Kanaal
               WHEN KanaalWebsiteGekozen
                   MOVE "WE" TO WS-Kanaal
               WHEN OTHER
                   MOVE "TE" TO WS-Kanaal
           END-EVALUATE
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
