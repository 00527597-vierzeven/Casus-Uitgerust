      *> (klantnummer;woningnummer;jaar;weeknummer;aantalweken), voert
      *> dezelfde validaties uit als ToevoegenReservering en boekt de
      *> goedgekeurde regels; afgekeurde regels gaan met redencode naar
      *> de uitvallijst. Een optioneel zesde veld bevat het aantal
      *> huisdieren (leeg = geen). Een gast die in het register
      *> ongewenste gasten geblokkeerd staat, valt uit; een
      *> waarschuwing wordt wel geboekt maar op de uitvallijst gemeld
       SELECT ImportBestand ASSIGN TO Pad-WebBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       01 VeldJaar PIC X(6) VALUE SPACES.
       01 VeldWeeknummer PIC X(4) VALUE SPACES.
       01 VeldAantalWeken PIC X(4) VALUE SPACES.
       01 VeldAantalHuisdieren PIC X(4) VALUE SPACES.
       01 WS-Klantnummer PIC 9(8) VALUE ZERO.
       01 WS-Woningnummer PIC 99 VALUE ZERO.
       01 WS-Jaar PIC 9(4) VALUE ZERO.
       01 WS-AantalWeken PIC 99 VALUE ZERO.
       01 WS-Woningtype PIC X VALUE "S".
       01 WS-Parkcode PIC XX VALUE "01".
       01 WS-WoningHuisdieren PIC X VALUE SPACE.
         88 HuisdierenToegestaan VALUE "J".
       01 WS-AantalHuisdieren PIC 9 VALUE ZERO.
       01 OverlapRecordPark PIC XX VALUE "01".
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       *> Bezettingstoeslag per week (BepaalWeekprijs), zoals de
       *> beschikbaarheidsexport hem op de website heeft getoond
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WP==.
       01 WeekTeller PIC 99 VALUE ZERO.
       01 BezettingsToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToeslagCenten PIC 9(6) VALUE ZERO.
       *> Validatie
       01 ValidatiefoutVlag PIC 9 VALUE ZERO.
         88 ValidatieGeslaagd VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.
       *> LOGBOEK (wijzigingsjournaal reserveringen)
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
       *> Toets aan het register ongewenste gasten
       COPY ParametersOngewensteGast REPLACING ==(pf)== BY ==OG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           MOVE SPACES TO VeldJaar
           MOVE SPACES TO VeldWeeknummer
           MOVE SPACES TO VeldAantalWeken
           MOVE SPACES TO VeldAantalHuisdieren
           MOVE ZERO TO WS-AantalHuisdieren
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldKlantnummer
                    VeldWoningnummer
                    VeldJaar
                    VeldWeeknummer
                    VeldAantalWeken
                    VeldAantalHuisdieren
           END-UNSTRING
           IF FUNCTION TRIM (VeldKlantnummer) IS NOT NUMERIC
             OR FUNCTION TRIM (VeldWeeknummer) IS NOT NUMERIC
               MOVE FUNCTION NUMVAL (VeldJaar) TO WS-Jaar
               MOVE FUNCTION NUMVAL (VeldWeeknummer) TO WS-Weeknummer
               MOVE FUNCTION NUMVAL (VeldAantalWeken) TO WS-AantalWeken
               IF VeldAantalHuisdieren NOT EQUALS SPACES
                   MOVE FUNCTION NUMVAL (VeldAantalHuisdieren)
                     TO WS-AantalHuisdieren
               END-IF
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerKlant
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerOngewensteGast
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerWoning
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerHuisdieren
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerSeizoen
           END-IF
           END-IF
           IF ValidatieGeslaagd
               PERFORM BoekWebReservering
               IF OG-R-Gewaarschuwd
                   MOVE SPACES TO RegelBuffer
                   STRING FUNCTION TRIM (ImportRegel)
                     " >>> Geboekt, LET OP ongewenste gast: "
                     FUNCTION TRIM (OG-R-Reden)
                     DELIMITED BY SIZE INTO RegelBuffer
                   WRITE UitvalRegel FROM RegelBuffer
                   DISPLAY "Waarschuwing: " FUNCTION TRIM (RegelBuffer)
               END-IF
           ELSE
               ADD 1 TO AantalUitval
               MOVE SPACES TO RegelBuffer
           CLOSE KlantenBestand
           .

       ValideerOngewensteGast.
           *> Zonder scherm: een blokkade kan hier niet worden
           *> doorgezet; de balie boekt dan zelf met een beheerder
           MOVE WS-Klantnummer TO OG-C-Klantnummer
           MOVE SPACES TO OG-C-Naam OG-C-Postcode
           MOVE ZERO TO OG-C-Geboortedatum
           MOVE "WebBoekingImport" TO OG-C-Programma
           SET OG-C-ModusBatch TO TRUE
           CALL "ControleerOngewensteGast"
             USING BY CONTENT OG-C-ParametersOngewensteGast,
                   BY REFERENCE OG-R-ParametersOngewensteGast
           IF OG-R-Geweigerd
               SET ValidatieFout TO TRUE
               MOVE "Gast geblokkeerd (register ongewenste gasten)"
                 TO RedenValidatieFout
           END-IF
           .

       ValideerWoning.
           SET WoningNietGevonden TO TRUE
           MOVE ZERO TO EOFWoningenVlag
               IF Woningnummer EQUALS WS-Woningnummer
                   SET WoningGevonden TO TRUE
                   MOVE Woningtype TO WS-Woningtype
                   MOVE WoningHuisdieren TO WS-WoningHuisdieren
                   *> Het park van de woning reist mee op de reservering
                   IF WoningParkcode EQUALS SPACES
                       MOVE "01" TO WS-Parkcode
           END-IF
           .

       ValideerHuisdieren.
           *> Huisdieren alleen in een woning met de huisdierenvlag
           IF WS-AantalHuisdieren > ZERO
             AND NOT HuisdierenToegestaan
               SET ValidatieFout TO TRUE
               MOVE "Huisdieren niet toegestaan in deze woning"
                 TO RedenValidatieFout
           END-IF
           .

       ValideerSeizoen.
           *> Zelfde regels als ToevoegenReservering: minimaal 2 weken,
           *> volledig binnen het seizoen (week 18 t/m 37)
           MOVE "N" TO FS-R-VerzekeringVlag
           MOVE SPACES TO FS-R-VerzekeringPremie
           MOVE WS-Parkcode TO FS-R-Parkcode
           MOVE "WE" TO FS-R-Kanaal
           IF WS-AantalHuisdieren > ZERO
               MOVE WS-AantalHuisdieren TO FS-R-AantalHuisdieren
           END-IF
           PERFORM BepaalBezettingsToeslag
           WRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Wegschrijven webboeking mislukt. IOStatus: " IOStatus
           *> Voer de bewoners daarna op via Toevoegen bewoner
           .

       BepaalBezettingsToeslag.
           *> Bezettingstoeslag over de geboekte weken bij het boeken
           *> vastleggen; de factuur toont hem als aparte regel
           MOVE ZERO TO BezettingsToeslagBedrag
           PERFORM VARYING WeekTeller FROM 0 BY 1
             UNTIL WeekTeller >= WS-AantalWeken
               MOVE WS-Woningtype TO WP-C-Woningtype
               COMPUTE WP-C-Weeknummer = WS-Weeknummer + WeekTeller
               MOVE -1 TO WP-C-DagenVoorAankomst
               MOVE WS-Jaar TO WP-C-Jaar
               MOVE WS-Parkcode TO WP-C-Parkcode
               MOVE SPACES TO WP-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WP-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WP-R-ParametersBepaalWeekprijs
               ADD WP-R-BezettingsToeslag TO BezettingsToeslagBedrag
           END-PERFORM
           IF BezettingsToeslagBedrag > ZERO
               COMPUTE ToeslagCenten = BezettingsToeslagBedrag * 100
               MOVE ToeslagCenten TO FS-R-BezettingsToeslag
           ELSE
               MOVE SPACES TO FS-R-BezettingsToeslag
           END-IF
           .

       WerkAggregaatBij.
           *> De nieuwe weken in het bezettingsaggregaat bijschrijven,
           *> zodat de omzet- en concernrapportages de webboeking zien
