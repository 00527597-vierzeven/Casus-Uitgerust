       SELECT KeuringenBestand ASSIGN TO Pad-Keuringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Aankomsttijdvakken aan de receptie (AankomstSlotBeheer)
       SELECT AankomstSlotsBestand ASSIGN TO Pad-AankomstSlots
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Kentekens voor de slagboom (SlagboomExport)
       SELECT KentekensBestand ASSIGN TO Pad-Kentekens
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD SysteemkengetallenBestand.
       01 Systeemkengetallenrecord.
         03 HoogsteKlantennummer PIC 9(8) VALUE ZERO.
       FD KeuringenBestand.
       01 Keuringrecord.
       COPY Keuring REPLACING ==(pf)== BY ==FS-KG==.
       FD AankomstSlotsBestand.
       01 AankomstSlotrecord.
       COPY AankomstSlot REPLACING ==(pf)== BY ==FS-AS==.
       FD KentekensBestand.
       01 Kentekenrecord.
       COPY Kenteken REPLACING ==(pf)== BY ==FS-KT==.
       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       01 Pad-Keuringen.
         02 PadDir-Keuringen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Keuringen.dat".
       01 Pad-AankomstSlots.
         02 PadDir-AankomstSlots PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AankomstSlots.dat".
       01 Pad-Kentekens.
         02 PadDir-Kentekens PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Kentekens.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 AantalBewoners PIC 99 VALUE ZERO.
       01 Teller PIC 99 VALUE ZERO.
       01 HuisjesTeller PIC 99 VALUE ZERO.
       01 WS-Klantnummer PIC 9(8) VALUE ZERO.
       01 WS-Woningtype PIC X VALUE "S".
       01 WS-Parkcode PIC XX VALUE "01".
       01 OverlapRecordPark PIC XX VALUE "01".
       01 CapaciteitWoning PIC 99 VALUE ZERO.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 WS-WoningHuisdieren PIC X VALUE SPACE.
         88 HuisdierenToegestaan VALUE "J".
       01 AantalHuisdieren PIC 9 VALUE ZERO.
       01 WS-Jaar PIC 9(4) VALUE ZERO.
       01 WS-Weeknummer PIC 99 VALUE ZERO.
       01 WS-AantalWeken PIC 99 VALUE ZERO.
       01 WS-DatumCreatie PIC 9(8) VALUE ZERO.
       *> Herkomstkanaal van de boeking
       01 KanaalInput PIC X VALUE "T".
         88 KanaalBalieGekozen VALUE "B" "b".
         88 KanaalWebsiteGekozen VALUE "W" "w".
       01 WS-Kanaal PIC XX VALUE "TE".
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 BerekendePremie PIC 9(3)V99 VALUE ZERO.
       *> Het premieveld op de reservering staat in centen-notatie
       01 PremieCenten PIC 9(5) VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayPremie PIC ZZ9,99.
       *> Extra's bij de reservering (linnen, fietsen, kinderbed)
       01 ExtraJaOfNee PIC X VALUE "N".
         88 KeuringDoorgaanJa VALUE "J" "j".
       *> Bezettingsaggregaat (SchrijfBezettingAggregaat)
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       *> Bezettingstoeslag per week (BepaalWeekprijs)
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WP==.
       01 WeekTeller PIC 99 VALUE ZERO.
       01 BezettingsToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToeslagCenten PIC 9(6) VALUE ZERO.
       01 DisplayToeslag PIC ZZZZ9,99.
       *> Aankomstslot: tijdvak aan de receptie op de aankomstdag
       01 WS-AankomstSlot PIC X(4) VALUE SPACES.
       01 SlotTabel.
         02 SlotRegel OCCURS 20 TIMES.
           03 ST-Begintijd PIC 9(4).
           03 ST-Eindtijd PIC 9(4).
           03 ST-MaxAankomsten PIC 9(3).
           03 ST-Aankomsten PIC 9(3).
       01 AantalSlots PIC 99 VALUE ZERO.
       01 SlotIndex PIC 99 VALUE ZERO.
       01 GekozenIndex PIC 99 VALUE ZERO.
       01 GekozenBegintijd PIC 9(4) VALUE ZERO.
       01 SlotRecordPark PIC XX VALUE "01".
       01 VrijePlaatsen PIC S9(3) VALUE ZERO.
       01 ToonVrij PIC -ZZ9.
       01 EOFSlotsVlag PIC 9 VALUE ZERO.
         88 EOFSlots VALUE 1.
         88 NotEOFSlots VALUE 0.
       *> Toets aan het register ongewenste gasten
       COPY ParametersOngewensteGast REPLACING ==(pf)== BY ==OG==.
       *> Journaal: de nieuwe reservering met de aangemelde operator
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.

       *>LINKAGE SECTION.
       *>01 Reserveringsnummer PIC 9(8) VALUE ZEROES.
               EXIT PROGRAM
           END-IF

           *> Register ongewenste gasten: waarschuwen of blokkeren
           MOVE WS-Klantnummer TO OG-C-Klantnummer
           MOVE SPACES TO OG-C-Naam OG-C-Postcode
           MOVE ZERO TO OG-C-Geboortedatum
           MOVE "ToevoegenReservering" TO OG-C-Programma
           SET OG-C-ModusScherm TO TRUE
           CALL "ControleerOngewensteGast"
             USING BY CONTENT OG-C-ParametersOngewensteGast,
                   BY REFERENCE OG-R-ParametersOngewensteGast
           IF OG-R-Geweigerd
               MOVE ZERO TO LS-Reserveringsnummer
               CLOSE ReserveringenBestand
               CLOSE SysteemkengetallenBestand
               EXIT PROGRAM
           END-IF

           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT WS-Woningnummer

                   SET ValidatieGeslaagd TO TRUE
                   MOVE SPACES TO RedenValidatieFout
                   MOVE Woningtype TO WS-Woningtype
                   MOVE WoningHuisdieren TO WS-WoningHuisdieren
                   *> Het park van de woning reist mee op de reservering
                   IF WoningParkcode EQUALS SPACES
                       MOVE "01" TO WS-Parkcode
               MOVE DatumVandaag
                 TO WS-DatumCreatie
           END-IF
           DISPLAY "Kanaal (T = telefoon, B = balie, W = website): "
             WITH NO ADVANCING
           ACCEPT KanaalInput
           PERFORM BepaalKanaal
           DISPLAY "Aantal bewoners: " WITH NO ADVANCING
           ACCEPT AantalBewoners

           *> Validatie: past het aantal bewoners in de woning?
           *> Capaciteit volgens de woningtypestam
           MOVE WS-Woningtype TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           MOVE WT-R-MaxPersonen TO CapaciteitWoning
           IF AantalBewoners > CapaciteitWoning
               DISPLAY ">>> Deze woning biedt plaats aan maximaal " CapaciteitWoning " personen. De reservering is niet opgeslagen."
               MOVE ZERO TO LS-Reserveringsnummer
               EXIT PROGRAM
           END-IF

           *> Validatie: huisdieren alleen in een woning waar ze zijn
           *> toegestaan (huisdierenvlag op de woning)
           DISPLAY "Aantal huisdieren (0 = geen): " WITH NO ADVANCING
           ACCEPT AantalHuisdieren
           IF AantalHuisdieren > ZERO
             AND NOT HuisdierenToegestaan
               DISPLAY ">>> In deze woning zijn geen huisdieren "
                 "toegestaan. De reservering is niet opgeslagen."
               MOVE ZERO TO LS-Reserveringsnummer
               CLOSE ReserveringenBestand
               CLOSE SysteemkengetallenBestand
               EXIT PROGRAM
           END-IF

           *> Aankomstslot kiezen voordat het record wordt opgebouwd:
           *> het tellen van de aankomsten gebruikt de recordbuffer
           PERFORM KiesAankomstSlot

           MOVE SPACES TO Reserveringsrecord
           MOVE HoogsteReserveringsnummer TO FS-R-Reserveringsnummer
           MOVE WS-Klantnummer TO FS-R-Klantnummer
           MOVE WS-DatumCreatie TO FS-R-DatumCreatie
           MOVE "B" TO FS-R-ReserveringsType
           MOVE WS-Parkcode TO FS-R-Parkcode
           MOVE WS-Kanaal TO FS-R-Kanaal
           MOVE WS-AankomstSlot TO FS-R-AankomstSlot
           IF AantalHuisdieren > ZERO
               MOVE AantalHuisdieren TO FS-R-AantalHuisdieren
           END-IF
           *> Optionele annuleringsverzekering, premie per week
           DISPLAY "Annuleringsverzekering afsluiten? (J/N): " WITH NO ADVANCING
           ACCEPT VerzekeringInput
               COMPUTE BerekendePremie = PremiePerWeek * WS-AantalWeken
               COMPUTE PremieCenten = BerekendePremie * 100
               MOVE PremieCenten TO FS-R-VerzekeringPremie
               COMPUTE BedragCenten = BerekendePremie * 100
               MOVE BedragCenten TO DisplayPremie
               DISPLAY "De premie bedraagt " DisplayPremie " euro en komt op de factuur."
           ELSE
               MOVE "N" TO FS-R-VerzekeringVlag
               END-IF
           END-IF

           PERFORM BepaalBezettingsToeslag

           PERFORM VARYING Teller FROM 1 BY 1 UNTIL Teller > AantalBewoners
               OPEN I-O BewonersBestand
               MOVE FS-R-Reserveringsnummer
           END-PERFORM
           WRITE Reserveringsrecord
           DISPLAY ">>> Writing Reservering. IOStatus: " IOStatus
           IF IO-OK
               MOVE "ToevoegenReservering" TO JRN-Programma
               MOVE "RESERVERING-NIEUW" TO JRN-Actie
               MOVE SPACES TO JRN-BeeldVoor
               MOVE Reserveringsrecord TO JRN-BeeldNa
               CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
           END-IF
           *> Het bezettingsaggregaat direct bijwerken, zodat de
           *> rapportages niet meer alles hoeven te scannen
           MOVE "T" TO AGG-C-Actie
           *> Extra's (linnen, fietsen, kinderbed, huisdier) direct bij
           *> het boeken vastleggen; later kan het ook via ExtrasBeheer
           PERFORM VraagExtras
           *> Kentekens voor de slagboom; kan ook later bij de check-in
           PERFORM LegKentekensVast
           EXIT PROGRAM.

       BepaalBezettingsToeslag.
           *> Bezettingstoeslag over de geboekte weken bij het boeken
           *> vastleggen, zodat latere boekingen het bedrag niet meer
           *> veranderen; de factuur toont hem als aparte regel
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
               COMPUTE BedragCenten = BezettingsToeslagBedrag * 100
               MOVE BedragCenten TO DisplayToeslag
               DISPLAY "Door de hoge bezetting geldt een toeslag van "
                 DisplayToeslag " euro; deze komt apart op de factuur."
           ELSE
               MOVE SPACES TO FS-R-BezettingsToeslag
           END-IF
           .

       VraagExtras.
           DISPLAY "Extra's toevoegen (linnen, fietsen, kinderbed)? (J/N): " WITH NO ADVANCING
           ACCEPT ExtraJaOfNee
                   SET EOFCatalogus TO TRUE
           END-READ
           PERFORM UNTIL EOFCatalogus
               COMPUTE BedragCenten = FS-C-Prijs * 100
               MOVE BedragCenten TO ToonExtraPrijs
               DISPLAY FS-C-Artikelnummer " | " FS-C-Omschrijving " | " ToonExtraPrijs " euro"
               READ CatalogusBestand
                   AT END
               END-READ
           END-PERFORM.

       LegKentekensVast.
           MOVE SPACES TO Kentekenrecord
           DISPLAY "Kenteken 1 voor de slagboom (leeg = later opgeven): " WITH NO ADVANCING
           ACCEPT FS-KT-Kenteken1
           IF FS-KT-Kenteken1 EQUALS SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kenteken 2 (leeg = geen): " WITH NO ADVANCING
           ACCEPT FS-KT-Kenteken2
           MOVE FUNCTION UPPER-CASE (FS-KT-Kenteken1) TO FS-KT-Kenteken1
           MOVE FUNCTION UPPER-CASE (FS-KT-Kenteken2) TO FS-KT-Kenteken2
           MOVE LS-Reserveringsnummer TO FS-KT-Reserveringsnummer
           MOVE DatumVandaag TO FS-KT-DatumVastgelegd
           OPEN EXTEND KentekensBestand
           IF IOStatus EQUALS 35
               CLOSE KentekensBestand
               OPEN OUTPUT KentekensBestand
           END-IF
           IF IOStatus EQUALS 00 OR 05
               WRITE Kentekenrecord
               CLOSE KentekensBestand
               DISPLAY "Kenteken(s) vastgelegd voor de slagboom."
           ELSE
               DISPLAY ">>> Fout bij het openen van Kentekens.dat: " IOStatus
           END-IF
           .

       KiesAankomstSlot.
           *> Tijdvakken van het park met nog vrije plaatsen op de
           *> aankomstdag (dag 1 van de eerste week); zonder keuze kan
           *> de gast later via de aankomstbrief een tijdvak doorgeven
           MOVE SPACES TO WS-AankomstSlot
           MOVE ZERO TO AantalSlots
           SET NotEOFSlots TO TRUE
           OPEN INPUT AankomstSlotsBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AankomstSlotsBestand
               AT END
                   SET EOFSlots TO TRUE
           END-READ
           PERFORM UNTIL EOFSlots
               IF FS-AS-Parkcode EQUALS WS-Parkcode
                 AND AantalSlots < 20
                   ADD 1 TO AantalSlots
                   MOVE FS-AS-Begintijd TO ST-Begintijd (AantalSlots)
                   MOVE FS-AS-Eindtijd TO ST-Eindtijd (AantalSlots)
                   MOVE FS-AS-MaxAankomsten TO ST-MaxAankomsten (AantalSlots)
                   MOVE ZERO TO ST-Aankomsten (AantalSlots)
               END-IF
               READ AankomstSlotsBestand
                   AT END
                       SET EOFSlots TO TRUE
               END-READ
           END-PERFORM
           CLOSE AankomstSlotsBestand
           IF AantalSlots EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           *> Lopende boekingen van hetzelfde park die in dezelfde week
           *> op dag 1 aankomen, per tijdvak tellen
           SET NotEOD TO TRUE
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY >= FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           PERFORM UNTIL EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
               IF NOT EOD
                   IF FS-R-Parkcode EQUALS SPACES
                       MOVE "01" TO SlotRecordPark
                   ELSE
                       MOVE FS-R-Parkcode TO SlotRecordPark
                   END-IF
                   IF FS-R-TypeBoeking
                     AND FS-R-DatumAnnulering EQUALS SPACES
                     AND FS-R-DatumVerlopen EQUALS SPACES
                     AND FS-R-Jaar EQUALS WS-Jaar
                     AND FS-R-Weeknummer EQUALS WS-Weeknummer
                     AND SlotRecordPark EQUALS WS-Parkcode
                     AND (FS-R-AankomstDag EQUALS SPACE OR "0" OR "1")
                     AND FS-R-AankomstSlot NOT EQUALS SPACES
                       PERFORM VARYING SlotIndex FROM 1 BY 1 UNTIL SlotIndex > AantalSlots
                           IF ST-Begintijd (SlotIndex) EQUALS FS-R-AankomstSlot
                               ADD 1 TO ST-Aankomsten (SlotIndex)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Aankomsttijdvakken op de wisseldag:"
           PERFORM VARYING SlotIndex FROM 1 BY 1 UNTIL SlotIndex > AantalSlots
               COMPUTE VrijePlaatsen = ST-MaxAankomsten (SlotIndex) - ST-Aankomsten (SlotIndex)
               IF VrijePlaatsen < ZERO
                   MOVE ZERO TO VrijePlaatsen
               END-IF
               MOVE VrijePlaatsen TO ToonVrij
               DISPLAY "  " ST-Begintijd (SlotIndex) (1:2) ":" ST-Begintijd (SlotIndex) (3:2)
                 "-" ST-Eindtijd (SlotIndex) (1:2) ":" ST-Eindtijd (SlotIndex) (3:2)
                 " | nog " ToonVrij " vrij"
           END-PERFORM
           DISPLAY "Begintijd aankomstslot (uumm, 0 = later kiezen): " WITH NO ADVANCING
           ACCEPT GekozenBegintijd
           IF GekozenBegintijd EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO GekozenIndex
           PERFORM VARYING SlotIndex FROM 1 BY 1 UNTIL SlotIndex > AantalSlots
               IF ST-Begintijd (SlotIndex) EQUALS GekozenBegintijd
                   MOVE SlotIndex TO GekozenIndex
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN GekozenIndex EQUALS ZERO
                   DISPLAY ">>> Dit tijdvak bestaat niet; het aankomstslot kan later via de aankomstbrief worden gekozen."
               WHEN ST-Aankomsten (GekozenIndex) >= ST-MaxAankomsten (GekozenIndex)
                   DISPLAY ">>> Dit tijdvak is vol; het aankomstslot kan later via de aankomstbrief worden gekozen."
               WHEN OTHER
                   MOVE GekozenBegintijd TO WS-AankomstSlot
           END-EVALUATE
           .

       GetDatumVandaag.
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO DatumVandaag.

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
             PadDir-ActieCodes
             PadDir-ActieCodesWerk
             PadDir-Keuringen
             PadDir-AankomstSlots
             PadDir-Kentekens
           .
