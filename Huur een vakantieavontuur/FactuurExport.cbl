                  ASSIGN TO Pad-ReserveringExtras
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IOStatus.
       *> Inschrijvingen voor activiteiten (ActiviteitenBeheer)
       SELECT ActiviteitDeelnamesBestand
                  ASSIGN TO Pad-ActiviteitDeelnames
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IOStatus.
       *> Actiecodes (ActieCodeBeheer)
       SELECT ActieCodesBestand
                  ASSIGN TO Pad-ActieCodes
       FD ReserveringExtrasBestand.
       01 ReserveringExtrarecord.
       COPY ReserveringExtra REPLACING ==(pf)== BY ==FS-E==.
       FD ActiviteitDeelnamesBestand.
       01 ActiviteitDeelnamerecord.
       COPY ActiviteitDeelname REPLACING ==(pf)== BY ==FS-AD==.
       FD ActieCodesBestand.
       01 ActieCoderecord.
       COPY ActieCode REPLACING ==(pf)== BY ==FS-A==.
       01 Pad-ReserveringExtras.
         02 PadDir-ReserveringExtras PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringExtras.dat".
       01 Pad-ActiviteitDeelnames.
         02 PadDir-ActiviteitDeelnames PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActiviteitDeelnames.dat".
       01 Pad-ActieCodes.
         02 PadDir-ActieCodes PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActieCodes.dat".
       01 PremieCenten PIC 9(5) VALUE ZERO.
       *> Extra's bij de reservering (aparte factuurregels)
       01 ExtrasBedrag PIC 9(6)V99 VALUE ZERO.
       *> Betaalde activiteiten van de bewoners (aparte factuurregels)
       01 ActiviteitenBedrag PIC 9(6)V99 VALUE ZERO.
       01 EOFDeelnamesVlag PIC 9 VALUE 0.
         88 EOFDeelnames VALUE 1.
         88 NotEOFDeelnames VALUE 0.
       *> Short-stay: nachten binnen de week
       01 NachtenNumeriek PIC 9 VALUE ZERO.
       01 BelastingProRata PIC 9(5)V99 VALUE ZERO.
       01 EOFActieCodesVlag PIC 9 VALUE 0.
         88 EOFActieCodes VALUE 1.
         88 NotEOFActieCodes VALUE 0.
       *> Huisdiertoeslag per dier per nacht (eigen factuurregel; gelijk
       *> aan BepaalFactuurTotaal)
       78 HuisdierToeslagPerNacht VALUE 5.00.
       01 AantalHuisdierenNumeriek PIC 9 VALUE ZERO.
       01 NachtenVerblijf PIC 999 VALUE ZERO.
       01 HuisdierToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       *> Bezettingstoeslag (eigen factuurregel, zodat gast en gemeente
       *> het kale tarief zien); bij het boeken vastgelegd in centen
       01 BezettingsToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToeslagCenten PIC 9(6) VALUE ZERO.
       *> Bijdrage aan het Calamiteitenfonds per boeking (eigen
       *> factuurregel, vrijgesteld van BTW)
       01 FondsBijdrage PIC 9(3)V99 VALUE ZERO.
       COPY ParametersCalamiteitenBijdrage REPLACING ==(pf)== BY ==CF==.
       *> Correctie op een gestapelde korting boven het
       *> kortingsplafond (eigen factuurregel; bepaald door
       *> BepaalFactuurTotaal, bij het verblijf in het lage tarief)
       01 KortingsCorrectie PIC 9(7)V99 VALUE ZERO.
       01 ToonCorrectie PIC ZZZZZZ9,99.
       *> Factuurregister
       01 HuidigFactuurnummer PIC 9(6) VALUE ZERO.
       *> Taaltekst in de taal van de klant (HaalTaalTekst)
         88 EOFExtras VALUE 1.
         88 NotEOFExtras VALUE 0.
       *> BTW-uitsplitsing per factuur: verblijf laag, extra's hoog,
       *> toeristenbelasting, premie en Calamiteitenfonds
       *> vrijgesteld; bedragen op de factuur zijn inclusief BTW
       01 EOFBtwCodesVlag PIC 9 VALUE 0.
         88 EOFBtwCodes VALUE 1.
         88 NotEOFBtwCodes VALUE 0.

       01 RapportRegel PIC X(250) VALUE SPACES.
       01 RegelPositie PIC 9(4) VALUE 1.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayBedrag PIC ZZZZ9,99.
       01 DisplayTotaal PIC Z(6)9,99.

       COPY ParametersTonenToeristenBelasting REPLACING ==(pf)== BY ==LS==.

                     AND FS-R-TypeBoeking
                     AND FS-R-DatumBetaling > SPACES
                     AND FS-R-DatumAnnulering EQUALS SPACES
                     *> Verkochte allotmentweken factureert de
                     *> operatorafrekening (AllotmentAfrekening)
                     AND FS-R-AllotmentContract EQUALS SPACES
                       PERFORM ExporteerFactuur
                   END-IF
               END-IF
           PERFORM BerekenComponenten
           COMPUTE TotaalbedragReservering =
             Huurbedrag - KortingBedrag - KinderkortingBedrag - ActieKortingBedrag + PremieBedrag + ToeristenBelastingReservering + ExtrasBedrag
             + HuisdierToeslagBedrag + BezettingsToeslagBedrag
             + FondsBijdrage + KortingsCorrectie + ActiviteitenBedrag
           PERFORM TelGroepsledenMee
           *> Elke factuur krijgt een uniek doorlopend nummer en komt in
           *> het factuurregister (herdruk via FactuurRegisterBeheer)
           IF ExtrasBedrag > ZERO
               PERFORM SchrijfExtrasRegels
           END-IF
           IF ActiviteitenBedrag > ZERO
               PERFORM SchrijfActiviteitenRegels
           END-IF
           IF ActieKortingBedrag > ZERO
               PERFORM SchrijfActieKortingregel
           END-IF
           IF HuisdierToeslagBedrag > ZERO
               PERFORM SchrijfHuisdierToeslagregel
           END-IF
           IF BezettingsToeslagBedrag > ZERO
               PERFORM SchrijfBezettingsToeslagregel
           END-IF
           IF FondsBijdrage > ZERO
               PERFORM SchrijfFondsBijdrageregel
           END-IF
           IF KortingsCorrectie > ZERO
               PERFORM SchrijfKortingsCorrectieregel
           END-IF
           PERFORM SchrijfGroepsledenRegels
           PERFORM SchrijfBtwRegels.

           END-IF
           PERFORM BepaalKinderkorting
           PERFORM BepaalExtrasBedrag
           PERFORM BepaalActiviteitenBedrag
           PERFORM BepaalActieKorting
           PERFORM BepaalHuisdierToeslag
           PERFORM BepaalBezettingsToeslag
           PERFORM BepaalFondsBijdrage
           PERFORM BepaalKortingsCorrectie
           .

       LaadGroepKoppelingen.
           PERFORM VARYING GroepIndex FROM 1 BY 1 UNTIL GroepIndex > AantalGroepRegels
               IF GT-Hoofdnummer(GroepIndex) EQUALS FS-R-Reserveringsnummer
                   MOVE GT-Lidnummer(GroepIndex) TO FT-C-Reserveringsnummer
                   MOVE SPACES TO FT-C-Tariefbestand
                   CALL "BepaalFactuurTotaal"
                     USING BY CONTENT FT-C-ParametersFactuurTotaal,
                           BY REFERENCE FT-R-ParametersFactuurTotaal
           PERFORM VARYING GroepIndex FROM 1 BY 1 UNTIL GroepIndex > AantalGroepRegels
               IF GT-Hoofdnummer(GroepIndex) EQUALS FS-R-Reserveringsnummer
                   MOVE GT-Lidnummer(GroepIndex) TO FT-C-Reserveringsnummer
                   MOVE SPACES TO FT-C-Tariefbestand
                   CALL "BepaalFactuurTotaal"
                     USING BY CONTENT FT-C-ParametersFactuurTotaal,
                           BY REFERENCE FT-R-ParametersFactuurTotaal
                       MOVE FT-R-FactuurTotaal TO LidBedrag
                       MOVE SPACES TO RapportRegel
                       MOVE 1 TO RegelPositie
                       COMPUTE BedragCenten = LidBedrag * 100
                       MOVE BedragCenten TO DisplayBedrag
                       STRING "  groepslid " GT-Lidnummer(GroepIndex) ": " DisplayBedrag
                         DELIMITED BY SIZE INTO RapportRegel
                         WITH POINTER RegelPositie

       BepaalBtwGrondslagen.
           *> Uitsplitsing naar BTW-code: het verblijf valt onder het
           *> lage tarief, de extra's onder het hoge;
           *> toeristenbelasting, premie en Calamiteitenfonds zijn
           *> vrijgesteld; de bedragen zijn inclusief, de BTW wordt
           *> eruit gerekend. De huisdiertoeslag en de
           *> bezettingstoeslag horen bij het verblijf
           COMPUTE BedragLaag =
             Huurbedrag - KortingBedrag - KinderkortingBedrag - ActieKortingBedrag
             + HuisdierToeslagBedrag + BezettingsToeslagBedrag
             + KortingsCorrectie
           COMPUTE BedragHoog = ExtrasBedrag + ActiviteitenBedrag
           COMPUTE BedragVrijgesteld = ToeristenBelastingReservering + PremieBedrag
             + FondsBijdrage
           COMPUTE BtwBedragLaag ROUNDED =
             BedragLaag * PercentageLaag / (100 + PercentageLaag)
           COMPUTE BtwBedragHoog ROUNDED =
           PERFORM BepaalBtwGrondslagen
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = BedragLaag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  btw laag " PercentageLaag "% over " DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           COMPUTE BedragCenten = BtwBedragLaag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING ": " DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           IF BedragHoog > ZERO
               MOVE SPACES TO RapportRegel
               MOVE 1 TO RegelPositie
               COMPUTE BedragCenten = BedragHoog * 100
               MOVE BedragCenten TO DisplayBedrag
               STRING "  btw hoog " PercentageHoog "% over " DisplayBedrag
                 DELIMITED BY SIZE INTO RapportRegel
                 WITH POINTER RegelPositie
               COMPUTE BedragCenten = BtwBedragHoog * 100
               MOVE BedragCenten TO DisplayBedrag
               STRING ": " DisplayBedrag
                 DELIMITED BY SIZE INTO RapportRegel
                 WITH POINTER RegelPositie
           IF BedragVrijgesteld > ZERO
               MOVE SPACES TO RapportRegel
               MOVE 1 TO RegelPositie
               COMPUTE BedragCenten = BedragVrijgesteld * 100
               MOVE BedragCenten TO DisplayBedrag
               STRING "  vrijgesteld van btw: " DisplayBedrag
                 DELIMITED BY SIZE INTO RapportRegel
                 WITH POINTER RegelPositie
       SchrijfActieKortingregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = ActieKortingBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  actiekorting (" FS-R-ActieCode "): -" DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           WRITE Factuurrapportregel FROM RapportRegel
           PERFORM BewaarFactuurRegel.

       BepaalHuisdierToeslag.
           *> Toeslag per huisdier per nacht; een short-stay telt zijn
           *> eigen nachten, anders zeven nachten per week
           MOVE ZERO TO HuisdierToeslagBedrag
           MOVE ZERO TO AantalHuisdierenNumeriek
           IF FS-R-AantalHuisdieren IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-AantalHuisdieren TO AantalHuisdierenNumeriek
           IF FS-R-AantalNachten IS NUMERIC AND FS-R-AantalNachten > "0"
               MOVE FS-R-AantalNachten TO NachtenVerblijf
           ELSE
               COMPUTE NachtenVerblijf = FS-R-AantalWeken * 7
           END-IF
           COMPUTE HuisdierToeslagBedrag =
             AantalHuisdierenNumeriek * NachtenVerblijf
             * HuisdierToeslagPerNacht
           .

       SchrijfHuisdierToeslagregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = HuisdierToeslagBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  huisdiertoeslag (" AantalHuisdierenNumeriek
             " dier(en), " NachtenVerblijf " nachten): " DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           DISPLAY RapportRegel
           WRITE Factuurrapportregel FROM RapportRegel
           PERFORM BewaarFactuurRegel.

       BepaalBezettingsToeslag.
           *> De bezettingstoeslag is bij het boeken vastgelegd (zie
           *> BepaalWeekprijs); spaties betekenen geen toeslag
           MOVE ZERO TO BezettingsToeslagBedrag
           IF FS-R-BezettingsToeslag IS NUMERIC
               MOVE FS-R-BezettingsToeslag TO ToeslagCenten
               COMPUTE BezettingsToeslagBedrag = ToeslagCenten / 100
           END-IF
           .

       SchrijfBezettingsToeslagregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = BezettingsToeslagBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  bezettingstoeslag: " DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           DISPLAY RapportRegel
           WRITE Factuurrapportregel FROM RapportRegel
           PERFORM BewaarFactuurRegel.

       BepaalFondsBijdrage.
           *> Vaste bijdrage per boeking volgens het tarief op de
           *> aanmaakdatum (BepaalCalamiteitenBijdrage)
           MOVE FS-R-ReserveringsType TO CF-C-ReserveringsType
           MOVE FS-R-AllotmentContract TO CF-C-AllotmentContract
           MOVE FS-R-DatumCreatie TO CF-C-DatumCreatie
           CALL "BepaalCalamiteitenBijdrage"
             USING BY CONTENT CF-C-ParametersCalamiteitenBijdrage,
                   BY REFERENCE CF-R-ParametersCalamiteitenBijdrage
           MOVE CF-R-Bijdrage TO FondsBijdrage
           .

       SchrijfFondsBijdrageregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = FondsBijdrage * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  bijdrage Calamiteitenfonds: " DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           DISPLAY RapportRegel
           WRITE Factuurrapportregel FROM RapportRegel
           PERFORM BewaarFactuurRegel.

       BepaalKortingsCorrectie.
           *> Het kortingsplafond wordt door BepaalFactuurTotaal
           *> bewaakt; de factuur neemt de correctie daarvan over
           MOVE ZERO TO KortingsCorrectie
           MOVE FS-R-Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           IF FT-R-OK AND FT-R-KortingAfgetopt
               MOVE FT-R-KortingsCorrectie TO KortingsCorrectie
           END-IF
           .

       SchrijfKortingsCorrectieregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = KortingsCorrectie * 100
           MOVE BedragCenten TO ToonCorrectie
           STRING "  correctie kortingsplafond: " ToonCorrectie
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           DISPLAY RapportRegel
           WRITE Factuurrapportregel FROM RapportRegel
           PERFORM BewaarFactuurRegel.

       BepaalExtrasBedrag.
           MOVE ZERO TO ExtrasBedrag
           MOVE ZERO TO EOFExtrasVlag
               IF FS-E-Reserveringsnummer EQUALS FS-R-Reserveringsnummer
                   MOVE SPACES TO RapportRegel
                   MOVE 1 TO RegelPositie
                   COMPUTE BedragCenten = FS-E-Bedrag * 100
                   MOVE BedragCenten TO DisplayBedrag
                   STRING "  extra " FS-E-Omschrijving " (" FS-E-Aantal " x): " DisplayBedrag
                     DELIMITED BY SIZE INTO RapportRegel
                     WITH POINTER RegelPositie
           CLOSE ReserveringExtrasBestand
           .

       BepaalActiviteitenBedrag.
           MOVE ZERO TO ActiviteitenBedrag
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT ActiviteitDeelnamesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ActiviteitDeelnamesBestand
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               IF FS-AD-Reserveringsnummer EQUALS FS-R-Reserveringsnummer
                 AND FS-AD-Aangemeld
                   ADD FS-AD-Bedrag TO ActiviteitenBedrag
               END-IF
               READ ActiviteitDeelnamesBestand
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE ActiviteitDeelnamesBestand
           .

       SchrijfActiviteitenRegels.
           *> Elke betaalde deelname als aparte factuurregel
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT ActiviteitDeelnamesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ActiviteitDeelnamesBestand
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               IF FS-AD-Reserveringsnummer EQUALS FS-R-Reserveringsnummer
                 AND FS-AD-Aangemeld
                 AND FS-AD-Bedrag > ZERO
                   MOVE SPACES TO RapportRegel
                   MOVE 1 TO RegelPositie
                   COMPUTE BedragCenten = FS-AD-Bedrag * 100
                   MOVE BedragCenten TO DisplayBedrag
                   STRING "  activiteit " FS-AD-Activiteitnummer " bewoner " FS-AD-Volgnummer ": " DisplayBedrag
                     DELIMITED BY SIZE INTO RapportRegel
                     WITH POINTER RegelPositie
                   DISPLAY RapportRegel
                   WRITE Factuurrapportregel FROM RapportRegel
                   PERFORM BewaarFactuurRegel
               END-IF
               READ ActiviteitDeelnamesBestand
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE ActiviteitDeelnamesBestand
           .

       LaadKinderkorting.
           MOVE ZERO TO AantalKortingsRegels
           MOVE ZERO TO EOFStaffelsVlag
       SchrijfKinderkortingregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = KinderkortingBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  kinderkorting (" AantalKinderenMetKorting " kind(eren)): -" DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
       SchrijfPremieregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = PremieBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  annuleringsverzekering: " DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
       SchrijfKortingregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = KortingBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "  korting trouwe gast (" KortingPercentage " procent, " VerblijvenVanKlant " verblijven): -" DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
               MOVE WoningtypeHuidig TO WS-P-C-Woningtype
               MOVE HuidigWeeknummer TO WS-P-C-Weeknummer
               MOVE DagenVoorAankomst TO WS-P-C-DagenVoorAankomst
               *> De bezettingstoeslag staat vast op de reservering
               MOVE ZERO TO WS-P-C-Jaar
               MOVE SPACES TO WS-P-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
           MOVE FS-R-Weeknummer TO LS-C-WeekNummer
           MOVE FS-R-AantalWeken TO LS-C-AantalWeken
           MOVE WS-INT-Leeftijd TO LS-C-Leeftijd
           MOVE FS-R-Jaar TO LS-C-Jaar
           MOVE FS-R-Parkcode TO LS-C-Parkcode
           CALL "TonenToeristenBelasting"
             USING BY CONTENT LS-C-ParametersTonenToeristenBelasting,
                   BY REFERENCE LS-R-ParametersTonenToeristenBelasting
             FS-R-AantalWeken ";"
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           COMPUTE BedragCenten = Huurbedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING DisplayBedrag ";"
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           COMPUTE BedragCenten = ToeristenBelastingReservering * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING DisplayBedrag ";"
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           COMPUTE BedragCenten = TotaalbedragReservering * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING DisplayBedrag
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
       SchrijfTotaalregel.
           MOVE SPACES TO RapportRegel
           MOVE 1 TO RegelPositie
           COMPUTE BedragCenten = HuurbedragTotaal * 100
           MOVE BedragCenten TO DisplayTotaal
           STRING "totaal;;;;;" DisplayTotaal ";"
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           COMPUTE BedragCenten = ToeristenBelastingTotaal * 100
           MOVE BedragCenten TO DisplayTotaal
           STRING DisplayTotaal ";"
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           COMPUTE BedragCenten = TotaalbedragTotaal * 100
           MOVE BedragCenten TO DisplayTotaal
           STRING DisplayTotaal
             DELIMITED BY SIZE INTO RapportRegel
             WITH POINTER RegelPositie
           DISPLAY SPACE
             PadDir-Staffelkorting
             PadDir-Kinderkorting
             PadDir-ReserveringExtras
             PadDir-ActiviteitDeelnames
             PadDir-ActieCodes
             PadDir-FactuurRegister
             PadDir-FactuurRegels
