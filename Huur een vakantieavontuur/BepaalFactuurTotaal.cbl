       FILE-CONTROL.
      *> Bepaalt voor een reserveringsnummer hetzelfde factuurtotaal als
      *> FactuurExport op de factuur zet: huur tegen seizoenstarieven,
      *> minus staffel- en kinderkorting, plus verzekeringspremie,
      *> toeristenbelasting, huisdier- en bezettingstoeslag en de
      *> bijdrage aan het Calamiteitenfonds. Een gestapelde korting
      *> boven het kortingsplafond wordt afgetopt. De
      *> betalingskant (BetaalReservering, OpenstaandeSaldi,
      *> BankImport) rekent hierdoor met dezelfde grondslag als de
      *> factuur.
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
       SELECT ReserveringExtrasBestand ASSIGN TO Pad-ReserveringExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Inschrijvingen voor activiteiten (ActiviteitenBeheer)
       SELECT ActiviteitDeelnamesBestand
           ASSIGN TO Pad-ActiviteitDeelnames
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Actiecodes (ActieCodeBeheer)
       SELECT ActieCodesBestand ASSIGN TO Pad-ActieCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Kortingsplafonds en goedgekeurde overschrijdingen
       *> (KortingsPlafondBeheer)
       SELECT KortingsPlafondsBestand ASSIGN TO Pad-KortingsPlafonds
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KortingGoedkeuringenBestand
           ASSIGN TO Pad-KortingGoedkeuringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Betalingsgrootboek, voor de verzilverde cadeaubonnen
       SELECT BetalingenBestand ASSIGN TO Pad-Betalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       FD ReserveringExtrasBestand.
       01 ReserveringExtrarecord.
       COPY ReserveringExtra REPLACING ==(pf)== BY ==FS-E==.
       FD ActiviteitDeelnamesBestand.
       01 ActiviteitDeelnamerecord.
       COPY ActiviteitDeelname REPLACING ==(pf)== BY ==FS-AD==.
       FD ActieCodesBestand.
       01 ActieCoderecord.
       COPY ActieCode REPLACING ==(pf)== BY ==FS-A==.
       FD KortingsPlafondsBestand.
       01 KortingsPlafondrecord.
       COPY KortingsPlafond REPLACING ==(pf)== BY ==FS-KP==.
       FD KortingGoedkeuringenBestand.
       01 KortingGoedkeuringrecord.
       COPY KortingGoedkeuring REPLACING ==(pf)== BY ==FS-KG==.
       FD BetalingenBestand.
       01 Betalingrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-BT==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij elke aanroep omgezet naar
       01 Pad-ReserveringExtras.
         02 PadDir-ReserveringExtras PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringExtras.dat".
       01 Pad-ActiviteitDeelnames.
         02 PadDir-ActiviteitDeelnames PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActiviteitDeelnames.dat".
       01 Pad-ActieCodes.
         02 PadDir-ActieCodes PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActieCodes.dat".
       01 Pad-KortingsPlafonds.
         02 PadDir-KortingsPlafonds PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KortingsPlafonds.dat".
       01 Pad-KortingGoedkeuringen.
         02 PadDir-KortingGoedkeuringen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KortingGoedkeuringen.dat".
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
       COPY ParametersTonenToeristenBelasting REPLACING ==(pf)== BY ==TB==.
       *> Extra's bij de reservering
       01 ExtrasBedrag PIC 9(6)V99 VALUE ZERO.
       *> Betaalde activiteiten van de bewoners
       01 ActiviteitenBedrag PIC 9(6)V99 VALUE ZERO.
       *> Short-stay: nachten binnen de week
       01 NachtenNumeriek PIC 9 VALUE ZERO.
       01 BelastingProRata PIC 9(5)V99 VALUE ZERO.
       *> Actiecodekorting
       01 ActieKortingBedrag PIC 9(5)V99 VALUE ZERO.
       *> Huisdiertoeslag per dier per nacht (gelijk aan FactuurExport)
       78 HuisdierToeslagPerNacht VALUE 5.00.
       01 AantalHuisdierenNumeriek PIC 9 VALUE ZERO.
       01 NachtenVerblijf PIC 999 VALUE ZERO.
       01 HuisdierToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       *> Bezettingstoeslag, bij het boeken vastgelegd in centen
       01 BezettingsToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToeslagCenten PIC 9(6) VALUE ZERO.
       *> Bijdrage aan het Calamiteitenfonds
       01 FondsBijdrage PIC 9(3)V99 VALUE ZERO.
       COPY ParametersCalamiteitenBijdrage REPLACING ==(pf)== BY ==CF==.
       *> Kortingsplafond: de huur zonder prijsactie is de maatstaf
       01 BrutoHuurbedrag PIC 9(5)V99 VALUE ZERO.
       01 PrijsActieKorting PIC 9(5)V99 VALUE ZERO.
       01 CadeaubonBedrag PIC 9(7)V99 VALUE ZERO.
       01 TotaleKorting PIC 9(7)V99 VALUE ZERO.
       01 MaxKortingBedrag PIC 9(7)V99 VALUE ZERO.
       01 KortingsCorrectie PIC 9(7)V99 VALUE ZERO.
       01 PlafondGevondenVlag PIC 9 VALUE 0.
         88 PlafondGevonden VALUE 1.
         88 PlafondNietGevonden VALUE 0.
       01 GoedgekeurdVlag PIC 9 VALUE 0.
         88 OverschrijdingGoedgekeurd VALUE 1.
         88 OverschrijdingNietGoedgekeurd VALUE 0.

       LINKAGE SECTION.
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==LS==.
             PadDir-Staffelkorting
             PadDir-Kinderkorting
             PadDir-ReserveringExtras
             PadDir-ActiviteitDeelnames
             PadDir-ActieCodes
             PadDir-KortingsPlafonds
             PadDir-KortingGoedkeuringen
             PadDir-Betalingen
           SET LS-R-OK TO TRUE
           MOVE ZERO TO LS-R-FactuurTotaal
           MOVE ZERO TO LS-R-GrondslagLaag
             LS-R-GrondslagHoog
             LS-R-GrondslagVrijgesteld
             LS-R-BrutoHuur
             LS-R-TotaalKorting
             LS-R-PlafondPercentage
             LS-R-KortingsCorrectie
           SET LS-R-GeenPlafond TO TRUE
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               SET LS-R-NietGevonden TO TRUE
           PERFORM VerwerkBewoners
           PERFORM BepaalKinderkorting
           PERFORM BepaalExtrasBedrag
           PERFORM BepaalActiviteitenBedrag
           PERFORM BepaalActieKorting
           PERFORM BepaalHuisdierToeslag
           PERFORM BepaalBezettingsToeslag
           PERFORM BepaalFondsBijdrage
           PERFORM BepaalKortingsPlafond
           COMPUTE LS-R-FactuurTotaal =
             Huurbedrag - KortingBedrag - KinderkortingBedrag
             - ActieKortingBedrag
             + PremieBedrag + ToeristenBelastingReservering
             + ExtrasBedrag + HuisdierToeslagBedrag
             + BezettingsToeslagBedrag + FondsBijdrage
             + KortingsCorrectie + ActiviteitenBedrag
           COMPUTE LS-R-GrondslagLaag =
             Huurbedrag - KortingBedrag - KinderkortingBedrag
             - ActieKortingBedrag
             + HuisdierToeslagBedrag + BezettingsToeslagBedrag
             + KortingsCorrectie
           COMPUTE LS-R-GrondslagHoog =
             ExtrasBedrag + ActiviteitenBedrag
           COMPUTE LS-R-GrondslagVrijgesteld =
             PremieBedrag + ToeristenBelastingReservering
             + FondsBijdrage
           CLOSE ReserveringenBestand
           EXIT PROGRAM.

           CLOSE ActieCodesBestand
           .

       BepaalHuisdierToeslag.
           *> Toeslag per huisdier per nacht; een short-stay telt zijn
           *> eigen nachten, anders zeven nachten per week
           MOVE ZERO TO HuisdierToeslagBedrag
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

       BepaalKortingsPlafond.
           *> Prijsactie, actiecode, staffel- en kinderkorting en de
           *> verzilverde cadeaubonnen samen tegen het plafond van het
           *> woningtype in het seizoen van de aankomstweek. Een
           *> overschrijding wordt afgetopt (de correctie komt bij het
           *> totaal), tenzij een beheerder haar heeft goedgekeurd
           MOVE ZERO TO KortingsCorrectie
           MOVE ZERO TO PrijsActieKorting
           IF BrutoHuurbedrag > Huurbedrag
               COMPUTE PrijsActieKorting = BrutoHuurbedrag - Huurbedrag
           END-IF
           PERFORM BepaalCadeaubonBedrag
           COMPUTE TotaleKorting =
             PrijsActieKorting + KortingBedrag + KinderkortingBedrag
             + ActieKortingBedrag + CadeaubonBedrag
           MOVE BrutoHuurbedrag TO LS-R-BrutoHuur
           MOVE TotaleKorting TO LS-R-TotaalKorting
           PERFORM ZoekKortingsPlafond
           IF PlafondNietGevonden OR BrutoHuurbedrag EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE FS-KP-MaxPercentage TO LS-R-PlafondPercentage
           COMPUTE MaxKortingBedrag ROUNDED =
             BrutoHuurbedrag * FS-KP-MaxPercentage / 100
           IF TotaleKorting NOT > MaxKortingBedrag
               SET LS-R-BinnenPlafond TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekKortingGoedkeuring
           IF OverschrijdingGoedgekeurd
               SET LS-R-PlafondGoedgekeurd TO TRUE
           ELSE
               COMPUTE KortingsCorrectie =
                 TotaleKorting - MaxKortingBedrag
               MOVE KortingsCorrectie TO LS-R-KortingsCorrectie
               SET LS-R-KortingAfgetopt TO TRUE
           END-IF
           .

       ZoekKortingsPlafond.
           *> Het eerste plafond van het woningtype waarvan de weekband
           *> de aankomstweek bevat; een band als 45-08 loopt over de
           *> jaargrens heen
           SET PlafondNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT KortingsPlafondsBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ KortingsPlafondsBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-KP-Woningtype EQUALS WoningtypeHuidig
                 AND ((FS-KP-VanWeek <= FS-KP-TotWeek
                       AND FS-R-Weeknummer >= FS-KP-VanWeek
                       AND FS-R-Weeknummer <= FS-KP-TotWeek)
                   OR (FS-KP-VanWeek > FS-KP-TotWeek
                       AND (FS-R-Weeknummer >= FS-KP-VanWeek
                         OR FS-R-Weeknummer <= FS-KP-TotWeek)))
                   SET PlafondGevonden TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ KortingsPlafondsBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KortingsPlafondsBestand
           .

       ZoekKortingGoedkeuring.
           SET OverschrijdingNietGoedgekeurd TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT KortingGoedkeuringenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ KortingGoedkeuringenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-KG-Reserveringsnummer
                 EQUALS LS-C-Reserveringsnummer
                   SET OverschrijdingGoedgekeurd TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ KortingGoedkeuringenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KortingGoedkeuringenBestand
           .

       BepaalCadeaubonBedrag.
           *> Met een cadeaubon betaalde bedragen tellen als korting mee
           MOVE ZERO TO CadeaubonBedrag
           MOVE ZERO TO EOFVlag
           OPEN INPUT BetalingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BetalingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-BT-Reserveringsnummer
                 EQUALS LS-C-Reserveringsnummer
                 AND FS-BT-SoortCadeaubon
                   ADD FS-BT-Bedrag TO CadeaubonBedrag
               END-IF
               READ BetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE BetalingenBestand
           .

       BepaalFondsBijdrage.
           *> Vaste bijdrage per boeking, vrijgesteld van BTW
           MOVE FS-R-ReserveringsType TO CF-C-ReserveringsType
           MOVE FS-R-AllotmentContract TO CF-C-AllotmentContract
           MOVE FS-R-DatumCreatie TO CF-C-DatumCreatie
           CALL "BepaalCalamiteitenBijdrage"
             USING BY CONTENT CF-C-ParametersCalamiteitenBijdrage,
                   BY REFERENCE CF-R-ParametersCalamiteitenBijdrage
           MOVE CF-R-Bijdrage TO FondsBijdrage
           .

       BepaalBezettingsToeslag.
           *> De bezettingstoeslag is bij het boeken vastgelegd (zie
           *> BepaalWeekprijs); spaties betekenen geen toeslag
           MOVE ZERO TO BezettingsToeslagBedrag
           IF FS-R-BezettingsToeslag IS NUMERIC
               MOVE FS-R-BezettingsToeslag TO ToeslagCenten
               COMPUTE BezettingsToeslagBedrag = ToeslagCenten / 100
           END-IF
           .

       BepaalExtrasBedrag.
           *> Gekoppelde extra's (linnen, fietsen, kinderbed, huisdier)
           *> tellen mee in het factuurtotaal
           CLOSE ReserveringExtrasBestand
           .

       BepaalActiviteitenBedrag.
           *> Aangemelde deelnames aan betaalde activiteiten vallen
           *> net als de extra's onder het hoge BTW-tarief
           MOVE ZERO TO ActiviteitenBedrag
           MOVE ZERO TO EOFVlag
           OPEN INPUT ActiviteitDeelnamesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ActiviteitDeelnamesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-AD-Reserveringsnummer EQUALS LS-C-Reserveringsnummer
                 AND FS-AD-Aangemeld
                   ADD FS-AD-Bedrag TO ActiviteitenBedrag
               END-IF
               READ ActiviteitDeelnamesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ActiviteitDeelnamesBestand
           .

       BerekenHuurbedrag.
           PERFORM BepaalWoningtype
           *> Dagen tussen boeken en de aankomstweek voor de prijsacties,
                 WS-INT-WeekDatum - FUNCTION INTEGER-OF-DATE (FS-R-DatumCreatie)
           END-IF
           MOVE ZERO TO Huurbedrag
           MOVE ZERO TO BrutoHuurbedrag
           PERFORM VARYING WeekTeller FROM 0 BY 1 UNTIL WeekTeller EQUALS FS-R-AantalWeken
               COMPUTE HuidigWeeknummer = FS-R-Weeknummer + WeekTeller
               MOVE WoningtypeHuidig TO WS-P-C-Woningtype
               MOVE HuidigWeeknummer TO WS-P-C-Weeknummer
               MOVE DagenVoorAankomst TO WS-P-C-DagenVoorAankomst
               *> De bezettingstoeslag staat vast op de reservering
               MOVE ZERO TO WS-P-C-Jaar
               MOVE LS-C-Tariefbestand TO WS-P-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
               ADD WS-P-R-Weekprijs TO Huurbedrag
               *> Dezelfde week zonder prijsactie, voor het
               *> kortingsplafond
               MOVE -1 TO WS-P-C-DagenVoorAankomst
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
               ADD WS-P-R-Weekprijs TO BrutoHuurbedrag
           END-PERFORM
           *> Short-stay: de weekprijs geldt naar rato van de nachten
           IF FS-R-AantalNachten IS NUMERIC AND FS-R-AantalNachten > "0"
               MOVE FS-R-AantalNachten TO NachtenNumeriek
               COMPUTE Huurbedrag ROUNDED = Huurbedrag * NachtenNumeriek / 7
               COMPUTE BrutoHuurbedrag ROUNDED =
                 BrutoHuurbedrag * NachtenNumeriek / 7
           END-IF
           .

           MOVE FS-R-Weeknummer TO TB-C-WeekNummer
           MOVE FS-R-AantalWeken TO TB-C-AantalWeken
           MOVE WS-INT-Leeftijd TO TB-C-Leeftijd
           MOVE FS-R-Jaar TO TB-C-Jaar
           MOVE FS-R-Parkcode TO TB-C-Parkcode
           CALL "TonenToeristenBelasting"
             USING BY CONTENT TB-C-ParametersTonenToeristenBelasting,
                   BY REFERENCE TB-R-ParametersTonenToeristenBelasting
