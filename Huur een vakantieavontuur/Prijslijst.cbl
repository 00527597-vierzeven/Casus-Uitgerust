       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prijslijst.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Jaarlijkse prijslijst voor de brochure en de website: per park
       *> en woningtype elke week met de weekprijs uit de
       *> seizoenstarieven (BepaalWeekprijs, zonder prijsacties en
       *> bezettingstoeslag), de short-stayprijzen voor midweek (4
       *> nachten) en weekend (3 nachten) naar rato van de weekprijs
       *> zoals de factuur ze rekent, en de toeristenbelasting per
       *> volwassene per nacht van de gemeente van het park. Weken
       *> waarin geen woning van het type meer vrij is, worden
       *> gemarkeerd als uitverkocht of, als er woningen in een
       *> allotment zijn vastgehouden, als allotment. Daarna volgt de
       *> extrascatalogus.
       *> Het rapport Prijslijst.txt is om af te drukken;
       *> WebPrijslijst.txt is de gestructureerde versie voor de website
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-R-Reserveringsnummer
           ALTERNATE KEY IS FS-R-Woningnummer
           WITH DUPLICATES
           ALTERNATE KEY IS FS-R-Klantnummer
           WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CatalogusBestand ASSIGN TO Pad-ExtraCatalogus
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-Prijslijst
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WebBestand ASSIGN TO Pad-WebPrijslijst
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD CatalogusBestand.
       01 Catalogusrecord.
       COPY ExtraArtikel REPLACING ==(pf)== BY ==FS-EA==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).
       FD WebBestand.
       01 Webregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-ExtraCatalogus.
         02 PadDir-ExtraCatalogus PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ExtraCatalogus.dat".
       01 Pad-Prijslijst.
         02 PadDir-Prijslijst PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Prijslijst.txt".
       01 Pad-WebPrijslijst.
         02 PadDir-WebPrijslijst PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WebPrijslijst.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Invoer
       01 PrijslijstJaar PIC 9(4) VALUE ZERO.
       01 VanWeekInput PIC 99 VALUE ZERO.
       01 TotWeekInput PIC 99 VALUE ZERO.
       *> Short-stays: nachten zoals KortVerblijfBoeking ze boekt
       78 NachtenMidweek VALUE 4.
       78 NachtenWeekend VALUE 3.
       *> Leeftijd waarmee het volwassentarief wordt opgevraagd
       78 LeeftijdVolwassene VALUE 30.
       *> Woningen met hun bezetting per week: spatie = vrij,
       *> B = geboekt (ook optie, onderhoud, verkoop, short-stay),
       *> A = vastgehouden in een allotment
       78 MaxWoningen VALUE 300.
       01 WoningTabel.
         02 WoningRegel OCCURS 300 TIMES.
           03 WN-Parkcode PIC XX.
           03 WN-Woningnummer PIC 99.
           03 WN-Woningtype PIC X.
           03 WN-Week PIC X OCCURS 53 TIMES.
       01 AantalWoningen PIC 999 VALUE ZERO.
       01 WoningIndex PIC 999 VALUE ZERO.
       *> Combinaties park/woningtype, gesorteerd op park en type
       78 MaxCombinaties VALUE 50.
       01 CombinatieTabel.
         02 Combinatie OCCURS 50 TIMES.
           03 CB-Sleutel.
             04 CB-Parkcode PIC XX.
             04 CB-Woningtype PIC X.
           03 CB-AantalWoningen PIC 999.
       01 WisselCombinatie PIC X(6).
       01 AantalCombinaties PIC 99 VALUE ZERO.
       01 CombinatieIndex PIC 99 VALUE ZERO.
       01 VergelijkIndex PIC 99 VALUE ZERO.
       *> Per reservering
       01 ReserveringPark PIC XX VALUE "01".
       01 ReserveringWeekBegin PIC 99 VALUE ZERO.
       01 ReserveringWeekEinde PIC 99 VALUE ZERO.
       01 WeekIndex PIC 99 VALUE ZERO.
       01 WeekMarkering PIC X VALUE SPACE.
       *> Per regel van de prijslijst
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WP==.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       COPY ParametersTonenToeristenBelasting
           REPLACING ==(pf)== BY ==TB==.
       01 INT-Nieuwjaarsdag PIC 9(8) VALUE ZERO.
       01 INT-Aankomst PIC 9(8) VALUE ZERO.
       01 Aankomstdatum PIC 9(8) VALUE ZERO.
       01 PrijsMidweek PIC 9(3)V99 VALUE ZERO.
       01 PrijsWeekend PIC 9(3)V99 VALUE ZERO.
       01 TariefPerNacht PIC 9V99 VALUE ZERO.
       01 AantalVrij PIC 999 VALUE ZERO.
       01 AantalAllotment PIC 999 VALUE ZERO.
       01 WeekStatus PIC X(11) VALUE SPACES.
         88 StatusVrij VALUE "VRIJ".
         88 StatusUitverkocht VALUE "UITVERKOCHT".
         88 StatusAllotment VALUE "ALLOTMENT".
       01 AantalUitverkocht PIC 9(5) VALUE ZERO.
       01 AantalAllotmentWeken PIC 9(5) VALUE ZERO.
       01 AantalPrijsregels PIC 9(5) VALUE ZERO.
       *> Weergave
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonWeekprijs PIC ZZ9,99.
       01 ToonMidweek PIC ZZ9,99.
       01 ToonWeekend PIC ZZ9,99.
       01 ToonTarief PIC 9,99.
       01 ToonExtraPrijs PIC ZZZ9,99.
       01 ToonWoningen PIC ZZ9.
       01 RapportStatus PIC X(11) VALUE SPACES.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "PRIJSLIJST BROCHURE EN WEBSITE"
           DISPLAY "=============================="
           DISPLAY "Jaar van de prijslijst (0 = volgend jaar): "
             WITH NO ADVANCING
           ACCEPT PrijslijstJaar
           IF PrijslijstJaar = ZERO
               MOVE DatumVandaag(1:4) TO PrijslijstJaar
               ADD 1 TO PrijslijstJaar
           END-IF
           DISPLAY "Vanaf week (0 = week 1): " WITH NO ADVANCING
           ACCEPT VanWeekInput
           IF VanWeekInput = ZERO
               MOVE 1 TO VanWeekInput
           END-IF
           DISPLAY "Tot en met week (0 = week 52): " WITH NO ADVANCING
           ACCEPT TotWeekInput
           IF TotWeekInput = ZERO OR TotWeekInput > 52
               MOVE 52 TO TotWeekInput
           END-IF
           IF VanWeekInput > TotWeekInput
               DISPLAY ">>> De beginweek ligt na de eindweek."
               EXIT PROGRAM
           END-IF
           PERFORM LaadWoningen
           IF AantalWoningen = ZERO
               DISPLAY ">>> Geen woningen gevonden in Woningen.dat."
               EXIT PROGRAM
           END-IF
           PERFORM SorteerCombinaties
           PERFORM LaadBezetting
           MOVE FUNCTION INTEGER-OF-DATE (PrijslijstJaar * 10000 + 0101)
             TO INT-Nieuwjaarsdag
           OPEN OUTPUT RapportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Prijslijst.txt: "
                 IOStatus
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT WebBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van WebPrijslijst.txt: "
                 IOStatus
               CLOSE RapportBestand
               EXIT PROGRAM
           END-IF
           PERFORM SchrijfKopRapport
           MOVE SPACES TO RegelBuffer
           STRING "soort;park;type;jaar;week;aankomst;weekprijs;"
             "midweek;weekend;toeristenbelasting;status"
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Webregel FROM RegelBuffer
           PERFORM VARYING CombinatieIndex FROM 1 BY 1
             UNTIL CombinatieIndex > AantalCombinaties
               PERFORM SchrijfCombinatie
           END-PERFORM
           PERFORM SchrijfExtras
           CLOSE RapportBestand
           CLOSE WebBestand
           DISPLAY SPACE
           DISPLAY "Prijsregels: " AantalPrijsregels
             "  uitverkocht: " AantalUitverkocht
             "  allotment: " AantalAllotmentWeken
           DISPLAY "Prijslijst geschreven naar Prijslijst.txt en "
             "WebPrijslijst.txt."
           EXIT PROGRAM.

       LaadWoningen.
           INITIALIZE WoningTabel
           INITIALIZE CombinatieTabel
           MOVE ZERO TO AantalWoningen AantalCombinaties
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF Woningnummer > ZERO
                 AND AantalWoningen < MaxWoningen
                   ADD 1 TO AantalWoningen
                   MOVE Woningnummer TO WN-Woningnummer(AantalWoningen)
                   MOVE Woningtype TO WN-Woningtype(AantalWoningen)
                   IF WoningParkcode = SPACES
                       MOVE "01" TO WN-Parkcode(AantalWoningen)
                   ELSE
                       MOVE WoningParkcode
                         TO WN-Parkcode(AantalWoningen)
                   END-IF
                   PERFORM TelCombinatie
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       TelCombinatie.
           PERFORM VARYING CombinatieIndex FROM 1 BY 1
             UNTIL CombinatieIndex > AantalCombinaties
               OR (CB-Parkcode(CombinatieIndex)
                   = WN-Parkcode(AantalWoningen)
               AND CB-Woningtype(CombinatieIndex)
                   = WN-Woningtype(AantalWoningen))
               CONTINUE
           END-PERFORM
           IF CombinatieIndex > AantalCombinaties
               IF AantalCombinaties = MaxCombinaties
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalCombinaties
               MOVE WN-Parkcode(AantalWoningen)
                 TO CB-Parkcode(AantalCombinaties)
               MOVE WN-Woningtype(AantalWoningen)
                 TO CB-Woningtype(AantalCombinaties)
               MOVE AantalCombinaties TO CombinatieIndex
           END-IF
           ADD 1 TO CB-AantalWoningen(CombinatieIndex)
           .

       SorteerCombinaties.
           PERFORM VARYING CombinatieIndex FROM 1 BY 1
             UNTIL CombinatieIndex >= AantalCombinaties
               PERFORM VARYING VergelijkIndex FROM 1 BY 1
                 UNTIL VergelijkIndex
                   > AantalCombinaties - CombinatieIndex
                   IF CB-Sleutel(VergelijkIndex) >
                     CB-Sleutel(VergelijkIndex + 1)
                       MOVE Combinatie(VergelijkIndex)
                         TO WisselCombinatie
                       MOVE Combinatie(VergelijkIndex + 1)
                         TO Combinatie(VergelijkIndex)
                       MOVE WisselCombinatie
                         TO Combinatie(VergelijkIndex + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       LaadBezetting.
           *> Dezelfde bezetregels als de beschikbaarheidsexport: elke
           *> niet geannuleerde en niet verlopen reservering van het
           *> jaar bezet haar weken, een verkochte woning het hele jaar
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "ReserveringenMetAltKey.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFReserveringenVlag
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand
             KEY > FS-R-Reserveringsnummer
             INVALID KEY
                 SET EOFReserveringen TO TRUE
           END-START
           PERFORM UNTIL EOFReserveringen
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
               IF NOT EOFReserveringen
                   IF FS-R-Jaar = PrijslijstJaar
                     AND FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                       PERFORM MarkeerReservering
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       MarkeerReservering.
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO ReserveringPark
           ELSE
               MOVE FS-R-Parkcode TO ReserveringPark
           END-IF
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               OR (WN-Parkcode(WoningIndex) = ReserveringPark
               AND WN-Woningnummer(WoningIndex) = FS-R-Woningnummer)
               CONTINUE
           END-PERFORM
           IF WoningIndex > AantalWoningen
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-Weeknummer TO ReserveringWeekBegin
           IF FS-R-TypeVerkoop
               MOVE 1 TO ReserveringWeekBegin
               MOVE 52 TO ReserveringWeekEinde
           ELSE
               COMPUTE ReserveringWeekEinde =
                 FS-R-Weeknummer + FS-R-AantalWeken - 1
           END-IF
           IF ReserveringWeekEinde > 53
               MOVE 53 TO ReserveringWeekEinde
           END-IF
           IF FS-R-TypeAllotment
               MOVE "A" TO WeekMarkering
           ELSE
               MOVE "B" TO WeekMarkering
           END-IF
           PERFORM VARYING WeekIndex FROM ReserveringWeekBegin BY 1
             UNTIL WeekIndex > ReserveringWeekEinde
               OR WeekIndex = ZERO
               *> Een echte boeking gaat voor op een allotmentblok
               IF WN-Week(WoningIndex, WeekIndex) NOT = "B"
                   MOVE WeekMarkering TO WN-Week(WoningIndex, WeekIndex)
               END-IF
           END-PERFORM
           .

       SchrijfKopRapport.
           MOVE SPACES TO RegelBuffer
           STRING "HUUR EEN VAKANTIEAVONTUUR - PRIJSLIJST "
             PrijslijstJaar DELIMITED BY SIZE INTO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           STRING "Weken " VanWeekInput " t/m " TotWeekInput
             "   aangemaakt op " DatumVandaag(7:2) "-"
             DatumVandaag(5:2) "-" DatumVandaag(1:4)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           STRING "Midweek = 4 nachten ma-vr, weekend = 3 nachten "
             "vr-ma. Toeristenbelasting per volwassene per nacht."
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE ALL "=" TO RegelBuffer
           MOVE SPACES TO RegelBuffer (79:)
           WRITE Rapportregel FROM RegelBuffer
           .

       SchrijfCombinatie.
           MOVE CB-Woningtype(CombinatieIndex) TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           IF NOT WT-R-OK
               MOVE SPACES TO WT-R-Omschrijving
               MOVE ZERO TO WT-R-MaxPersonen
           END-IF
           MOVE CB-AantalWoningen(CombinatieIndex) TO ToonWoningen
           MOVE SPACES TO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           STRING "Park " CB-Parkcode(CombinatieIndex)
             "  type " CB-Woningtype(CombinatieIndex) " "
             WT-R-Omschrijving "  max. " WT-R-MaxPersonen
             " personen  (" ToonWoningen " woningen)"
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           STRING "Week  Aankomst     Weekprijs  Midweek  Weekend"
             "  Toer.bel.  "
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           PERFORM VARYING WeekIndex FROM VanWeekInput BY 1
             UNTIL WeekIndex > TotWeekInput
               PERFORM SchrijfWeek
           END-PERFORM
           .

       SchrijfWeek.
           *> Brochureprijs: het seizoenstarief zonder actieprijzen en
           *> zonder bezettingstoeslag
           MOVE CB-Woningtype(CombinatieIndex) TO WP-C-Woningtype
           MOVE WeekIndex TO WP-C-Weeknummer
           MOVE -1 TO WP-C-DagenVoorAankomst
           MOVE ZERO TO WP-C-Jaar
           MOVE CB-Parkcode(CombinatieIndex) TO WP-C-Parkcode
           MOVE SPACES TO WP-C-Tariefbestand
           CALL "BepaalWeekprijs"
             USING BY CONTENT WP-C-ParametersBepaalWeekprijs,
                   BY REFERENCE WP-R-ParametersBepaalWeekprijs
           COMPUTE PrijsMidweek ROUNDED =
             WP-R-Weekprijs * NachtenMidweek / 7
           COMPUTE PrijsWeekend ROUNDED =
             WP-R-Weekprijs * NachtenWeekend / 7
           *> Buiten het belastingseizoen geldt geen toeristenbelasting
           MOVE WeekIndex TO TB-C-WeekNummer
           MOVE 1 TO TB-C-AantalWeken
           MOVE LeeftijdVolwassene TO TB-C-Leeftijd
           MOVE PrijslijstJaar TO TB-C-Jaar
           MOVE CB-Parkcode(CombinatieIndex) TO TB-C-Parkcode
           CALL "TonenToeristenBelasting"
             USING BY CONTENT TB-C-ParametersTonenToeristenBelasting,
                   BY REFERENCE TB-R-ParametersTonenToeristenBelasting
           IF TB-R-OK
               MOVE TB-R-TariefPerNacht TO TariefPerNacht
           ELSE
               MOVE ZERO TO TariefPerNacht
           END-IF
           COMPUTE INT-Aankomst =
             INT-Nieuwjaarsdag + (WeekIndex - 1) * 7
           MOVE FUNCTION DATE-OF-INTEGER (INT-Aankomst)
             TO Aankomstdatum
           PERFORM BepaalWeekStatus
           COMPUTE BedragCenten = WP-R-Weekprijs * 100
           MOVE BedragCenten TO ToonWeekprijs
           COMPUTE BedragCenten = PrijsMidweek * 100
           MOVE BedragCenten TO ToonMidweek
           COMPUTE BedragCenten = PrijsWeekend * 100
           MOVE BedragCenten TO ToonWeekend
           COMPUTE BedragCenten = TariefPerNacht * 100
           MOVE BedragCenten TO ToonTarief
           IF StatusVrij
               MOVE SPACES TO RapportStatus
           ELSE
               MOVE WeekStatus TO RapportStatus
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING " " WeekIndex "   " Aankomstdatum(7:2) "-"
             Aankomstdatum(5:2) "-" Aankomstdatum(1:4) "      "
             ToonWeekprijs "   " ToonMidweek "   " ToonWeekend
             "       " ToonTarief "  " RapportStatus
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           STRING "P;" CB-Parkcode(CombinatieIndex) ";"
             CB-Woningtype(CombinatieIndex) ";" PrijslijstJaar ";"
             WeekIndex ";" Aankomstdatum ";"
             FUNCTION TRIM (ToonWeekprijs) ";"
             FUNCTION TRIM (ToonMidweek) ";"
             FUNCTION TRIM (ToonWeekend) ";" ToonTarief ";"
             FUNCTION TRIM (WeekStatus)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Webregel FROM RegelBuffer
           ADD 1 TO AantalPrijsregels
           .

       BepaalWeekStatus.
           MOVE ZERO TO AantalVrij AantalAllotment
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               IF WN-Parkcode(WoningIndex)
                   = CB-Parkcode(CombinatieIndex)
                 AND WN-Woningtype(WoningIndex)
                   = CB-Woningtype(CombinatieIndex)
                   EVALUATE WN-Week(WoningIndex, WeekIndex)
                       WHEN SPACE
                           ADD 1 TO AantalVrij
                       WHEN "A"
                           ADD 1 TO AantalAllotment
                   END-EVALUATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AantalVrij > ZERO
                   SET StatusVrij TO TRUE
               WHEN AantalAllotment > ZERO
                   SET StatusAllotment TO TRUE
                   ADD 1 TO AantalAllotmentWeken
               WHEN OTHER
                   SET StatusUitverkocht TO TRUE
                   ADD 1 TO AantalUitverkocht
           END-EVALUATE
           .

       SchrijfExtras.
           *> De standaard extra's uit de catalogus
           MOVE SPACES TO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE "EXTRA'S" TO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE "Artikel  Omschrijving              Prijs"
             TO RegelBuffer
           WRITE Rapportregel FROM RegelBuffer
           MOVE "soort;artikel;omschrijving;prijs" TO RegelBuffer
           WRITE Webregel FROM RegelBuffer
           MOVE ZERO TO EOFVlag
           OPEN INPUT CatalogusBestand
           IF NOT IO-OK
               MOVE "  (geen extrascatalogus)" TO RegelBuffer
               WRITE Rapportregel FROM RegelBuffer
               EXIT PARAGRAPH
           END-IF
           READ CatalogusBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               COMPUTE BedragCenten = FS-EA-Prijs * 100
               MOVE BedragCenten TO ToonExtraPrijs
               MOVE SPACES TO RegelBuffer
               STRING "  " FS-EA-Artikelnummer "    "
                 FS-EA-Omschrijving "   " ToonExtraPrijs
                 DELIMITED BY SIZE INTO RegelBuffer
               WRITE Rapportregel FROM RegelBuffer
               MOVE SPACES TO RegelBuffer
               STRING "E;" FS-EA-Artikelnummer ";"
                 FUNCTION TRIM (FS-EA-Omschrijving) ";"
                 FUNCTION TRIM (ToonExtraPrijs)
                 DELIMITED BY SIZE INTO RegelBuffer
               WRITE Webregel FROM RegelBuffer
               READ CatalogusBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CatalogusBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-ExtraCatalogus
             PadDir-Prijslijst
             PadDir-WebPrijslijst
           .
