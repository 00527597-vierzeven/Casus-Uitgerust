       IDENTIFICATION DIVISION.
       PROGRAM-ID. TariefSimulatie.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Wat-als-simulatie van concepttarieven: elke boeking van een
       *> gekozen jaar wordt opnieuw geprijsd met hetzelfde
       *> BepaalFactuurTotaal en BepaalWeekprijs als de factuur
       *> (prijsacties, actiecode, staffel- en kinderkorting en het
       *> kortingsplafond inbegrepen), eenmaal tegen de live
       *> seizoenstarieven en eenmaal tegen het conceptbestand. Het
       *> rapport toont de oude en nieuwe huuromzet per woningtype, per
       *> park en per weekband, met het effect op de BTW en op de
       *> uitkering aan de eigenaren. Er wordt geen enkel live bestand
       *> gewijzigd; alleen het rapport wordt geschreven
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
       SELECT EigenarenBestand ASSIGN TO Pad-Eigenaren
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BtwCodesBestand ASSIGN TO Pad-BtwCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Het conceptbestand, alleen gelezen voor de weekbanden
       SELECT ConceptBestand ASSIGN TO Pad-Concept
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-TariefSimulatie
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
       FD EigenarenBestand.
       01 Eigenaarrecord.
       COPY Eigenaar REPLACING ==(pf)== BY ==FS-E==.
       FD BtwCodesBestand.
       01 BtwCoderecord.
       COPY BtwCode REPLACING ==(pf)== BY ==FS-BC==.
       FD ConceptBestand.
       01 Conceptrecord.
       COPY Seizoenstarief REPLACING ==(pf)== BY ==FS-C==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).

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
       01 Pad-Eigenaren.
         02 PadDir-Eigenaren PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Eigenaren.dat".
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwCodes.dat".
       01 Pad-Concept.
         02 PadDir-Concept PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 PadNaam-Concept PIC X(81)
             VALUE "SeizoenstarievenConcept.dat".
       01 Pad-TariefSimulatie.
         02 PadDir-TariefSimulatie PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "TariefSimulatie.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 SimulatieJaar PIC 9(4) VALUE ZERO.
       01 ConceptNaamInput PIC X(40) VALUE SPACES.
       01 ConceptTariefbestand PIC X(40) VALUE SPACES.
       *> Standaard BTW-laag als de codetabel ontbreekt
       01 PercentageLaag PIC 99 VALUE 9.
       *> Woningen met type, park en eigenaar
       01 WoningTabel.
         02 WoningRegel OCCURS 99 TIMES.
           03 WT-Woningtype PIC X.
           03 WT-Parkcode PIC XX.
           03 WT-Eigenaar PIC 9(4).
       *> Commissie per eigenaar
       78 MaxEigenaren VALUE 50.
       01 EigenaarTabel.
         02 EigenaarRegel OCCURS 50 TIMES.
           03 ET-Eigenaarnummer PIC 9(4).
           03 ET-Commissie PIC 99.
       01 AantalEigenaren PIC 99 VALUE ZERO.
       01 EigenaarIndex PIC 99 VALUE ZERO.
       *> Omzet per groep: woningtype, park en weekband
       78 MaxTypen VALUE 20.
       01 TypeTabel.
         02 TypeRegel OCCURS 20 TIMES.
           03 TT-Woningtype PIC X.
           03 TT-Aantal PIC 9(5).
           03 TT-Oud PIC 9(9)V99.
           03 TT-Nieuw PIC 9(9)V99.
       01 AantalTypen PIC 99 VALUE ZERO.
       78 MaxParken VALUE 10.
       01 ParkTabel.
         02 ParkRegel OCCURS 10 TIMES.
           03 PT-Parkcode PIC XX.
           03 PT-Aantal PIC 9(5).
           03 PT-Oud PIC 9(9)V99.
           03 PT-Nieuw PIC 9(9)V99.
       01 AantalParken PIC 99 VALUE ZERO.
       *> Weekbanden uit het concept; de laatste regel vangt de
       *> aankomstweken op die in geen enkele band vallen
       78 MaxBanden VALUE 30.
       01 BandTabel.
         02 BandRegel OCCURS 31 TIMES.
           03 BT-VanWeek PIC 99.
           03 BT-TotWeek PIC 99.
           03 BT-Aantal PIC 9(5).
           03 BT-Oud PIC 9(9)V99.
           03 BT-Nieuw PIC 9(9)V99.
       01 AantalBanden PIC 99 VALUE ZERO.
       01 GroepIndex PIC 99 VALUE ZERO.
       *> Per reservering
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WP==.
       01 HuidigType PIC X VALUE SPACE.
       01 HuidigPark PIC XX VALUE SPACES.
       01 HuidigEigenaar PIC 9(4) VALUE ZERO.
       01 HuidigeCommissie PIC 99 VALUE ZERO.
       01 OudTotaal PIC 9(7)V99 VALUE ZERO.
       01 OudHuur PIC 9(7)V99 VALUE ZERO.
       01 NieuwTotaal PIC 9(7)V99 VALUE ZERO.
       01 NieuwHuur PIC 9(7)V99 VALUE ZERO.
       01 WeekTeller PIC 99 VALUE ZERO.
       01 OudeWeekprijs PIC 9(5)V99 VALUE ZERO.
       01 NieuweWeekprijs PIC 9(5)V99 VALUE ZERO.
       *> Totalen
       01 AantalReserveringen PIC 9(5) VALUE ZERO.
       01 AantalNietGevonden PIC 9(5) VALUE ZERO.
       01 TotaalFactuurOud PIC 9(9)V99 VALUE ZERO.
       01 TotaalFactuurNieuw PIC 9(9)V99 VALUE ZERO.
       01 TotaalHuurOud PIC 9(9)V99 VALUE ZERO.
       01 TotaalHuurNieuw PIC 9(9)V99 VALUE ZERO.
       01 BtwOud PIC 9(9)V99 VALUE ZERO.
       01 BtwNieuw PIC 9(9)V99 VALUE ZERO.
       01 NettoOud PIC 9(9)V99 VALUE ZERO.
       01 NettoNieuw PIC 9(9)V99 VALUE ZERO.
       01 EigenaarOmzetOud PIC 9(9)V99 VALUE ZERO.
       01 EigenaarOmzetNieuw PIC 9(9)V99 VALUE ZERO.
       01 UitkeringOud PIC 9(9)V99 VALUE ZERO.
       01 UitkeringNieuw PIC 9(9)V99 VALUE ZERO.
       01 CommissieOud PIC 9(9)V99 VALUE ZERO.
       01 CommissieNieuw PIC 9(9)V99 VALUE ZERO.
       *> Weergave
       01 RegelLabel PIC X(24) VALUE SPACES.
       01 RegelOud PIC 9(9)V99 VALUE ZERO.
       01 RegelNieuw PIC 9(9)V99 VALUE ZERO.
       01 RegelVerschil PIC S9(9)V99 VALUE ZERO.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonOud PIC ZZZZZZZZ9,99.
       01 ToonNieuw PIC ZZZZZZZZ9,99.
       01 ToonVerschil PIC -ZZZZZZZZ9,99.
       01 ToonAantal PIC ZZZZ9.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "SIMULATIE CONCEPTTARIEVEN"
           DISPLAY "========================="
           DISPLAY "Jaar om opnieuw te prijzen (0 = huidig jaar): "
             WITH NO ADVANCING
           ACCEPT SimulatieJaar
           IF SimulatieJaar = ZERO
               MOVE DatumVandaag(1:4) TO SimulatieJaar
           END-IF
           DISPLAY "Concepttariefbestand (leeg = "
             "SeizoenstarievenConcept.dat): " WITH NO ADVANCING
           ACCEPT ConceptNaamInput
           IF ConceptNaamInput = SPACES
               MOVE "SeizoenstarievenConcept.dat" TO ConceptNaamInput
           END-IF
           IF FUNCTION UPPER-CASE (ConceptNaamInput)
             = "SEIZOENSTARIEVEN.DAT"
               DISPLAY ">>> Kies een concept, niet de live tarieven."
               EXIT PROGRAM
           END-IF
           MOVE ConceptNaamInput TO ConceptTariefbestand
           MOVE ConceptNaamInput TO PadNaam-Concept
           PERFORM LaadWeekbanden
           IF NOT IO-OK AND AantalBanden = ZERO
               DISPLAY ">>> Concepttariefbestand "
                 FUNCTION TRIM (ConceptNaamInput)
                 " niet gevonden: " IOStatus
               EXIT PROGRAM
           END-IF
           PERFORM LaadWoningen
           PERFORM LaadEigenaren
           PERFORM LaadBtwLaag
           PERFORM HerprijsReserveringen
           PERFORM SchrijfRapport
           DISPLAY SPACE
           DISPLAY "Opnieuw geprijsd: " AantalReserveringen
             " boekingen uit " SimulatieJaar
           COMPUTE BedragCenten = TotaalHuurOud * 100
           MOVE BedragCenten TO ToonOud
           COMPUTE BedragCenten = TotaalHuurNieuw * 100
           MOVE BedragCenten TO ToonNieuw
           DISPLAY "Huuromzet live " ToonOud "  concept " ToonNieuw
           DISPLAY "Rapport geschreven naar TariefSimulatie.txt."
           EXIT PROGRAM.

       LaadWeekbanden.
           *> Elke verschillende weekband uit het concept is een
           *> rapportgroep, ongeacht het woningtype
           INITIALIZE BandTabel
           MOVE ZERO TO AantalBanden
           MOVE ZERO TO EOFVlag
           OPEN INPUT ConceptBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ConceptBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               PERFORM VARYING GroepIndex FROM 1 BY 1
                 UNTIL GroepIndex > AantalBanden
                   OR (BT-VanWeek(GroepIndex) = FS-C-VanWeek
                   AND BT-TotWeek(GroepIndex) = FS-C-TotWeek)
                   CONTINUE
               END-PERFORM
               IF GroepIndex > AantalBanden
                 AND AantalBanden < MaxBanden
                   ADD 1 TO AantalBanden
                   MOVE FS-C-VanWeek TO BT-VanWeek(AantalBanden)
                   MOVE FS-C-TotWeek TO BT-TotWeek(AantalBanden)
               END-IF
               READ ConceptBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ConceptBestand
           .

       LaadWoningen.
           INITIALIZE WoningTabel
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
                   MOVE Woningtype TO WT-Woningtype(Woningnummer)
                   IF WoningParkcode = SPACES
                       MOVE "01" TO WT-Parkcode(Woningnummer)
                   ELSE
                       MOVE WoningParkcode TO WT-Parkcode(Woningnummer)
                   END-IF
                   IF WoningEigenaar IS NUMERIC
                       MOVE WoningEigenaar TO WT-Eigenaar(Woningnummer)
                   END-IF
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       LaadEigenaren.
           MOVE ZERO TO AantalEigenaren
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenarenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ EigenarenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF AantalEigenaren < MaxEigenaren
                   ADD 1 TO AantalEigenaren
                   MOVE FS-E-Eigenaarnummer
                     TO ET-Eigenaarnummer(AantalEigenaren)
                   IF FS-E-CommissiePercentage IS NUMERIC
                       MOVE FS-E-CommissiePercentage
                         TO ET-Commissie(AantalEigenaren)
                   ELSE
                       MOVE ZERO TO ET-Commissie(AantalEigenaren)
                   END-IF
               END-IF
               READ EigenarenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EigenarenBestand
           .

       LaadBtwLaag.
           MOVE ZERO TO EOFVlag
           OPEN INPUT BtwCodesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BtwCodesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-BC-CodeLaag
                   MOVE FS-BC-Percentage TO PercentageLaag
               END-IF
               READ BtwCodesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE BtwCodesBestand
           .

       HerprijsReserveringen.
           *> Alle niet geannuleerde boekingen van het jaar, zoals de
           *> factuur ze rekent
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
                   IF FS-R-Jaar = SimulatieJaar
                     AND FS-R-TypeBoeking
                     AND FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                       PERFORM HerprijsReservering
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       HerprijsReservering.
           MOVE FS-R-Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           IF NOT FT-R-OK
               ADD 1 TO AantalNietGevonden
               EXIT PARAGRAPH
           END-IF
           MOVE FT-R-FactuurTotaal TO OudTotaal
           MOVE FT-R-GrondslagLaag TO OudHuur
           MOVE ConceptTariefbestand TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           MOVE FT-R-FactuurTotaal TO NieuwTotaal
           MOVE FT-R-GrondslagLaag TO NieuwHuur
           ADD 1 TO AantalReserveringen
           ADD OudTotaal TO TotaalFactuurOud
           ADD NieuwTotaal TO TotaalFactuurNieuw
           ADD OudHuur TO TotaalHuurOud
           ADD NieuwHuur TO TotaalHuurNieuw
           MOVE "S" TO HuidigType
           MOVE "01" TO HuidigPark
           MOVE ZERO TO HuidigEigenaar
           IF FS-R-Woningnummer > ZERO
               IF WT-Woningtype(FS-R-Woningnummer) NOT = SPACE
                 AND WT-Woningtype(FS-R-Woningnummer) NOT = LOW-VALUE
                   MOVE WT-Woningtype(FS-R-Woningnummer) TO HuidigType
                   MOVE WT-Parkcode(FS-R-Woningnummer) TO HuidigPark
                   MOVE WT-Eigenaar(FS-R-Woningnummer)
                     TO HuidigEigenaar
               END-IF
           END-IF
           PERFORM TelBijType
           PERFORM TelBijPark
           PERFORM TelBijBand
           *> De eigenarenafrekening rekent alleen betaalde boekingen,
           *> tegen het kale seizoenstarief per week
           IF HuidigEigenaar > ZERO
             AND FS-R-DatumBetaling > SPACES
               PERFORM TelEigenaarEffect
           END-IF
           .

       TelBijType.
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalTypen
               OR TT-Woningtype(GroepIndex) = HuidigType
               CONTINUE
           END-PERFORM
           IF GroepIndex > AantalTypen
               IF AantalTypen < MaxTypen
                   ADD 1 TO AantalTypen
                   MOVE AantalTypen TO GroepIndex
                   MOVE HuidigType TO TT-Woningtype(GroepIndex)
               ELSE
                   MOVE MaxTypen TO GroepIndex
               END-IF
           END-IF
           ADD 1 TO TT-Aantal(GroepIndex)
           ADD OudHuur TO TT-Oud(GroepIndex)
           ADD NieuwHuur TO TT-Nieuw(GroepIndex)
           .

       TelBijPark.
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalParken
               OR PT-Parkcode(GroepIndex) = HuidigPark
               CONTINUE
           END-PERFORM
           IF GroepIndex > AantalParken
               IF AantalParken < MaxParken
                   ADD 1 TO AantalParken
                   MOVE AantalParken TO GroepIndex
                   MOVE HuidigPark TO PT-Parkcode(GroepIndex)
               ELSE
                   MOVE MaxParken TO GroepIndex
               END-IF
           END-IF
           ADD 1 TO PT-Aantal(GroepIndex)
           ADD OudHuur TO PT-Oud(GroepIndex)
           ADD NieuwHuur TO PT-Nieuw(GroepIndex)
           .

       TelBijBand.
           *> Op de aankomstweek van de boeking
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalBanden
               OR (FS-R-Weeknummer >= BT-VanWeek(GroepIndex)
               AND FS-R-Weeknummer <= BT-TotWeek(GroepIndex))
               CONTINUE
           END-PERFORM
           ADD 1 TO BT-Aantal(GroepIndex)
           ADD OudHuur TO BT-Oud(GroepIndex)
           ADD NieuwHuur TO BT-Nieuw(GroepIndex)
           .

       TelEigenaarEffect.
           MOVE ZERO TO HuidigeCommissie
           PERFORM VARYING EigenaarIndex FROM 1 BY 1
             UNTIL EigenaarIndex > AantalEigenaren
               IF ET-Eigenaarnummer(EigenaarIndex) = HuidigEigenaar
                   MOVE ET-Commissie(EigenaarIndex) TO HuidigeCommissie
                   MOVE AantalEigenaren TO EigenaarIndex
               END-IF
           END-PERFORM
           MOVE ZERO TO OudeWeekprijs NieuweWeekprijs
           PERFORM VARYING WeekTeller FROM 0 BY 1
             UNTIL WeekTeller = FS-R-AantalWeken
               MOVE HuidigType TO WP-C-Woningtype
               COMPUTE WP-C-Weeknummer = FS-R-Weeknummer + WeekTeller
               MOVE -1 TO WP-C-DagenVoorAankomst
               MOVE ZERO TO WP-C-Jaar
               MOVE SPACES TO WP-C-Parkcode
               MOVE SPACES TO WP-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WP-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WP-R-ParametersBepaalWeekprijs
               ADD WP-R-Weekprijs TO OudeWeekprijs
               MOVE ConceptTariefbestand TO WP-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WP-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WP-R-ParametersBepaalWeekprijs
               ADD WP-R-Weekprijs TO NieuweWeekprijs
           END-PERFORM
           ADD OudeWeekprijs TO EigenaarOmzetOud
           ADD NieuweWeekprijs TO EigenaarOmzetNieuw
           COMPUTE UitkeringOud ROUNDED = UitkeringOud
             + OudeWeekprijs * (100 - HuidigeCommissie) / 100
           COMPUTE UitkeringNieuw ROUNDED = UitkeringNieuw
             + NieuweWeekprijs * (100 - HuidigeCommissie) / 100
           .

       SchrijfRapport.
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "SIMULATIE CONCEPTTARIEVEN - BOEKINGEN "
             SimulatieJaar DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Concept: " FUNCTION TRIM (ConceptNaamInput)
             "   gemaakt op " DatumVandaag(7:2) "-"
             DatumVandaag(5:2) "-" DatumVandaag(1:4)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Alleen een simulatie; live bestanden zijn ongewijzigd"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer (1:78)
           PERFORM SchrijfRegel
           MOVE AantalReserveringen TO ToonAantal
           MOVE SPACES TO RegelBuffer
           STRING "Opnieuw geprijsde boekingen: " ToonAantal
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM SchrijfKopGroep
           MOVE "HUUROMZET PER WONINGTYPE" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalTypen
               MOVE SPACES TO RegelLabel
               STRING "Type " TT-Woningtype(GroepIndex)
                 DELIMITED BY SIZE INTO RegelLabel
               MOVE TT-Aantal(GroepIndex) TO ToonAantal
               MOVE TT-Oud(GroepIndex) TO RegelOud
               MOVE TT-Nieuw(GroepIndex) TO RegelNieuw
               PERFORM SchrijfVergelijking
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "HUUROMZET PER PARK" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalParken
               MOVE SPACES TO RegelLabel
               STRING "Park " PT-Parkcode(GroepIndex)
                 DELIMITED BY SIZE INTO RegelLabel
               MOVE PT-Aantal(GroepIndex) TO ToonAantal
               MOVE PT-Oud(GroepIndex) TO RegelOud
               MOVE PT-Nieuw(GroepIndex) TO RegelNieuw
               PERFORM SchrijfVergelijking
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "HUUROMZET PER WEEKBAND (AANKOMSTWEEK)" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalBanden + 1
               IF GroepIndex > AantalBanden
                   MOVE "Buiten de conceptbanden" TO RegelLabel
               ELSE
                   MOVE SPACES TO RegelLabel
                   STRING "Week " BT-VanWeek(GroepIndex) " t/m "
                     BT-TotWeek(GroepIndex)
                     DELIMITED BY SIZE INTO RegelLabel
               END-IF
               IF GroepIndex <= AantalBanden
                 OR BT-Aantal(GroepIndex) > ZERO
                   MOVE BT-Aantal(GroepIndex) TO ToonAantal
                   MOVE BT-Oud(GroepIndex) TO RegelOud
                   MOVE BT-Nieuw(GroepIndex) TO RegelNieuw
                   PERFORM SchrijfVergelijking
               END-IF
           END-PERFORM
           *> BTW laag zit in de huurgrondslag (bedragen inclusief)
           COMPUTE BtwOud ROUNDED =
             TotaalHuurOud * PercentageLaag / (100 + PercentageLaag)
           COMPUTE BtwNieuw ROUNDED =
             TotaalHuurNieuw * PercentageLaag / (100 + PercentageLaag)
           COMPUTE NettoOud = TotaalHuurOud - BtwOud
           COMPUTE NettoNieuw = TotaalHuurNieuw - BtwNieuw
           COMPUTE CommissieOud = EigenaarOmzetOud - UitkeringOud
           COMPUTE CommissieNieuw =
             EigenaarOmzetNieuw - UitkeringNieuw
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "TOTALEN" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE AantalReserveringen TO ToonAantal
           MOVE "Huuromzet incl. BTW" TO RegelLabel
           MOVE TotaalHuurOud TO RegelOud
           MOVE TotaalHuurNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           MOVE SPACES TO RegelLabel
           STRING "BTW laag " PercentageLaag "%"
             DELIMITED BY SIZE INTO RegelLabel
           MOVE BtwOud TO RegelOud
           MOVE BtwNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           MOVE "Huuromzet excl. BTW" TO RegelLabel
           MOVE NettoOud TO RegelOud
           MOVE NettoNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           MOVE "Factuurtotaal" TO RegelLabel
           MOVE TotaalFactuurOud TO RegelOud
           MOVE TotaalFactuurNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "EIGENAREN (BETAALDE BOEKINGEN, KAAL SEIZOENSTARIEF)"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Omzet eigenaarwoningen" TO RegelLabel
           MOVE EigenaarOmzetOud TO RegelOud
           MOVE EigenaarOmzetNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           MOVE "Uitkering eigenaren" TO RegelLabel
           MOVE UitkeringOud TO RegelOud
           MOVE UitkeringNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           MOVE "Commissie" TO RegelLabel
           MOVE CommissieOud TO RegelOud
           MOVE CommissieNieuw TO RegelNieuw
           PERFORM SchrijfVergelijking
           IF AantalNietGevonden > ZERO
               MOVE SPACES TO RegelBuffer
               PERFORM SchrijfRegel
               MOVE AantalNietGevonden TO ToonAantal
               MOVE SPACES TO RegelBuffer
               STRING "Niet te prijzen (overgeslagen): " ToonAantal
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           CLOSE RapportBestand
           .

       SchrijfKopGroep.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "                         Aantal"
             "         Live      Concept      Verschil"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfVergelijking.
           COMPUTE RegelVerschil = RegelNieuw - RegelOud
           COMPUTE BedragCenten = RegelOud * 100
           MOVE BedragCenten TO ToonOud
           COMPUTE BedragCenten = RegelNieuw * 100
           MOVE BedragCenten TO ToonNieuw
           COMPUTE BedragCenten = RegelVerschil * 100
           MOVE BedragCenten TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           STRING RegelLabel " " ToonAantal " " ToonOud " " ToonNieuw
             " " ToonVerschil
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           WRITE Rapportregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-Eigenaren
             PadDir-BtwCodes
             PadDir-Concept
             PadDir-TariefSimulatie
           .
