       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchoonmaakPlanning.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Ploegindeling van de schoonmaak op de wisseldag: een register
       *> van de medewerkers met hun beschikbare uren per weekdag, de
       *> sectie van elke woning, en een indeling die de te schoonmaken
       *> woningen (vertrek in de vorige week, of een tussenschoonmaak
       *> bij een meerweeks verblijf) per park over de ploeg verdeelt.
       *> Woningen van dezelfde sectie blijven bij elkaar en de uren
       *> worden naar beschikbaarheid verdeeld. Er komt een
       *> waarschuwing als de ploeg het werk niet af krijgt voor het
       *> eerste aankomstslot, en per medewerker een werklijst
       SELECT SchoonmakersBestand ASSIGN TO Pad-Schoonmakers
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT SchoonmakersWerk ASSIGN TO Pad-SchoonmakersWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT SectiesBestand ASSIGN TO Pad-WoningSecties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT SectiesWerk ASSIGN TO Pad-WoningSectiesWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT IndelingBestand ASSIGN TO Pad-SchoonmaakIndeling
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT IndelingWerk ASSIGN TO Pad-SchoonmaakIndelingWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
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
       SELECT AankomstSlotsBestand ASSIGN TO Pad-AankomstSlots
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Printbare werklijsten per medewerker
       SELECT WerklijstBestand ASSIGN TO Pad-SchoonmaakWerklijst
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SchoonmakersBestand.
       01 Schoonmakerrecord.
       COPY Schoonmaker REPLACING ==(pf)== BY ==FS-M==.
       FD SchoonmakersWerk.
       01 SchoonmakerWerkrecord.
       COPY Schoonmaker REPLACING ==(pf)== BY ==FS-MW==.
       FD SectiesBestand.
       01 Sectierecord.
       COPY WoningSectie REPLACING ==(pf)== BY ==FS-S==.
       FD SectiesWerk.
       01 SectieWerkrecord.
       COPY WoningSectie REPLACING ==(pf)== BY ==FS-SW==.
       FD IndelingBestand.
       01 Indelingrecord.
       COPY SchoonmaakIndeling REPLACING ==(pf)== BY ==FS-I==.
       FD IndelingWerk.
       01 IndelingWerkrecord.
       COPY SchoonmaakIndeling REPLACING ==(pf)== BY ==FS-IW==.
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
       FD AankomstSlotsBestand.
       01 AankomstSlotrecord.
       COPY AankomstSlot REPLACING ==(pf)== BY ==FS-AS==.
       FD WerklijstBestand.
       01 Werklijstregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Schoonmakers.
         02 PadDir-Schoonmakers PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Schoonmakers.dat".
       01 Pad-SchoonmakersWerk.
         02 PadDir-SchoonmakersWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmakersWerk.dat".
       01 Pad-WoningSecties.
         02 PadDir-WoningSecties PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WoningSecties.dat".
       01 Pad-WoningSectiesWerk.
         02 PadDir-WoningSectiesWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WoningSectiesWerk.dat".
       01 Pad-SchoonmaakIndeling.
         02 PadDir-SchoonmaakIndeling PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakIndeling.dat".
       01 Pad-SchoonmaakIndelingWerk.
         02 PadDir-SchoonmaakIndelingWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakIndelingWerk.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-AankomstSlots.
         02 PadDir-AankomstSlots PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AankomstSlots.dat".
       01 Pad-SchoonmaakWerklijst.
         02 PadDir-SchoonmaakWerklijst PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakWerklijst.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 EOFWoningenVlag PIC 9 VALUE 0.
         88 EOFWoningen VALUE 1.
         88 NotEOFWoningen VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Ploegregister
       78 StandaardBegintijd VALUE 1000.
       01 NieuweSchoonmaker.
       COPY Schoonmaker REPLACING ==(pf)== BY ==NS==.
       01 SchoonmakerGevondenVlag PIC 9 VALUE 0.
         88 SchoonmakerGevonden VALUE 1.
         88 SchoonmakerNietGevonden VALUE 0.
       01 UrenInvoer PIC 999 VALUE ZERO.
       01 DagIndex PIC 9 VALUE ZERO.
       01 DagNamen.
         02 FILLER PIC X(9) VALUE "maandag".
         02 FILLER PIC X(9) VALUE "dinsdag".
         02 FILLER PIC X(9) VALUE "woensdag".
         02 FILLER PIC X(9) VALUE "donderdag".
         02 FILLER PIC X(9) VALUE "vrijdag".
         02 FILLER PIC X(9) VALUE "zaterdag".
         02 FILLER PIC X(9) VALUE "zondag".
       01 DagNaamTabel REDEFINES DagNamen.
         02 DagNaam PIC X(9) OCCURS 7 TIMES.
       *> Secties
       01 InvoerWoningnummer PIC 99 VALUE ZERO.
       01 InvoerSectie PIC X(10) VALUE SPACES.
       01 SectieGevondenVlag PIC 9 VALUE 0.
         88 SectieGevonden VALUE 1.
         88 SectieNietGevonden VALUE 0.
       01 SectieTabel.
         02 SectieVanWoning PIC X(10) OCCURS 99 TIMES.
       *> Indeling
       01 Wisseldatum PIC 9(8) VALUE ZERO.
       01 WisselJaar PIC 9(4) VALUE ZERO.
       01 WisselWeek PIC 99 VALUE ZERO.
       01 VorigeWeek PIC 99 VALUE ZERO.
       01 Weekdag PIC 9 VALUE ZERO.
       01 INT-Datum PIC 9(8) COMP.
       01 GekozenPark PIC XX VALUE "00".
       01 LaatsteWeekVanReservering PIC 99 VALUE ZERO.
       01 VertrekVlag PIC 9 VALUE 0.
         88 MetVertrek VALUE 1.
         88 ZonderVertrek VALUE 0.
       01 AankomstVlag PIC 9 VALUE 0.
         88 MetAankomst VALUE 1.
         88 ZonderAankomst VALUE 0.
       01 TussenVlag PIC 9 VALUE 0.
         88 MetTussenschoonmaak VALUE 1.
         88 ZonderTussenschoonmaak VALUE 0.
       COPY ParametersTussenschoonmaak REPLACING ==(pf)== BY ==TZ==.
       01 HuisdierenVlag PIC 9 VALUE 0.
         88 MetHuisdieren VALUE 1.
         88 ZonderHuisdieren VALUE 0.
       *> Na een verblijf met huisdieren komt er een dieptereiniging
       *> bij
       78 ExtraMinutenHuisdieren VALUE 30.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       *> Te schoonmaken woningen, gesorteerd op park, sectie, woning
       78 MaxTeSchoonmaken VALUE 99.
       01 TeSchoonmakenTabel.
         02 TeSchoonmaken OCCURS 99 TIMES.
           03 TS-Sleutel.
             04 TS-Parkcode PIC XX.
             04 TS-Sectie PIC X(10).
             04 TS-Woningnummer PIC 99.
           03 TS-Woningtype PIC X.
           03 TS-Minuten PIC 999.
           03 TS-AankomstVlag PIC X.
           03 TS-Ploegindex PIC 99.
           03 TS-Soort PIC X.
       01 WisselTeSchoonmaken PIC X(22).
       01 AantalTeSchoonmaken PIC 99 VALUE ZERO.
       01 TsIndex PIC 99 VALUE ZERO.
       01 VergelijkIndex PIC 99 VALUE ZERO.
       *> Beschikbare ploeg op de wisseldag
       78 MaxPloeg VALUE 50.
       01 PloegTabel.
         02 Ploeglid OCCURS 50 TIMES.
           03 PL-Code PIC X(4).
           03 PL-Naam PIC X(30).
           03 PL-Parkcode PIC XX.
           03 PL-Begintijd PIC 9(4).
           03 PL-Capaciteit PIC 9(4).
           03 PL-VoorSlot PIC 9(4).
           03 PL-Doel PIC 9(5).
           03 PL-Belasting PIC 9(4).
           03 PL-AantalWoningen PIC 99.
       01 AantalPloeg PIC 99 VALUE ZERO.
       01 PloegIndex PIC 99 VALUE ZERO.
       01 HuidigPloeglid PIC 99 VALUE ZERO.
       01 VolgendPloeglid PIC 99 VALUE ZERO.
       *> Per park
       01 HuidigPark PIC XX VALUE SPACES.
       78 StandaardEersteAankomst VALUE 1500.
       01 EersteSlot PIC 9(4) VALUE ZERO.
       01 EersteSlotMinuten PIC 9(4) VALUE ZERO.
       01 BeginMinuten PIC 9(4) VALUE ZERO.
       01 ParkMinuten PIC 9(5) VALUE ZERO.
       01 ParkCapaciteit PIC 9(5) VALUE ZERO.
       01 ParkVoorSlot PIC 9(5) VALUE ZERO.
       01 ParkPloeg PIC 99 VALUE ZERO.
       01 Uur PIC 99 VALUE ZERO.
       01 Minuut PIC 99 VALUE ZERO.
       01 KlaarMinuten PIC 9(5) VALUE ZERO.
       01 KlaarTijd PIC 9(4) VALUE ZERO.
       01 Volgorde PIC 99 VALUE ZERO.
       01 AantalIngedeeld PIC 99 VALUE ZERO.
       *> Weergave
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonUren PIC Z9,9.
       01 ToonMinuten PIC ZZZZ9.
       01 ToonMinuten2 PIC ZZZZ9.
       01 AankomstTekst PIC X(20) VALUE SPACES.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       01 RegelPositie PIC 999 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "SCHOONMAAKPLOEG EN INDELING WISSELDAG"
               DISPLAY "====================================="
               DISPLAY "1. Medewerker toevoegen of wijzigen"
               DISPLAY "2. Ploegregister tonen"
               DISPLAY "3. Sectie van een woning vastleggen"
               DISPLAY "4. Indeling en werklijsten voor een wisseldag"
               DISPLAY "5. Indeling van een wisseldag tonen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM SchoonmakerVastleggen
                   WHEN 2
                       PERFORM ToonSchoonmakers
                   WHEN 3
                       PERFORM SectieVastleggen
                   WHEN 4
                       PERFORM MaakIndeling
                   WHEN 5
                       PERFORM ToonIndeling
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       SchoonmakerVastleggen.
           DISPLAY SPACE
           INITIALIZE NieuweSchoonmaker
           DISPLAY "Code medewerker (max 4 tekens): " WITH NO ADVANCING
           ACCEPT NS-Code
           MOVE FUNCTION UPPER-CASE (NS-Code) TO NS-Code
           IF NS-Code = SPACES
               DISPLAY "Een code is verplicht."
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekSchoonmaker
           IF SchoonmakerGevonden
               DISPLAY "Bestaande medewerker " FUNCTION TRIM (NS-Naam)
                 "; alle gegevens worden opnieuw gevraagd."
           END-IF
           DISPLAY "Naam (max 30 tekens): " WITH NO ADVANCING
           ACCEPT NS-Naam
           DISPLAY "Parkcode (leeg = 01): " WITH NO ADVANCING
           MOVE SPACES TO NS-Parkcode
           ACCEPT NS-Parkcode
           IF NS-Parkcode = SPACES
               MOVE "01" TO NS-Parkcode
           END-IF
           DISPLAY "Begintijd op de wisseldag (uumm, 0 = 1000): "
             WITH NO ADVANCING
           ACCEPT NS-Begintijd
           IF NS-Begintijd = ZERO
               MOVE StandaardBegintijd TO NS-Begintijd
           END-IF
           DISPLAY "Beschikbare uren per weekdag in tienden "
             "(bijv. 075 voor 7,5 uur):"
           PERFORM VARYING DagIndex FROM 1 BY 1 UNTIL DagIndex > 7
               DISPLAY "  " DagNaam(DagIndex) ": " WITH NO ADVANCING
               ACCEPT UrenInvoer
               COMPUTE NS-UrenPerDag(DagIndex) = UrenInvoer / 10
           END-PERFORM
           DISPLAY "Actief (J/N): " WITH NO ADVANCING
           ACCEPT NS-ActiefVlag
           MOVE FUNCTION UPPER-CASE (NS-ActiefVlag) TO NS-ActiefVlag
           IF NOT NS-NietActief
               MOVE "J" TO NS-ActiefVlag
           END-IF
           *> Het werkbestand wordt het nieuwe ploegregister
           MOVE ZERO TO EOFVlag
           OPEN OUTPUT SchoonmakersWerk
           OPEN INPUT SchoonmakersBestand
           IF IO-OK
               READ SchoonmakersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-M-Code = NS-Code
                       WRITE SchoonmakerWerkrecord
                         FROM NieuweSchoonmaker
                   ELSE
                       WRITE SchoonmakerWerkrecord
                         FROM Schoonmakerrecord
                   END-IF
                   READ SchoonmakersBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SchoonmakersBestand
           END-IF
           IF SchoonmakerNietGevonden
               WRITE SchoonmakerWerkrecord FROM NieuweSchoonmaker
           END-IF
           CLOSE SchoonmakersWerk
           MOVE ZERO TO EOFVlag
           OPEN INPUT SchoonmakersWerk
           OPEN OUTPUT SchoonmakersBestand
           READ SchoonmakersWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Schoonmakerrecord FROM SchoonmakerWerkrecord
               READ SchoonmakersWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE SchoonmakersWerk, SchoonmakersBestand
           DISPLAY "Medewerker " NS-Code " vastgelegd."
           .

       ZoekSchoonmaker.
           *> Zoekt NS-Code; een gevonden record komt in
           *> NieuweSchoonmaker
           SET SchoonmakerNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT SchoonmakersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ SchoonmakersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-M-Code = NS-Code
                   SET SchoonmakerGevonden TO TRUE
                   MOVE Schoonmakerrecord TO NieuweSchoonmaker
                   SET EOFBereikt TO TRUE
               ELSE
                   READ SchoonmakersBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SchoonmakersBestand
           .

       ToonSchoonmakers.
           DISPLAY SPACE
           DISPLAY "PLOEGREGISTER SCHOONMAAK"
           DISPLAY "========================"
           DISPLAY "Code | Naam                           | Park "
             "| Begin | Uren ma-zo"
           MOVE ZERO TO EOFVlag
           OPEN INPUT SchoonmakersBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen medewerkers vastgelegd. "
                 "IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ SchoonmakersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE SPACES TO RegelBuffer
               MOVE 1 TO RegelPositie
               STRING FS-M-Code " | " FS-M-Naam " | " FS-M-Parkcode
                 "   | " FS-M-Begintijd " |"
                 DELIMITED BY SIZE INTO RegelBuffer
                 WITH POINTER RegelPositie
               PERFORM VARYING DagIndex FROM 1 BY 1
                 UNTIL DagIndex > 7
                   COMPUTE BedragCenten = FS-M-UrenPerDag(DagIndex) * 10
                   MOVE BedragCenten TO ToonUren
                   STRING " " ToonUren DELIMITED BY SIZE
                     INTO RegelBuffer WITH POINTER RegelPositie
               END-PERFORM
               IF FS-M-NietActief
                   STRING " (niet actief)" DELIMITED BY SIZE
                     INTO RegelBuffer WITH POINTER RegelPositie
               END-IF
               DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
               READ SchoonmakersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE SchoonmakersBestand
           .

       SectieVastleggen.
           DISPLAY SPACE
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT InvoerWoningnummer
           DISPLAY "Sectie (bijv. NOORD, BOS, STRAND): "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerSectie
           ACCEPT InvoerSectie
           MOVE FUNCTION UPPER-CASE (InvoerSectie) TO InvoerSectie
           SET SectieNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN OUTPUT SectiesWerk
           OPEN INPUT SectiesBestand
           IF IO-OK
               READ SectiesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-S-Woningnummer = InvoerWoningnummer
                       SET SectieGevonden TO TRUE
                       MOVE InvoerSectie TO FS-S-Sectie
                   END-IF
                   WRITE SectieWerkrecord FROM Sectierecord
                   READ SectiesBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SectiesBestand
           END-IF
           IF SectieNietGevonden
               MOVE InvoerWoningnummer TO FS-SW-Woningnummer
               MOVE InvoerSectie TO FS-SW-Sectie
               WRITE SectieWerkrecord
           END-IF
           CLOSE SectiesWerk
           MOVE ZERO TO EOFVlag
           OPEN INPUT SectiesWerk
           OPEN OUTPUT SectiesBestand
           READ SectiesWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Sectierecord FROM SectieWerkrecord
               READ SectiesWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectiesWerk, SectiesBestand
           DISPLAY "Woning " InvoerWoningnummer " ligt in sectie "
             InvoerSectie "."
           .

       MaakIndeling.
           DISPLAY SPACE
           DISPLAY "Wisseldatum (yyyymmdd, 0 = vandaag): "
             WITH NO ADVANCING
           ACCEPT Wisseldatum
           IF Wisseldatum = ZERO
               MOVE DatumVandaag TO Wisseldatum
           END-IF
           MOVE Wisseldatum(1:4) TO WisselJaar
           DISPLAY "Wisselweek (weeknummer): " WITH NO ADVANCING
           ACCEPT WisselWeek
           IF WisselWeek < 2 OR WisselWeek > 53
               DISPLAY "Ongeldig weeknummer."
               EXIT PARAGRAPH
           END-IF
           COMPUTE VorigeWeek = WisselWeek - 1
           DISPLAY "Parkcode (leeg of 00 = beide parken): "
             WITH NO ADVANCING
           MOVE SPACES TO GekozenPark
           ACCEPT GekozenPark
           IF GekozenPark = SPACES
               MOVE "00" TO GekozenPark
           END-IF
           *> Weekdag van de wisseldag: dag 1 van de kalender is een
           *> maandag
           COMPUTE INT-Datum = FUNCTION INTEGER-OF-DATE (Wisseldatum)
           COMPUTE Weekdag = FUNCTION MOD (INT-Datum - 1, 7) + 1
           PERFORM LaadSecties
           PERFORM LaadPloeg
           PERFORM BepaalTeSchoonmaken
           IF AantalTeSchoonmaken = ZERO
               DISPLAY "Er zijn geen woningen met een vertrek in week "
                 VorigeWeek " of een tussenschoonmaak."
               EXIT PARAGRAPH
           END-IF
           PERFORM SorteerTeSchoonmaken
           PERFORM VerwijderOudeIndeling
           OPEN EXTEND IndelingBestand
           IF IOStatus = 35
               CLOSE IndelingBestand
               OPEN OUTPUT IndelingBestand
           END-IF
           OPEN OUTPUT WerklijstBestand
           MOVE ZERO TO AantalIngedeeld
           MOVE 1 TO TsIndex
           PERFORM UNTIL TsIndex > AantalTeSchoonmaken
               MOVE TS-Parkcode(TsIndex) TO HuidigPark
               PERFORM PlanPark
               PERFORM UNTIL TsIndex > AantalTeSchoonmaken
                 OR TS-Parkcode(TsIndex) NOT = HuidigPark
                   ADD 1 TO TsIndex
               END-PERFORM
           END-PERFORM
           CLOSE WerklijstBestand
           CLOSE IndelingBestand
           DISPLAY SPACE
           DISPLAY AantalIngedeeld " van " AantalTeSchoonmaken
             " woning(en) ingedeeld; werklijsten in "
             "SchoonmaakWerklijst.txt."
           .

       LaadSecties.
           MOVE SPACES TO SectieTabel
           MOVE ZERO TO EOFVlag
           OPEN INPUT SectiesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ SectiesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-S-Woningnummer > ZERO
                   MOVE FS-S-Sectie
                     TO SectieVanWoning(FS-S-Woningnummer)
               END-IF
               READ SectiesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE SectiesBestand
           .

       LaadPloeg.
           *> Actieve medewerkers met uren op de weekdag van de
           *> wisseldag
           INITIALIZE PloegTabel
           MOVE ZERO TO AantalPloeg
           MOVE ZERO TO EOFVlag
           OPEN INPUT SchoonmakersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ SchoonmakersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-M-Actief
                 AND FS-M-UrenPerDag(Weekdag) > ZERO
                 AND AantalPloeg < MaxPloeg
                 AND (GekozenPark = "00"
                   OR FS-M-Parkcode = GekozenPark)
                   ADD 1 TO AantalPloeg
                   MOVE FS-M-Code TO PL-Code(AantalPloeg)
                   MOVE FS-M-Naam TO PL-Naam(AantalPloeg)
                   MOVE FS-M-Parkcode TO PL-Parkcode(AantalPloeg)
                   MOVE FS-M-Begintijd TO PL-Begintijd(AantalPloeg)
                   COMPUTE PL-Capaciteit(AantalPloeg) =
                     FS-M-UrenPerDag(Weekdag) * 60
               END-IF
               READ SchoonmakersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE SchoonmakersBestand
           .

       BepaalTeSchoonmaken.
           *> Te schoonmaken: elke woning waarvan een boeking in de
           *> week voor de wisselweek eindigt, en elke woning waar een
           *> gast met tussenschoonmaak de wisselweek doorblijft
           MOVE ZERO TO AantalTeSchoonmaken
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "ReserveringenMetAltKey.dat: " IOStatus
           END-IF
           MOVE ZERO TO EOFWoningenVlag
           OPEN INPUT WoningenBestand
           READ WoningenBestand
               AT END
                   SET EOFWoningen TO TRUE
           END-READ
           PERFORM UNTIL EOFWoningen
               IF WoningParkcode = SPACES
                   MOVE "01" TO WoningParkcode
               END-IF
               IF GekozenPark = "00"
                 OR WoningParkcode = GekozenPark
                   PERFORM BeoordeelWoning
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFWoningen TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           CLOSE ReserveringenBestand
           .

       BeoordeelWoning.
           SET ZonderVertrek TO TRUE
           SET ZonderTussenschoonmaak TO TRUE
           SET ZonderAankomst TO TRUE
           SET ZonderHuisdieren TO TRUE
           SET NotEOD TO TRUE
           MOVE Woningnummer TO FS-R-Woningnummer
           START ReserveringenBestand KEY >= FS-R-Woningnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           IF NOT EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-IF
           PERFORM WITH TEST BEFORE UNTIL EOD
               OR FS-R-Woningnummer NOT = Woningnummer
               IF FS-R-Jaar = WisselJaar
                 AND FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-DatumVerlopen = SPACES
                   COMPUTE LaatsteWeekVanReservering =
                     FS-R-Weeknummer + FS-R-AantalWeken - 1
                   IF LaatsteWeekVanReservering = VorigeWeek
                       SET MetVertrek TO TRUE
                       IF FS-R-AantalHuisdieren IS NUMERIC
                         AND FS-R-AantalHuisdieren > "0"
                           SET MetHuisdieren TO TRUE
                       END-IF
                   END-IF
                   IF FS-R-Weeknummer < WisselWeek
                     AND LaatsteWeekVanReservering >= WisselWeek
                       MOVE FS-R-Reserveringsnummer
                         TO TZ-C-Reserveringsnummer
                       MOVE FS-R-AantalWeken TO TZ-C-AantalWeken
                       CALL "BepaalTussenschoonmaak"
                         USING BY CONTENT
                               TZ-C-ParametersTussenschoonmaak,
                               BY REFERENCE
                               TZ-R-ParametersTussenschoonmaak
                       IF NOT TZ-R-GeenTussenschoonmaak
                           SET MetTussenschoonmaak TO TRUE
                       END-IF
                   END-IF
                   IF FS-R-Weeknummer = WisselWeek
                       SET MetAankomst TO TRUE
                   END-IF
               END-IF
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-PERFORM
           IF ZonderVertrek AND ZonderTussenschoonmaak
               EXIT PARAGRAPH
           END-IF
           IF AantalTeSchoonmaken >= MaxTeSchoonmaken
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalTeSchoonmaken
           MOVE WoningParkcode TO TS-Parkcode(AantalTeSchoonmaken)
           IF Woningnummer > ZERO
               MOVE SectieVanWoning(Woningnummer)
                 TO TS-Sectie(AantalTeSchoonmaken)
           ELSE
               MOVE SPACES TO TS-Sectie(AantalTeSchoonmaken)
           END-IF
           MOVE Woningnummer TO TS-Woningnummer(AantalTeSchoonmaken)
           MOVE Woningtype TO TS-Woningtype(AantalTeSchoonmaken)
           MOVE Woningtype TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           *> Een tussenschoonmaak heeft een eigen, kortere
           *> standaardtijd
           IF MetVertrek
               MOVE "V" TO TS-Soort(AantalTeSchoonmaken)
               MOVE WT-R-Schoonmaaktijd
                 TO TS-Minuten(AantalTeSchoonmaken)
           ELSE
               MOVE "T" TO TS-Soort(AantalTeSchoonmaken)
               MOVE WT-R-TussenSchoonmaaktijd
                 TO TS-Minuten(AantalTeSchoonmaken)
           END-IF
           IF MetHuisdieren
               ADD ExtraMinutenHuisdieren
                 TO TS-Minuten(AantalTeSchoonmaken)
           END-IF
           IF MetAankomst
               MOVE "J" TO TS-AankomstVlag(AantalTeSchoonmaken)
           ELSE
               MOVE "N" TO TS-AankomstVlag(AantalTeSchoonmaken)
           END-IF
           MOVE ZERO TO TS-Ploegindex(AantalTeSchoonmaken)
           .

       SorteerTeSchoonmaken.
           PERFORM VARYING TsIndex FROM 1 BY 1
             UNTIL TsIndex >= AantalTeSchoonmaken
               PERFORM VARYING VergelijkIndex FROM 1 BY 1
                 UNTIL VergelijkIndex > AantalTeSchoonmaken - TsIndex
                   IF TS-Sleutel(VergelijkIndex) >
                     TS-Sleutel(VergelijkIndex + 1)
                       MOVE TeSchoonmaken(VergelijkIndex)
                         TO WisselTeSchoonmaken
                       MOVE TeSchoonmaken(VergelijkIndex + 1)
                         TO TeSchoonmaken(VergelijkIndex)
                       MOVE WisselTeSchoonmaken
                         TO TeSchoonmaken(VergelijkIndex + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       VerwijderOudeIndeling.
           *> Een eerdere indeling van dezelfde wisseldag en hetzelfde
           *> park vervalt
           MOVE ZERO TO EOFVlag
           OPEN INPUT IndelingBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT IndelingWerk
           READ IndelingBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-I-Wisseldatum = Wisseldatum
                 AND (GekozenPark = "00"
                   OR FS-I-Parkcode = GekozenPark)
                   CONTINUE
               ELSE
                   WRITE IndelingWerkrecord FROM Indelingrecord
               END-IF
               READ IndelingBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE IndelingBestand, IndelingWerk
           MOVE ZERO TO EOFVlag
           OPEN INPUT IndelingWerk
           OPEN OUTPUT IndelingBestand
           READ IndelingWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Indelingrecord FROM IndelingWerkrecord
               READ IndelingWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE IndelingWerk, IndelingBestand
           .

       PlanPark.
           *> Verdeelt de woningen van HuidigPark (vanaf TsIndex) over
           *> de medewerkers van dat park, naar verhouding van hun
           *> beschikbare minuten; de sectievolgorde blijft intact
           PERFORM ZoekEersteSlot
           MOVE ZERO TO ParkMinuten
           PERFORM VARYING VergelijkIndex FROM TsIndex BY 1
             UNTIL VergelijkIndex > AantalTeSchoonmaken
               OR TS-Parkcode(VergelijkIndex) NOT = HuidigPark
               ADD TS-Minuten(VergelijkIndex) TO ParkMinuten
           END-PERFORM
           MOVE ZERO TO ParkCapaciteit ParkVoorSlot ParkPloeg
           PERFORM VARYING PloegIndex FROM 1 BY 1
             UNTIL PloegIndex > AantalPloeg
               IF PL-Parkcode(PloegIndex) = HuidigPark
                   ADD 1 TO ParkPloeg
                   MOVE ZERO TO PL-Belasting(PloegIndex)
                   MOVE ZERO TO PL-AantalWoningen(PloegIndex)
                   DIVIDE PL-Begintijd(PloegIndex) BY 100
                     GIVING Uur REMAINDER Minuut
                   COMPUTE BeginMinuten = Uur * 60 + Minuut
                   IF BeginMinuten < EersteSlotMinuten
                       COMPUTE PL-VoorSlot(PloegIndex) =
                         EersteSlotMinuten - BeginMinuten
                   ELSE
                       MOVE ZERO TO PL-VoorSlot(PloegIndex)
                   END-IF
                   IF PL-VoorSlot(PloegIndex)
                     > PL-Capaciteit(PloegIndex)
                       MOVE PL-Capaciteit(PloegIndex)
                         TO PL-VoorSlot(PloegIndex)
                   END-IF
                   ADD PL-Capaciteit(PloegIndex) TO ParkCapaciteit
                   ADD PL-VoorSlot(PloegIndex) TO ParkVoorSlot
               END-IF
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ParkMinuten TO ToonMinuten
           MOVE ParkVoorSlot TO ToonMinuten2
           MOVE SPACES TO RegelBuffer
           STRING "PARK " HuidigPark " - WISSELDAG "
             Wisseldatum(7:2) "-" Wisseldatum(5:2) "-"
             Wisseldatum(1:4) " (" FUNCTION TRIM (DagNaam(Weekdag))
             "): " ToonMinuten " minuten werk, " ToonMinuten2
             " minuten ploeg voor het eerste aankomstslot "
             EersteSlot(1:2) ":" EersteSlot(3:2)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           IF ParkPloeg = ZERO
               MOVE SPACES TO RegelBuffer
               STRING ">>> WAARSCHUWING: geen medewerkers beschikbaar "
                 "in park " HuidigPark "; de woningen zijn niet "
                 "ingedeeld." DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
               EXIT PARAGRAPH
           END-IF
           IF ParkMinuten > ParkVoorSlot
               MOVE SPACES TO RegelBuffer
               STRING ">>> WAARSCHUWING: de ploeg in park " HuidigPark
                 " heeft te weinig uren om alles schoon te hebben "
                 "voor het eerste aankomstslot."
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           *> Doel per medewerker naar verhouding van de capaciteit
           PERFORM VARYING PloegIndex FROM 1 BY 1
             UNTIL PloegIndex > AantalPloeg
               IF PL-Parkcode(PloegIndex) = HuidigPark
                   COMPUTE PL-Doel(PloegIndex) ROUNDED =
                     ParkMinuten * PL-Capaciteit(PloegIndex)
                     / ParkCapaciteit
               END-IF
           END-PERFORM
           MOVE ZERO TO HuidigPloeglid
           MOVE 1 TO PloegIndex
           PERFORM ZoekVolgendPloeglid
           MOVE VolgendPloeglid TO HuidigPloeglid
           PERFORM VARYING VergelijkIndex FROM TsIndex BY 1
             UNTIL VergelijkIndex > AantalTeSchoonmaken
               OR TS-Parkcode(VergelijkIndex) NOT = HuidigPark
               PERFORM WijsWoningToe
           END-PERFORM
           PERFORM VARYING PloegIndex FROM 1 BY 1
             UNTIL PloegIndex > AantalPloeg
               IF PL-Parkcode(PloegIndex) = HuidigPark
                   PERFORM SchrijfWerklijst
               END-IF
           END-PERFORM
           .

       ZoekEersteSlot.
           *> Vroegste aankomstslot van het park; zonder slots geldt de
           *> vaste aankomsttijd
           MOVE 9999 TO EersteSlot
           MOVE ZERO TO EOFVlag
           OPEN INPUT AankomstSlotsBestand
           IF IO-OK
               READ AankomstSlotsBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-AS-Parkcode = HuidigPark
                     AND FS-AS-Begintijd < EersteSlot
                       MOVE FS-AS-Begintijd TO EersteSlot
                   END-IF
                   READ AankomstSlotsBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AankomstSlotsBestand
           END-IF
           IF EersteSlot = 9999
               MOVE StandaardEersteAankomst TO EersteSlot
           END-IF
           DIVIDE EersteSlot BY 100 GIVING Uur REMAINDER Minuut
           COMPUTE EersteSlotMinuten = Uur * 60 + Minuut
           .

       ZoekVolgendPloeglid.
           *> Eerste medewerker van HuidigPark vanaf PloegIndex; nul
           *> als er geen meer is
           MOVE ZERO TO VolgendPloeglid
           PERFORM UNTIL PloegIndex > AantalPloeg
             OR VolgendPloeglid NOT = ZERO
               IF PL-Parkcode(PloegIndex) = HuidigPark
                   MOVE PloegIndex TO VolgendPloeglid
               ELSE
                   ADD 1 TO PloegIndex
               END-IF
           END-PERFORM
           .

       WijsWoningToe.
           *> Is het doel van de huidige medewerker bereikt, dan gaat
           *> de volgende medewerker verder met de rest van de rij
           IF PL-Belasting(HuidigPloeglid) > ZERO
             AND PL-Belasting(HuidigPloeglid)
               + TS-Minuten(VergelijkIndex)
               > PL-Doel(HuidigPloeglid)
               COMPUTE PloegIndex = HuidigPloeglid + 1
               PERFORM ZoekVolgendPloeglid
               IF VolgendPloeglid NOT = ZERO
                   MOVE VolgendPloeglid TO HuidigPloeglid
               END-IF
           END-IF
           MOVE HuidigPloeglid TO TS-Ploegindex(VergelijkIndex)
           ADD TS-Minuten(VergelijkIndex)
             TO PL-Belasting(HuidigPloeglid)
           ADD 1 TO PL-AantalWoningen(HuidigPloeglid)
           MOVE Wisseldatum TO FS-I-Wisseldatum
           MOVE HuidigPark TO FS-I-Parkcode
           MOVE TS-Woningnummer(VergelijkIndex) TO FS-I-Woningnummer
           MOVE TS-Sectie(VergelijkIndex) TO FS-I-Sectie
           MOVE PL-Code(HuidigPloeglid) TO FS-I-SchoonmakerCode
           MOVE PL-AantalWoningen(HuidigPloeglid) TO FS-I-Volgorde
           MOVE TS-Minuten(VergelijkIndex) TO FS-I-Minuten
           MOVE TS-Soort(VergelijkIndex) TO FS-I-Soort
           WRITE Indelingrecord
           ADD 1 TO AantalIngedeeld
           .

       SchrijfWerklijst.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "WERKLIJST " FUNCTION TRIM (PL-Naam(PloegIndex))
             " (" PL-Code(PloegIndex) ") - park " HuidigPark
             " - wisseldag " Wisseldatum(7:2) "-" Wisseldatum(5:2)
             "-" Wisseldatum(1:4) " - begin "
             PL-Begintijd(PloegIndex)(1:2) ":"
             PL-Begintijd(PloegIndex)(3:2)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "  Nr Woning Sectie     Type Minuten"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO Volgorde
           PERFORM VARYING VergelijkIndex FROM TsIndex BY 1
             UNTIL VergelijkIndex > AantalTeSchoonmaken
               OR TS-Parkcode(VergelijkIndex) NOT = HuidigPark
               IF TS-Ploegindex(VergelijkIndex) = PloegIndex
                   ADD 1 TO Volgorde
                   IF TS-AankomstVlag(VergelijkIndex) = "J"
                       MOVE "aankomst vandaag" TO AankomstTekst
                   ELSE
                       MOVE SPACES TO AankomstTekst
                   END-IF
                   IF TS-Soort(VergelijkIndex) = "T"
                       MOVE "tussenschoonmaak" TO AankomstTekst
                   END-IF
                   MOVE TS-Minuten(VergelijkIndex) TO ToonMinuten
                   MOVE SPACES TO RegelBuffer
                   STRING "  " Volgorde "   "
                     TS-Woningnummer(VergelijkIndex) "   "
                     TS-Sectie(VergelijkIndex) " "
                     TS-Woningtype(VergelijkIndex) "   "
                     ToonMinuten "  " AankomstTekst
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
               END-IF
           END-PERFORM
           *> Verwachte eindtijd bij doorwerken vanaf de begintijd
           DIVIDE PL-Begintijd(PloegIndex) BY 100
             GIVING Uur REMAINDER Minuut
           COMPUTE KlaarMinuten =
             Uur * 60 + Minuut + PL-Belasting(PloegIndex)
           DIVIDE KlaarMinuten BY 60 GIVING Uur REMAINDER Minuut
           COMPUTE KlaarTijd = Uur * 100 + Minuut
           MOVE PL-Belasting(PloegIndex) TO ToonMinuten
           MOVE PL-Capaciteit(PloegIndex) TO ToonMinuten2
           MOVE SPACES TO RegelBuffer
           STRING "  Totaal " ToonMinuten " van " ToonMinuten2
             " beschikbare minuten, klaar rond "
             KlaarTijd(1:2) ":" KlaarTijd(3:2)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           IF PL-Belasting(PloegIndex) > PL-Capaciteit(PloegIndex)
               MOVE "  >>> Meer werk dan beschikbare uren"
                 TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       ToonIndeling.
           DISPLAY SPACE
           DISPLAY "Wisseldatum (yyyymmdd, 0 = vandaag): "
             WITH NO ADVANCING
           ACCEPT Wisseldatum
           IF Wisseldatum = ZERO
               MOVE DatumVandaag TO Wisseldatum
           END-IF
           DISPLAY SPACE
           DISPLAY "INDELING WISSELDAG " Wisseldatum
           DISPLAY "============================"
           MOVE ZERO TO EOFVlag
           OPEN INPUT IndelingBestand
           IF NOT IO-OK
               DISPLAY "Er is nog geen indeling gemaakt. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ IndelingBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-I-Wisseldatum = Wisseldatum
                   DISPLAY "Park " FS-I-Parkcode " | "
                     FS-I-SchoonmakerCode " | " FS-I-Volgorde
                     " | woning " FS-I-Woningnummer " | sectie "
                     FS-I-Sectie " | " FS-I-Minuten " minuten"
                     " | soort " FS-I-Soort
               END-IF
               READ IndelingBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE IndelingBestand
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE Werklijstregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Schoonmakers
             PadDir-SchoonmakersWerk
             PadDir-WoningSecties
             PadDir-WoningSectiesWerk
             PadDir-SchoonmaakIndeling
             PadDir-SchoonmaakIndelingWerk
             PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-AankomstSlots
             PadDir-SchoonmaakWerklijst
           .
