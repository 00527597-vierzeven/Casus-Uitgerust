       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalamiteitenfondsAangifte.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Calamiteitenfonds: onderhoud van de vaste bijdrage per
       *> boeking en de kwartaalaangifte. De aangifte bevat elke
       *> boeking die in het kwartaal is aangemaakt met haar bijdrage,
       *> en een terugboeking voor elke boeking met bijdrage die in het
       *> kwartaal is geannuleerd. De bijdrage zelf bepaalt
       *> BepaalCalamiteitenBijdrage, zodat de aangifte en de factuur
       *> hetzelfde bedrag gebruiken
       SELECT TarievenBestand
           ASSIGN TO Pad-Tarieven
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
       SELECT ReserveringenArchiefBestand
           ASSIGN TO Pad-ReserveringenArchief
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AangifteBestand
           ASSIGN TO Pad-Aangifte
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand
           ASSIGN TO Pad-Rapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TarievenBestand.
       01 Tariefrecord.
       COPY CalamiteitenfondsTarief REPLACING ==(pf)== BY ==FS-T==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD ReserveringenArchiefBestand.
       01 Reserveringsarchiefregel.
       COPY Reservering REPLACING ==(pf)== BY ==FS-AR==.
       FD AangifteBestand.
       01 Aangifterecord.
       COPY CalamiteitenfondsRegel REPLACING ==(pf)== BY ==FS-A==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "CalamiteitenfondsTarieven.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-ReserveringenArchief.
         02 PadDir-ReserveringenArchief PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenArchief.dat".
       01 Pad-Aangifte.
         02 PadDir-Aangifte PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "CalamiteitenfondsAangifte.dat".
       01 Pad-Rapport.
         02 PadDir-Rapport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "CalamiteitenfondsAangifte.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       *> Nieuw tarief
       01 NieuweIngangsDatum PIC 9(8) VALUE ZERO.
       01 NieuweBijdrage PIC 9(3)V99 VALUE ZERO.
       01 NieuweBijdrageCenten PIC 9(5) VALUE ZERO.
       01 AantalTarieven PIC 999 VALUE ZERO.
       *> Het aangiftekwartaal
       01 AangifteJaar PIC 9(4) VALUE ZERO.
       01 AangifteKwartaal PIC 9 VALUE ZERO.
         88 GeldigKwartaal VALUE 1 THRU 4.
       01 KwartaalBegin PIC 9(8) VALUE ZERO.
       01 KwartaalBeginX REDEFINES KwartaalBegin PIC X(8).
       01 KwartaalEinde PIC 9(8) VALUE ZERO.
       01 KwartaalEindeX REDEFINES KwartaalEinde PIC X(8).
       *> De reservering die beoordeeld wordt (uit het bestand of uit
       *> het archief)
       01 Beoordeeld.
       COPY Reservering REPLACING ==(pf)== BY ==BR==.
       COPY ParametersCalamiteitenBijdrage REPLACING ==(pf)== BY ==CF==.
       *> Tellingen
       01 AantalBijdragen PIC 9(5) VALUE ZERO.
       01 AantalTerugboekingen PIC 9(5) VALUE ZERO.
       01 TotaalBijdragen PIC 9(7)V99 VALUE ZERO.
       01 TotaalTerugboekingen PIC 9(7)V99 VALUE ZERO.
       01 AfTeDragen PIC S9(7)V99 VALUE ZERO.
       *> Afdrukvelden; bedragen via centen omdat het rapport een
       *> decimale komma toont
       01 BedragCenten PIC S9(9) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 ToonAantal PIC ZZZZ9.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "CALAMITEITENFONDS"
               DISPLAY "================="
               DISPLAY "1. Bijdragetarieven tonen"
               DISPLAY "2. Nieuw bijdragetarief vastleggen"
               DISPLAY "3. Kwartaalaangifte maken"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonTarieven
                   WHEN 2
                       PERFORM LegTariefVast
                   WHEN 3
                       PERFORM MaakAangifte
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonTarieven.
           DISPLAY SPACE
           MOVE ZERO TO AantalTarieven
           MOVE ZERO TO EOFVlag
           OPEN INPUT TarievenBestand
           IF NOT IO-OK
               DISPLAY "Er is nog geen bijdragetarief vastgelegd; "
                 "boekingen dragen niets af."
               EXIT PARAGRAPH
           END-IF
           READ TarievenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               ADD 1 TO AantalTarieven
               COMPUTE BedragCenten = FS-T-Bijdrage * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Vanaf " FS-T-IngangsDatum ": " ToonBedrag
                 " euro per boeking"
               READ TarievenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE TarievenBestand
           IF AantalTarieven = ZERO
               DISPLAY "Er is nog geen bijdragetarief vastgelegd; "
                 "boekingen dragen niets af."
           END-IF
           .

       LegTariefVast.
           *> Een nieuw tarief geldt voor boekingen die op of na de
           *> ingangsdatum worden aangemaakt; eerdere boekingen houden
           *> hun tarief, zodat bestaande facturen niet veranderen
           DISPLAY SPACE
           DISPLAY "Ingangsdatum (JJJJMMDD): " WITH NO ADVANCING
           ACCEPT NieuweIngangsDatum
           IF NieuweIngangsDatum = ZERO
               DISPLAY "Geen ingangsdatum; er is niets vastgelegd."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (NieuweIngangsDatum)
             NOT = ZERO
               DISPLAY ">>> " NieuweIngangsDatum
                 " is geen geldige datum."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bijdrage per boeking in centen (bijv. 250 voor "
             "2,50): " WITH NO ADVANCING
           ACCEPT NieuweBijdrageCenten
           COMPUTE NieuweBijdrage = NieuweBijdrageCenten / 100
           OPEN EXTEND TarievenBestand
           IF IOStatus = 35
               CLOSE TarievenBestand
               OPEN OUTPUT TarievenBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE NieuweIngangsDatum TO FS-T-IngangsDatum
               MOVE NieuweBijdrage TO FS-T-Bijdrage
               WRITE Tariefrecord
               CLOSE TarievenBestand
               COMPUTE BedragCenten = NieuweBijdrage * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Vanaf " NieuweIngangsDatum
                 " geldt een bijdrage van " ToonBedrag
                 " euro per boeking."
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "CalamiteitenfondsTarieven.dat: " IOStatus
           END-IF
           .

       MaakAangifte.
           DISPLAY SPACE
           DISPLAY "Jaar: " WITH NO ADVANCING
           ACCEPT AangifteJaar
           DISPLAY "Kwartaal (1-4): " WITH NO ADVANCING
           ACCEPT AangifteKwartaal
           IF NOT GeldigKwartaal
               DISPLAY ">>> Kwartaal moet 1 t/m 4 zijn."
               EXIT PARAGRAPH
           END-IF
           *> Eerste dag van het kwartaal; de laatste dag als
           *> vergelijkingsgrens (dag 31 van de laatste maand)
           COMPUTE KwartaalBegin = AangifteJaar * 10000
             + ((AangifteKwartaal - 1) * 3 + 1) * 100 + 1
           COMPUTE KwartaalEinde = AangifteJaar * 10000
             + AangifteKwartaal * 300 + 31
           MOVE ZERO TO AantalBijdragen AantalTerugboekingen
             TotaalBijdragen TotaalTerugboekingen
           OPEN OUTPUT AangifteBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "CalamiteitenfondsAangifte.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "AANGIFTE CALAMITEITENFONDS " AangifteJaar
             " KWARTAAL " AangifteKwartaal
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "==========================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "reservering | datum    | soort        |    bedrag"
             TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM LeesReserveringen
           PERFORM LeesArchief
           PERFORM SchrijfTotalen
           CLOSE AangifteBestand
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "De aangifte staat in "
             "CalamiteitenfondsAangifte.dat, het rapport in "
             "CalamiteitenfondsAangifte.txt."
           .

       LeesReserveringen.
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
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
                   MOVE Reserveringsrecord TO Beoordeeld
                   PERFORM BeoordeelReservering
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       LeesArchief.
           *> Een gearchiveerde boeking kan in het kwartaal zijn
           *> aangemaakt of geannuleerd; het archief ontbreekt als er
           *> nooit is gearchiveerd
           MOVE ZERO TO EOFVlag
           OPEN INPUT ReserveringenArchiefBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ReserveringenArchiefBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Reserveringsarchiefregel TO Beoordeeld
               PERFORM BeoordeelReservering
               READ ReserveringenArchiefBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenArchiefBestand
           .

       BeoordeelReservering.
           *> Alleen boekingen; een optie telt pas als boeking
           IF NOT BR-TypeBoeking
             OR BR-DatumCreatie IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE BR-ReserveringsType TO CF-C-ReserveringsType
           MOVE BR-AllotmentContract TO CF-C-AllotmentContract
           MOVE BR-DatumCreatie TO CF-C-DatumCreatie
           CALL "BepaalCalamiteitenBijdrage"
             USING BY CONTENT CF-C-ParametersCalamiteitenBijdrage,
                   BY REFERENCE CF-R-ParametersCalamiteitenBijdrage
           IF CF-R-Bijdrage = ZERO
               EXIT PARAGRAPH
           END-IF
           IF BR-DatumCreatie >= KwartaalBegin
             AND BR-DatumCreatie <= KwartaalEinde
               MOVE BR-DatumCreatie TO FS-A-Datum
               SET FS-A-SoortBijdrage TO TRUE
               MOVE CF-R-Bijdrage TO FS-A-Bedrag
               ADD 1 TO AantalBijdragen
               ADD CF-R-Bijdrage TO TotaalBijdragen
               PERFORM SchrijfAangifteRegel
           END-IF
           IF BR-DatumAnnulering NOT = SPACES
             AND BR-DatumAnnulering >= KwartaalBeginX
             AND BR-DatumAnnulering <= KwartaalEindeX
               MOVE BR-DatumAnnulering TO FS-A-Datum
               SET FS-A-SoortTerugboeking TO TRUE
               COMPUTE FS-A-Bedrag = ZERO - CF-R-Bijdrage
               ADD 1 TO AantalTerugboekingen
               ADD CF-R-Bijdrage TO TotaalTerugboekingen
               PERFORM SchrijfAangifteRegel
           END-IF
           .

       SchrijfAangifteRegel.
           MOVE AangifteJaar TO FS-A-Jaar
           MOVE AangifteKwartaal TO FS-A-Kwartaal
           MOVE BR-Reserveringsnummer TO FS-A-Reserveringsnummer
           WRITE Aangifterecord
           COMPUTE BedragCenten = FS-A-Bedrag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           IF FS-A-SoortBijdrage
               STRING "   " FS-A-Reserveringsnummer " | " FS-A-Datum
                 " | bijdrage     | " ToonBedrag
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "   " FS-A-Reserveringsnummer " | " FS-A-Datum
                 " | terugboeking | " ToonBedrag
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           .

       SchrijfTotalen.
           COMPUTE AfTeDragen = TotaalBijdragen - TotaalTerugboekingen
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE AantalBijdragen TO ToonAantal
           COMPUTE BedragCenten = TotaalBijdragen * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Bijdragen:     " ToonAantal " boekingen    "
             ToonBedrag " euro"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE AantalTerugboekingen TO ToonAantal
           COMPUTE BedragCenten = TotaalTerugboekingen * -100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Terugboekingen:" ToonAantal " annuleringen "
             ToonBedrag " euro"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = AfTeDragen * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Af te dragen over het kwartaal:    " ToonBedrag
             " euro"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE Rapportregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Tarieven
             PadDir-ReserveringenMetAltKey
             PadDir-ReserveringenArchief
             PadDir-Aangifte
             PadDir-Rapport
           .
