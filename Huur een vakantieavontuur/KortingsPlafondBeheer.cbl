       IDENTIFICATION DIVISION.
       PROGRAM-ID. KortingsPlafondBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Kortingsplafond: het maximale percentage gestapelde korting
       *> (prijsactie, actiecode, staffel, kinderkorting en
       *> cadeaubonnen) per woningtype en seizoen. BepaalFactuurTotaal
       *> topt een overschrijding af, tenzij een beheerder haar hier
       *> goedkeurt; elke goedkeuring komt in KortingGoedkeuringen.dat
       *> en in het reserveringsjournaal, en het maandrapport somt de
       *> goedgekeurde overschrijdingen op
       SELECT KortingsPlafondsBestand
           ASSIGN TO Pad-KortingsPlafonds
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KortingGoedkeuringenBestand
           ASSIGN TO Pad-KortingGoedkeuringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> De aangemelde operator vraagt de goedkeuring aan
       SELECT AanmeldingBestand ASSIGN TO Pad-AangemeldeOperator
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand
           ASSIGN TO Pad-Rapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KortingsPlafondsBestand.
       01 KortingsPlafondrecord.
       COPY KortingsPlafond REPLACING ==(pf)== BY ==FS-KP==.
       FD KortingGoedkeuringenBestand.
       01 KortingGoedkeuringrecord.
       COPY KortingGoedkeuring REPLACING ==(pf)== BY ==FS-KG==.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-KortingsPlafonds.
         02 PadDir-KortingsPlafonds PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KortingsPlafonds.dat".
       01 Pad-KortingGoedkeuringen.
         02 PadDir-KortingGoedkeuringen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KortingGoedkeuringen.dat".
       01 Pad-AangemeldeOperator.
         02 PadDir-AangemeldeOperator PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AangemeldeOperator.dat".
       01 Pad-Rapport.
         02 PadDir-Rapport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KortingsOverschrijdingen.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 BevestigingInput PIC X VALUE SPACE.
         88 BevestigingJa VALUE "J" "j".
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 AanvragendeOperator PIC X(8) VALUE SPACES.
       01 AantalPlafonds PIC 999 VALUE ZERO.
       *> Goedkeuring door een beheerder (OperatorAanmelden)
       COPY Aanmelding REPLACING ==(pf)== BY ==GK==.
       *> Nieuw plafond
       01 NieuwPlafond.
       COPY KortingsPlafond REPLACING ==(pf)== BY ==NP==.
       *> Overschrijding van een reservering
       01 Reserveringsnummer PIC 9(8) VALUE ZERO.
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 KortingPercentage PIC 999 VALUE ZERO.
       01 BovenPlafond PIC 9(7)V99 VALUE ZERO.
       01 BeeldVoorTekst.
         02 FILLER PIC X(17) VALUE "Korting afgetopt:".
         02 BV-Percentage PIC ZZ9.
         02 FILLER PIC X(15) VALUE " procent, max. ".
         02 BV-Plafond PIC Z9.
         02 FILLER PIC X(20) VALUE " procent, correctie ".
         02 BV-Correctie PIC ZZZZZZ9,99.
         02 FILLER PIC X(33) VALUE SPACES.
       *> Maandrapport
       01 RapportJaar PIC 9(4) VALUE ZERO.
       01 RapportMaand PIC 99 VALUE ZERO.
         88 GeldigeMaand VALUE 1 THRU 12.
       01 MaandBegin PIC 9(8) VALUE ZERO.
       01 MaandEinde PIC 9(8) VALUE ZERO.
       01 AantalOverschrijdingen PIC 9(5) VALUE ZERO.
       01 TotaalBovenPlafond PIC 9(7)V99 VALUE ZERO.
       *> Afdrukvelden; bedragen via centen omdat het rapport een
       *> decimale komma toont
       01 BedragCenten PIC S9(9) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 ToonBruto PIC -ZZZZZ9,99.
       01 ToonAantal PIC ZZZZ9.
       01 ToonPercentage PIC ZZ9.
       01 ToonPlafond PIC Z9.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> LOGBOEK (wijzigingsjournaal reserveringen)
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "KORTINGSPLAFOND"
               DISPLAY "==============="
               DISPLAY "1. Kortingsplafonds tonen"
               DISPLAY "2. Kortingsplafond toevoegen (beheerder)"
               DISPLAY "3. Overschrijding goedkeuren (beheerder)"
               DISPLAY "4. Maandrapport goedgekeurde overschrijdingen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonPlafonds
                   WHEN 2
                       PERFORM VoegPlafondToe
                   WHEN 3
                       PERFORM KeurOverschrijdingGoed
                   WHEN 4
                       PERFORM MaakMaandrapport
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonPlafonds.
           DISPLAY SPACE
           MOVE ZERO TO AantalPlafonds
           MOVE ZERO TO EOFVlag
           OPEN INPUT KortingsPlafondsBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen kortingsplafonds vastgelegd; "
                 "korting wordt niet begrensd."
               EXIT PARAGRAPH
           END-IF
           READ KortingsPlafondsBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               ADD 1 TO AantalPlafonds
               DISPLAY "Woningtype " FS-KP-Woningtype
                 " | week " FS-KP-VanWeek " t/m " FS-KP-TotWeek
                 " | maximaal " FS-KP-MaxPercentage
                 " procent korting"
               READ KortingsPlafondsBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE KortingsPlafondsBestand
           IF AantalPlafonds = ZERO
               DISPLAY "Er zijn nog geen kortingsplafonds vastgelegd; "
                 "korting wordt niet begrensd."
           END-IF
           .

       VoegPlafondToe.
           *> Het eerste passende plafond geldt (zie
           *> BepaalFactuurTotaal); een band als 45-08 loopt over de
           *> jaargrens
           DISPLAY SPACE
           DISPLAY "Woningtype (S, L, ...): " WITH NO ADVANCING
           ACCEPT NP-Woningtype
           DISPLAY "Van week (01-53): " WITH NO ADVANCING
           ACCEPT NP-VanWeek
           DISPLAY "Tot en met week (01-53): " WITH NO ADVANCING
           ACCEPT NP-TotWeek
           DISPLAY "Maximale korting in procent (bijv. 25): "
             WITH NO ADVANCING
           ACCEPT NP-MaxPercentage
           IF NP-Woningtype = SPACE
             OR NP-VanWeek < 1 OR NP-VanWeek > 53
             OR NP-TotWeek < 1 OR NP-TotWeek > 53
               DISPLAY ">>> Ongeldig woningtype of weeknummer; het "
                 "plafond is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           PERFORM VraagBeheerderGoedkeuring
           IF GK-AanmeldingMislukt
               DISPLAY "Het plafond is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND KortingsPlafondsBestand
           IF IOStatus = 35
               CLOSE KortingsPlafondsBestand
               OPEN OUTPUT KortingsPlafondsBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE NieuwPlafond TO KortingsPlafondrecord
               WRITE KortingsPlafondrecord
               CLOSE KortingsPlafondsBestand
               DISPLAY "Kortingsplafond opgeslagen."
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "KortingsPlafonds.dat: " IOStatus
           END-IF
           .

       KeurOverschrijdingGoed.
           DISPLAY SPACE
           DISPLAY "Reserveringsnummer: " WITH NO ADVANCING
           ACCEPT Reserveringsnummer
           MOVE Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           IF FT-R-NietGevonden
               DISPLAY ">>> Reservering " Reserveringsnummer
                 " niet gevonden."
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FT-R-GeenPlafond
                   DISPLAY "Voor deze reservering geldt geen "
                     "kortingsplafond."
                   EXIT PARAGRAPH
               WHEN FT-R-BinnenPlafond
                   DISPLAY "De korting van deze reservering blijft "
                     "binnen het plafond."
                   EXIT PARAGRAPH
               WHEN FT-R-PlafondGoedgekeurd
                   DISPLAY "De overschrijding van deze reservering is "
                     "al goedgekeurd."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM BepaalKortingPercentage
           COMPUTE BedragCenten = FT-R-BrutoHuur * 100
           MOVE BedragCenten TO ToonBruto
           COMPUTE BedragCenten = FT-R-TotaalKorting * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Huur zonder prijsactie: " ToonBruto
           MOVE KortingPercentage TO ToonPercentage
           MOVE FT-R-PlafondPercentage TO ToonPlafond
           DISPLAY "Gestapelde korting:     " ToonBedrag
             " (" ToonPercentage " procent, plafond "
             ToonPlafond " procent)"
           COMPUTE BedragCenten = FT-R-KortingsCorrectie * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Afgetopt met:           " ToonBedrag
           DISPLAY "Volledige korting toestaan? (J/N): "
             WITH NO ADVANCING
           ACCEPT BevestigingInput
           IF NOT BevestigingJa
               DISPLAY "Niet goedgekeurd; de korting blijft afgetopt."
               EXIT PARAGRAPH
           END-IF
           PERFORM VraagBeheerderGoedkeuring
           IF GK-AanmeldingMislukt
               DISPLAY "De korting blijft afgetopt."
               EXIT PARAGRAPH
           END-IF
           PERFORM LeesAanvragendeOperator
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           OPEN EXTEND KortingGoedkeuringenBestand
           IF IOStatus = 35
               CLOSE KortingGoedkeuringenBestand
               OPEN OUTPUT KortingGoedkeuringenBestand
           END-IF
           IF NOT (IOStatus = 00 OR 05)
               DISPLAY ">>> Fout bij het openen van "
                 "KortingGoedkeuringen.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE Reserveringsnummer TO FS-KG-Reserveringsnummer
           MOVE DatumVandaag TO FS-KG-Datum
           MOVE AanvragendeOperator TO FS-KG-AangevraagdDoor
           MOVE GK-OperatorID TO FS-KG-GoedgekeurdDoor
           MOVE KortingPercentage TO FS-KG-KortingPercentage
           MOVE FT-R-PlafondPercentage TO FS-KG-PlafondPercentage
           MOVE FT-R-BrutoHuur TO FS-KG-BrutoHuur
           MOVE FT-R-TotaalKorting TO FS-KG-TotaalKorting
           WRITE KortingGoedkeuringrecord
           CLOSE KortingGoedkeuringenBestand
           MOVE KortingPercentage TO BV-Percentage
           MOVE FT-R-PlafondPercentage TO BV-Plafond
           COMPUTE BedragCenten = FT-R-KortingsCorrectie * 100
           MOVE BedragCenten TO BV-Correctie
           MOVE "KortingsPlafondBeheer" TO JRN-Programma
           MOVE "KORTING-GOEDGEKEURD" TO JRN-Actie
           MOVE BeeldVoorTekst TO JRN-BeeldVoor
           MOVE KortingGoedkeuringrecord TO JRN-BeeldNa
           CALL "SchrijfReserveringJournaal"
             USING JRN-ReserveringJournaal
           DISPLAY "Overschrijding van reservering " Reserveringsnummer
             " goedgekeurd door " GK-OperatorID "."
           .

       BepaalKortingPercentage.
           MOVE ZERO TO KortingPercentage
           IF FT-R-BrutoHuur > ZERO
               COMPUTE KortingPercentage ROUNDED =
                 FT-R-TotaalKorting * 100 / FT-R-BrutoHuur
                 ON SIZE ERROR
                     MOVE 999 TO KortingPercentage
               END-COMPUTE
           END-IF
           .

       VraagBeheerderGoedkeuring.
           *> Een beheerder bevestigt met zijn eigen aanmelding; de
           *> aangemelde operator van de sessie blijft dezelfde
           MOVE SPACES TO GK-OperatorID GK-Rol
           SET GK-ModusGoedkeuring TO TRUE
           CALL "OperatorAanmelden" USING GK-Aanmelding
           .

       LeesAanvragendeOperator.
           MOVE SPACES TO AanvragendeOperator
           OPEN INPUT AanmeldingBestand
           IF IO-OK
               READ AanmeldingBestand
                   NOT AT END
                       MOVE AangemeldeOperator TO AanvragendeOperator
               END-READ
               CLOSE AanmeldingBestand
           END-IF
           .

       MaakMaandrapport.
           DISPLAY SPACE
           DISPLAY "Jaar: " WITH NO ADVANCING
           ACCEPT RapportJaar
           DISPLAY "Maand (1-12): " WITH NO ADVANCING
           ACCEPT RapportMaand
           IF NOT GeldigeMaand
               DISPLAY ">>> Maand moet 1 t/m 12 zijn."
               EXIT PARAGRAPH
           END-IF
           COMPUTE MaandBegin = RapportJaar * 10000
             + RapportMaand * 100 + 1
           COMPUTE MaandEinde = RapportJaar * 10000
             + RapportMaand * 100 + 31
           MOVE ZERO TO AantalOverschrijdingen TotaalBovenPlafond
           OPEN OUTPUT RapportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "KortingsOverschrijdingen.txt: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "GOEDGEKEURDE KORTINGSOVERSCHRIJDINGEN " RapportJaar
             "-" RapportMaand
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "==========================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "reservering | datum    | aangevr. | akkoord  | korting"
             TO RegelBuffer
           MOVE " | plafond |  zonder actie | boven plafond"
             TO RegelBuffer(55:)
           PERFORM SchrijfRegel
           MOVE ZERO TO EOFVlag
           OPEN INPUT KortingGoedkeuringenBestand
           IF IO-OK
               READ KortingGoedkeuringenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-KG-Datum >= MaandBegin
                     AND FS-KG-Datum <= MaandEinde
                       PERFORM SchrijfOverschrijding
                   END-IF
                   READ KortingGoedkeuringenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KortingGoedkeuringenBestand
           END-IF
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE AantalOverschrijdingen TO ToonAantal
           COMPUTE BedragCenten = TotaalBovenPlafond * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Goedgekeurd: " ToonAantal
             " reserveringen, korting boven het plafond " ToonBedrag
             " euro"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Het rapport staat in KortingsOverschrijdingen.txt."
           .

       SchrijfOverschrijding.
           *> Het deel van de korting dat zonder goedkeuring was
           *> afgetopt
           COMPUTE BovenPlafond ROUNDED = FS-KG-TotaalKorting
             - FS-KG-BrutoHuur * FS-KG-PlafondPercentage / 100
           ADD 1 TO AantalOverschrijdingen
           ADD BovenPlafond TO TotaalBovenPlafond
           COMPUTE BedragCenten = FS-KG-BrutoHuur * 100
           MOVE BedragCenten TO ToonBruto
           COMPUTE BedragCenten = BovenPlafond * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE FS-KG-KortingPercentage TO ToonPercentage
           MOVE FS-KG-PlafondPercentage TO ToonPlafond
           MOVE SPACES TO RegelBuffer
           STRING "   " FS-KG-Reserveringsnummer " | " FS-KG-Datum
             " | " FS-KG-AangevraagdDoor " | " FS-KG-GoedgekeurdDoor
             " |     " ToonPercentage
             " |      " ToonPlafond
             " |    " ToonBruto " |    " ToonBedrag
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
           MOVE OMG-HuurDir TO PadDir-KortingsPlafonds
             PadDir-KortingGoedkeuringen
             PadDir-AangemeldeOperator
             PadDir-Rapport
           .
