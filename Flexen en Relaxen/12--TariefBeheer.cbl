       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Contracttarieven: afgesproken korting of eigen prijzen per
       *> bedrijf, ook met ingangsdatum (zie BepaalContractprijs)
       SELECT BedrijfsTarievenBestand ASSIGN TO Pad-BedrijfsTarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Bedrijvenstambestand (onderhouden door 38--BedrijfBeheer)
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Staffelkortingen op de maandfactuur (zie 09--MaandFacturatie)
       SELECT StaffelkortingenBestand ASSIGN TO Pad-Staffelkortingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TarievenBestand.
       COPY Tarief REPLACING ==(pf)== BY ==TF==.
       FD BedrijfsTarievenBestand.
       COPY BedrijfsTarief REPLACING ==(pf)== BY ==BT==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD StaffelkortingenBestand.
       COPY Staffelkorting REPLACING ==(pf)== BY ==SF==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Tarieven.dat".
       01 Pad-BedrijfsTarieven.
         02 PadDir-BedrijfsTarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsTarieven.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-Staffelkortingen.
         02 PadDir-Staffelkortingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Staffelkortingen.dat".
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonPrijs PIC ZZ9,99.
       01 ToonPercentage PIC Z9,99.
       01 ToonDagen PIC ZZ9,9.
       *> CONTRACTTARIEVEN
       01 GevraagdBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 GevondenBedrijfsnaam PIC X(30) VALUE SPACES.
       01 BedrijfGevondenVlag PIC 9 VALUE ZERO.
         88 BedrijfGevonden VALUE 1.
         88 BedrijfNietGevonden VALUE 0.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "============"
               DISPLAY "1. Tarieven tonen"
               DISPLAY "2. Tariefregel toevoegen"
               DISPLAY "3. Contracttarieven bedrijven tonen"
               DISPLAY "4. Contracttarief bedrijf toevoegen"
               DISPLAY "5. Staffelkortingen tonen"
               DISPLAY "6. Staffelregel toevoegen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM ToonTarieven
                   WHEN 2
                       PERFORM VoegTariefToe
                   WHEN 3
                       PERFORM ToonBedrijfsTarieven
                   WHEN 4
                       PERFORM VoegBedrijfsTariefToe
                   WHEN 5
                       PERFORM ToonStaffelkortingen
                   WHEN 6
                       PERFORM VoegStaffelregelToe
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
               END-READ
               PERFORM UNTIL EndOfData
                   DISPLAY "Type " TF-Type " | geldig vanaf " TF-GeldigVanaf WITH NO ADVANCING
                   COMPUTE BedragCenten = TF-PrijsWeek * 100
                   MOVE BedragCenten TO ToonPrijs
                   DISPLAY " | doordeweeks " ToonPrijs WITH NO ADVANCING
                   COMPUTE BedragCenten = TF-PrijsWeekend * 100
                   MOVE BedragCenten TO ToonPrijs
                   DISPLAY " | weekend " ToonPrijs
                   READ TarievenBestand
                       AT END
           END-IF
           .

       ToonBedrijfsTarieven.
           DISPLAY SPACE
           DISPLAY "CONTRACTTARIEVEN BEDRIJVEN"
           DISPLAY "=========================="
           OPEN INPUT BedrijfsTarievenBestand
           IF (IO-OK)
               SET NotEndOfData TO TRUE
               READ BedrijfsTarievenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   DISPLAY "Bedrijf " BT-Bedrijfsnummer " | type " BT-Type " | geldig vanaf " BT-GeldigVanaf WITH NO ADVANCING
                   IF (BT-SoortKorting)
                       COMPUTE BedragCenten = BT-KortingPercentage * 100
                       MOVE BedragCenten TO ToonPercentage
                       DISPLAY " | korting " ToonPercentage " %"
                   ELSE
                       IF (BT-TypeVergaderruimte)
                           COMPUTE BedragCenten = BT-PrijsHeleDag * 100
                           MOVE BedragCenten TO ToonPrijs
                           DISPLAY " | eigen uurtarief " ToonPrijs
                       ELSE
                           COMPUTE BedragCenten = BT-PrijsOchtend * 100
                           MOVE BedragCenten TO ToonPrijs
                           DISPLAY " | eigen prijs ochtend " ToonPrijs WITH NO ADVANCING
                           COMPUTE BedragCenten = BT-PrijsMiddag * 100
                           MOVE BedragCenten TO ToonPrijs
                           DISPLAY " middag " ToonPrijs WITH NO ADVANCING
                           COMPUTE BedragCenten = BT-PrijsHeleDag * 100
                           MOVE BedragCenten TO ToonPrijs
                           DISPLAY " hele dag " ToonPrijs
                       END-IF
                   END-IF
                   READ BedrijfsTarievenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BedrijfsTarievenBestand
           ELSE
               DISPLAY "Er zijn nog geen contracttarieven vastgelegd. IO-Status: " IOStatus
           END-IF
           .

       VoegBedrijfsTariefToe.
           *> Een nieuwe regel met een latere ingangsdatum vervangt de
           *> vorige afspraak voor dat type; de oude regels blijven staan
           *> zodat eerdere maanden tegen het toen geldende contract
           *> gefactureerd kunnen worden
           DISPLAY SPACE
           DISPLAY "Bedrijfsnummer: " WITH NO ADVANCING
           ACCEPT GevraagdBedrijfsnummer
           PERFORM ZoekBedrijf
           IF (BedrijfNietGevonden)
               DISPLAY "Bedrijf " GevraagdBedrijfsnummer " is niet bekend; registreer het eerst via Bedrijfbeheer."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bedrijf: " FUNCTION TRIM (GevondenBedrijfsnaam)
           MOVE GevraagdBedrijfsnummer TO BT-Bedrijfsnummer
           DISPLAY "Type (L = Luxe, S = Standaard, V = Vergaderruimte per uur): " WITH NO ADVANCING
           ACCEPT BT-Type
           IF NOT (BT-TypeLuxe OR BT-TypeStandaard OR BT-TypeVergaderruimte)
               DISPLAY "Onbekend type; het contracttarief is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Geldig vanaf (yyyymmdd): " WITH NO ADVANCING
           ACCEPT BT-GeldigVanaf
           IF (BT-GeldigVanaf IS NOT NUMERIC OR BT-GeldigVanaf EQUALS ZERO)
               DISPLAY "Ongeldige ingangsdatum; het contracttarief is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Soort (K = kortingspercentage, P = eigen prijs): " WITH NO ADVANCING
           ACCEPT BT-Soort
           MOVE ZERO TO BT-KortingPercentage, BT-PrijsOchtend, BT-PrijsMiddag, BT-PrijsHeleDag
           EVALUATE TRUE
               WHEN BT-SoortKorting
                   DISPLAY "Kortingspercentage (bijv. 1250 voor 12,50 %; 0000 beeindigt het contract): " WITH NO ADVANCING
                   ACCEPT BT-KortingPercentage
               WHEN BT-SoortEigenPrijs AND BT-TypeVergaderruimte
                   DISPLAY "Eigen uurtarief (bijv. 01000 voor 10,00): " WITH NO ADVANCING
                   ACCEPT BT-PrijsHeleDag
               WHEN BT-SoortEigenPrijs
                   DISPLAY "Eigen prijs ochtend (bijv. 00700 voor 7,00): " WITH NO ADVANCING
                   ACCEPT BT-PrijsOchtend
                   DISPLAY "Eigen prijs middag (bijv. 00700 voor 7,00): " WITH NO ADVANCING
                   ACCEPT BT-PrijsMiddag
                   DISPLAY "Eigen prijs hele dag (bijv. 01200 voor 12,00): " WITH NO ADVANCING
                   ACCEPT BT-PrijsHeleDag
               WHEN OTHER
                   DISPLAY "Onbekende soort; het contracttarief is niet opgeslagen."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF (BT-KortingPercentage IS NOT NUMERIC)
             OR (BT-PrijsOchtend IS NOT NUMERIC)
             OR (BT-PrijsMiddag IS NOT NUMERIC)
             OR (BT-PrijsHeleDag IS NOT NUMERIC)
               DISPLAY "Ongeldig bedrag of percentage; het contracttarief is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BedrijfsTarievenBestand
           IF (IOStatus EQUALS 00 OR 05)
               WRITE BT-BedrijfsTarief
               CLOSE BedrijfsTarievenBestand
               MOVE "12--TariefBeheer" TO LOG-Programma
               MOVE "CONTRACTTARIEF-GEWIJZIGD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE BT-BedrijfsTarief TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               DISPLAY "Contracttarief opgeslagen."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       ToonStaffelkortingen.
           DISPLAY SPACE
           DISPLAY "STAFFELKORTINGEN"
           DISPLAY "================"
           OPEN INPUT StaffelkortingenBestand
           IF (IO-OK)
               SET NotEndOfData TO TRUE
               READ StaffelkortingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (SF-DoelgroepBedrijf)
                       DISPLAY "Bedrijven    " WITH NO ADVANCING
                   ELSE
                       DISPLAY "Losse klanten" WITH NO ADVANCING
                   END-IF
                   COMPUTE BedragCenten = SF-VanafDagen * 10
                   MOVE BedragCenten TO ToonDagen
                   COMPUTE BedragCenten = SF-KortingPercentage * 100
                   MOVE BedragCenten TO ToonPercentage
                   DISPLAY " | geldig vanaf " SF-GeldigVanaf " | vanaf " ToonDagen " werkdagen | korting " ToonPercentage " %"
                   READ StaffelkortingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StaffelkortingenBestand
           ELSE
               DISPLAY "Er zijn nog geen staffelkortingen vastgelegd. IO-Status: " IOStatus
           END-IF
           .

       VoegStaffelregelToe.
           *> Een staffel bestaat uit de regels met dezelfde doelgroep en
           *> ingangsdatum; een staffel met een latere ingangsdatum
           *> vervangt de vorige in zijn geheel, de oude regels blijven
           *> staan voor het opnieuw factureren van eerdere maanden
           DISPLAY SPACE
           DISPLAY "Doelgroep (K = losse klanten, B = bedrijven): " WITH NO ADVANCING
           ACCEPT SF-Doelgroep
           IF NOT (SF-DoelgroepKlant OR SF-DoelgroepBedrijf)
               DISPLAY "Onbekende doelgroep; de staffelregel is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Geldig vanaf (yyyymmdd, eerste dag van de maand): " WITH NO ADVANCING
           ACCEPT SF-GeldigVanaf
           IF (SF-GeldigVanaf IS NOT NUMERIC OR SF-GeldigVanaf EQUALS ZERO)
               DISPLAY "Ongeldige ingangsdatum; de staffelregel is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vanaf aantal werkdagen in de maand (bijv. 0100 voor 10,0; een halve dag telt als 0,5): " WITH NO ADVANCING
           ACCEPT SF-VanafDagen
           DISPLAY "Kortingspercentage (bijv. 0500 voor 5,00 %): " WITH NO ADVANCING
           ACCEPT SF-KortingPercentage
           IF (SF-VanafDagen IS NOT NUMERIC OR SF-KortingPercentage IS NOT NUMERIC)
               DISPLAY "Ongeldig aantal dagen of percentage; de staffelregel is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND StaffelkortingenBestand
           IF (IOStatus EQUALS "35")
               CLOSE StaffelkortingenBestand
               OPEN OUTPUT StaffelkortingenBestand
           END-IF
           IF (IOStatus EQUALS 00 OR 05)
               WRITE SF-Staffelkorting
               CLOSE StaffelkortingenBestand
               MOVE "12--TariefBeheer" TO LOG-Programma
               MOVE "STAFFELKORTING-GEWIJZIGD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE SF-Staffelkorting TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               DISPLAY "Staffelregel opgeslagen."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       ZoekBedrijf.
           SET BedrijfNietGevonden TO TRUE
           MOVE SPACES TO GevondenBedrijfsnaam
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijvenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BedrijvenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BD-Bedrijfsnummer EQUALS GevraagdBedrijfsnummer)
                   SET BedrijfGevonden TO TRUE
                   MOVE BD-Naam TO GevondenBedrijfsnaam
                   SET EndOfData TO TRUE
               ELSE
                   READ BedrijvenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE BedrijvenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Tarieven
             PadDir-BedrijfsTarieven
             PadDir-Bedrijven
             PadDir-Staffelkortingen
           .
