       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorControle.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Operatorcontrole voor de interne controle: per dag of per
       *> maand en per operator het aantal boekingen, wijzigingen,
       *> annuleringen, aangevraagde restituties, kortingsoverrides en
       *> geregistreerde betalingen van beide bedrijven, met de
       *> afwijkingen: mutaties buiten de openingstijden, een
       *> annulering gevolgd door een nieuwe boeking van hetzelfde
       *> object door dezelfde operator, een restitutie op een eigen
       *> boeking en een ongebruikelijk volume. Huur leest het
       *> wijzigingsjournaal en de uitbetalingswachtrij, flex het
       *> logboek. Mutaties van de nachtelijke en geplande
       *> batchprogramma's tellen onder *BATCH* en worden niet op
       *> afwijkingen gecontroleerd
       SELECT JournaalBestand
           ASSIGN TO Pad-ReserveringenJournaal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WachtrijBestand ASSIGN TO Pad-UitbetalingWachtrij
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Openingstijden en volumegrenzen (optie P van dit programma)
       SELECT ParameterBestand
           ASSIGN TO Pad-OperatorControleParameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Logboek van de flexadministratie (alleen gelezen)
       SELECT FlexLogboekBestand ASSIGN TO Pad-FlexLogboek
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-OperatorControle
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD JournaalBestand.
       01 JournaalRecord.
         02 JR-Tijdstip PIC 9(14).
         02 JR-Operator PIC X(8).
         02 JR-Programma PIC X(30).
         02 JR-Actie PIC X(20).
         02 JR-BeeldVoor PIC X(104).
         02 JR-BeeldNa PIC X(104).
         02 JR-Reden PIC XX.
       FD WachtrijBestand.
       01 Wachtrijrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-U==.
       FD ParameterBestand.
       01 Parameterrecord.
         02 PR-HuurOpen PIC 9(4).
         02 PR-HuurSluit PIC 9(4).
         02 PR-FlexOpen PIC 9(4).
         02 PR-FlexSluit PIC 9(4).
         02 PR-VolumeFactor PIC 9V9.
         02 PR-MinimumVolume PIC 9(3).
       *> Indeling gelijk aan het logboek van SchrijfLogboek
       FD FlexLogboekBestand.
       01 FlexLogboekRecord.
         02 LB-Tijdstip PIC 9(14).
         02 LB-Operator PIC X(8).
         02 LB-Programma PIC X(40).
         02 LB-Actie PIC X(24).
         02 LB-BeeldVoor PIC X(100).
         02 LB-BeeldNa PIC X(100).
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenJournaal.
         02 PadDir-ReserveringenJournaal PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenJournaal.dat".
       01 Pad-UitbetalingWachtrij.
         02 PadDir-UitbetalingWachtrij PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrij.dat".
       01 Pad-OperatorControleParameters.
         02 PadDir-OperatorControleParameters PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorControleParameters.dat".
       01 Pad-OperatorControle.
         02 PadDir-OperatorControle PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorControle.txt".
       01 Pad-FlexLogboek.
         02 PadDir-FlexLogboek PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Logboek.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       *> Standaardwaarden zolang er geen parameterbestand is
       78 StandaardHuurOpen VALUE 0800.
       78 StandaardHuurSluit VALUE 2000.
       78 StandaardFlexOpen VALUE 0700.
       78 StandaardFlexSluit VALUE 1900.
       78 StandaardVolumeFactor VALUE 2.0.
       78 StandaardMinimumVolume VALUE 10.
       01 HuurOpen PIC 9(4) VALUE ZERO.
       01 HuurSluit PIC 9(4) VALUE ZERO.
       01 FlexOpen PIC 9(4) VALUE ZERO.
       01 FlexSluit PIC 9(4) VALUE ZERO.
       01 VolumeFactor PIC 9V9 VALUE ZERO.
       01 MinimumVolume PIC 9(3) VALUE ZERO.
       *> Rapportperiode
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 SoortRapport PIC X VALUE SPACE.
         88 SoortDag VALUE "D" "d".
         88 SoortMaand VALUE "M" "m".
         88 SoortParameters VALUE "P" "p".
       01 RapportDatum PIC 9(8) VALUE ZERO.
       01 RapportMaand PIC 9(6) VALUE ZERO.
       01 RapportMaandDelen REDEFINES RapportMaand.
         02 RapportJaar PIC 9(4).
         02 RapportMaandNummer PIC 99.
       01 PeriodeVan PIC 9(8) VALUE ZERO.
       01 PeriodeTot PIC 9(8) VALUE ZERO.
       01 PeriodeTekst PIC X(20) VALUE SPACES.
       *> Tellers per operator; de categorieen staan in deze volgorde
       *> in OT-Teller, de laatste teller telt de mutaties buiten de
       *> openingstijden
       78 CatBoeking VALUE 1.
       78 CatWijziging VALUE 2.
       78 CatAnnulering VALUE 3.
       78 CatRestitutie VALUE 4.
       78 CatKorting VALUE 5.
       78 CatBetaling VALUE 6.
       78 CatBuitenTijd VALUE 7.
       78 AantalCategorieen VALUE 6.
       01 Categorieen.
         03 FILLER PIC X(12) VALUE "boekingen".
         03 FILLER PIC X(12) VALUE "wijzigingen".
         03 FILLER PIC X(12) VALUE "annuleringen".
         03 FILLER PIC X(12) VALUE "restituties".
         03 FILLER PIC X(12) VALUE "kortingen".
         03 FILLER PIC X(12) VALUE "betalingen".
       01 FILLER REDEFINES Categorieen.
         03 CategorieNaam PIC X(12) OCCURS 6 TIMES.
       01 CategorieIndex PIC 9 VALUE ZERO.
       78 MaxOperators VALUE 100.
       01 OperatorTabel.
         02 OperatorRegel OCCURS 100 TIMES.
           03 OT-Bedrijf PIC X.
           03 OT-Operator PIC X(8).
           03 OT-Teller PIC 9(5) OCCURS 7 TIMES.
       01 AantalOperators PIC 999 VALUE ZERO.
       01 OperatorIndex PIC 999 VALUE ZERO.
       01 ZoekIndex PIC 9(4) VALUE ZERO.
       *> Wie een huurreservering heeft aangemaakt, uit de
       *> boekingsregels van het journaal tot en met de periode
       78 MaxAanmakers VALUE 3000.
       01 AanmakerTabel.
         02 AanmakerRegel OCCURS 3000 TIMES.
           03 AM-Reserveringsnummer PIC X(8).
           03 AM-Operator PIC X(8).
       01 AantalAanmakers PIC 9(4) VALUE ZERO.
       *> Annuleringen van de periode, voor de controle op een
       *> nieuwe boeking van hetzelfde object door dezelfde operator
       78 MaxAnnuleringen VALUE 500.
       01 AnnuleringTabel.
         02 AnnuleringRegel OCCURS 500 TIMES.
           03 AN-Bedrijf PIC X.
           03 AN-Operator PIC X(8).
           03 AN-Object PIC X(13).
           03 AN-Tijdstip PIC 9(14).
       01 AantalAnnuleringen PIC 999 VALUE ZERO.
       *> Gevonden afwijkingen: T = buiten openingstijd, H = opnieuw
       *> geboekt na annulering, R = restitutie op eigen boeking,
       *> V = ongebruikelijk volume
       78 MaxAfwijkingen VALUE 500.
       01 AfwijkingTabel.
         02 AfwijkingRegel OCCURS 500 TIMES.
           03 AF-Soort PIC X.
           03 AF-Bedrijf PIC X.
           03 AF-Operator PIC X(8).
           03 AF-Tijdstip PIC 9(14).
           03 AF-Omschrijving PIC X(70).
       01 AantalAfwijkingen PIC 999 VALUE ZERO.
       01 AfwijkingIndex PIC 999 VALUE ZERO.
       01 AfwijkingenOverTabel PIC 9(5) VALUE ZERO.
       01 AantalPerSoort PIC 9(5) VALUE ZERO.
       01 RapportSoort PIC X VALUE SPACE.
       01 SoortTitel PIC X(60) VALUE SPACES.
       *> De mutatie die op dit moment wordt geteld
       01 HuidigBedrijf PIC X VALUE SPACE.
         88 BedrijfHuur VALUE "H".
         88 BedrijfFlex VALUE "F".
       01 HuidigOperator PIC X(8) VALUE SPACES.
       01 HuidigTijdstip PIC 9(14) VALUE ZERO.
       01 HuidigTijdstipDelen REDEFINES HuidigTijdstip.
         02 HuidigDatum PIC 9(8).
         02 HuidigUurMinuut PIC 9(4).
         02 FILLER PIC 99.
       01 HuidigeActie PIC X(24) VALUE SPACES.
       01 HuidigeCategorie PIC 9 VALUE ZERO.
       01 HuidigObject PIC X(13) VALUE SPACES.
       01 HuidigResnr PIC X(8) VALUE SPACES.
       01 HuidigOpen PIC 9(4) VALUE ZERO.
       01 HuidigSluit PIC 9(4) VALUE ZERO.
       01 BatchVlag PIC 9 VALUE 0.
         88 IsBatch VALUE 1.
         88 IsHandmatig VALUE 0.
       01 TijdBekendVlag PIC 9 VALUE 1.
         88 TijdBekend VALUE 1.
         88 TijdOnbekend VALUE 0.
       01 GevondenVlag PIC 9 VALUE 0.
         88 Gevonden VALUE 1.
         88 NietGevonden VALUE 0.
       01 Beeld PIC X(104) VALUE SPACES.
       *> Volumecontrole: gemiddelde per categorie over de operators
       *> van hetzelfde bedrijf (zonder *BATCH*)
       01 VolumeTotaal PIC 9(7) VALUE ZERO.
       01 VolumeOperators PIC 999 VALUE ZERO.
       01 VolumeGrens PIC 9(7)V99 VALUE ZERO.
       01 VolumeGemiddelde PIC 9(7)V99 VALUE ZERO.
       *> Afdrukvelden
       01 ToonTeller PIC ZZZZ9.
       01 TijdWaarde PIC 9(4) VALUE ZERO.
       01 TijdDelen REDEFINES TijdWaarde.
         02 TijdUur PIC 99.
         02 TijdMinuut PIC 99.
       01 ToonTijd PIC X(5) VALUE SPACES.
       01 ToonVan PIC X(5) VALUE SPACES.
       01 ToonDatum PIC X(10) VALUE SPACES.
       01 ToonGemiddelde PIC ZZZZ9.
       01 ToonFactor PIC 9.9.
       01 BedrijfNaam PIC X(30) VALUE SPACES.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       01 RegelPositie PIC 999 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM LeesParameters
           DISPLAY SPACE
           DISPLAY "OPERATORCONTROLE"
           DISPLAY "================"
           DISPLAY "D. Dagrapport"
           DISPLAY "M. Maandrapport"
           DISPLAY "P. Openingstijden en volumegrenzen instellen"
           DISPLAY "Uw keuze: " WITH NO ADVANCING
           ACCEPT SoortRapport
           EVALUATE TRUE
               WHEN SoortParameters
                   PERFORM StelParametersIn
                   EXIT PROGRAM
               WHEN SoortDag
                   DISPLAY "Datum jjjjmmdd (leeg = vandaag): "
                     WITH NO ADVANCING
                   ACCEPT RapportDatum
                   IF RapportDatum = ZERO
                       MOVE DatumVandaag TO RapportDatum
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD (RapportDatum)
                     NOT = ZERO
                       DISPLAY ">>> Ongeldige datum: " RapportDatum
                       EXIT PROGRAM
                   END-IF
                   MOVE RapportDatum TO PeriodeVan
                   MOVE RapportDatum TO PeriodeTot
                   STRING "DAG " RapportDatum (7:2) "-"
                     RapportDatum (5:2) "-" RapportDatum (1:4)
                     DELIMITED BY SIZE INTO PeriodeTekst
               WHEN SoortMaand
                   DISPLAY "Maand jjjjmm (leeg = vorige maand): "
                     WITH NO ADVANCING
                   ACCEPT RapportMaand
                   IF RapportMaand = ZERO
                       MOVE DatumVandaag (1:6) TO RapportMaand
                       IF RapportMaandNummer = 1
                           SUBTRACT 1 FROM RapportJaar
                           MOVE 12 TO RapportMaandNummer
                       ELSE
                           SUBTRACT 1 FROM RapportMaandNummer
                       END-IF
                   END-IF
                   IF RapportMaandNummer < 1
                     OR RapportMaandNummer > 12
                       DISPLAY ">>> Ongeldige maand: " RapportMaand
                       EXIT PROGRAM
                   END-IF
                   COMPUTE PeriodeVan = RapportMaand * 100 + 1
                   COMPUTE PeriodeTot = RapportMaand * 100 + 31
                   STRING "MAAND " RapportMaandNummer "-" RapportJaar
                     DELIMITED BY SIZE INTO PeriodeTekst
               WHEN OTHER
                   DISPLAY ">>> Ongeldige keuze."
                   EXIT PROGRAM
           END-EVALUATE
           OPEN OUTPUT RapportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "OperatorControle.txt: " IOStatus
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "OPERATORCONTROLE " DELIMITED BY SIZE
             PeriodeTekst DELIMITED BY "  "
             " - HUUR EEN VAKANTIEAVONTUUR EN FLEXEN EN RELAXEN"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer (1:86)
           PERFORM SchrijfRegel
           MOVE HuurOpen TO TijdWaarde
           PERFORM MaakTijdTekst
           MOVE ToonTijd TO ToonVan
           MOVE HuurSluit TO TijdWaarde
           PERFORM MaakTijdTekst
           MOVE SPACES TO RegelBuffer
           STRING "Openingstijden huur " ToonVan " - " ToonTijd
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE FlexOpen TO TijdWaarde
           PERFORM MaakTijdTekst
           MOVE ToonTijd TO ToonVan
           MOVE FlexSluit TO TijdWaarde
           PERFORM MaakTijdTekst
           STRING "Openingstijden flex " ToonVan " - " ToonTijd
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE VolumeFactor TO ToonFactor
           MOVE MinimumVolume TO ToonTeller
           MOVE SPACES TO RegelBuffer
           STRING "Ongebruikelijk volume: meer dan " ToonFactor
             " x het gemiddelde van de operators en minimaal "
             ToonTeller
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalOperators
           MOVE ZERO TO AantalAanmakers
           MOVE ZERO TO AantalAnnuleringen
           MOVE ZERO TO AantalAfwijkingen
           MOVE ZERO TO AfwijkingenOverTabel
           PERFORM VerwerkHuurJournaal
           PERFORM VerwerkUitbetalingen
           PERFORM VerwerkFlexLogboek
           SET BedrijfHuur TO TRUE
           PERFORM ControleerVolumes
           PERFORM RapporteerOperators
           SET BedrijfFlex TO TRUE
           PERFORM ControleerVolumes
           PERFORM RapporteerOperators
           PERFORM RapporteerAfwijkingen
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Operatorcontrole " FUNCTION TRIM (PeriodeTekst)
             " (OperatorControle.txt)"
           MOVE AantalOperators TO ToonTeller
           DISPLAY "  Operators met mutaties: " ToonTeller
           MOVE AantalAfwijkingen TO ToonTeller
           DISPLAY "  Afwijkingen           : " ToonTeller
           IF AfwijkingenOverTabel > ZERO
               DISPLAY ">>> " AfwijkingenOverTabel " afwijkingen "
                 "vielen buiten de tabel en staan niet in het rapport"
           END-IF
           EXIT PROGRAM.

       LeesParameters.
           MOVE StandaardHuurOpen TO HuurOpen
           MOVE StandaardHuurSluit TO HuurSluit
           MOVE StandaardFlexOpen TO FlexOpen
           MOVE StandaardFlexSluit TO FlexSluit
           MOVE StandaardVolumeFactor TO VolumeFactor
           MOVE StandaardMinimumVolume TO MinimumVolume
           OPEN INPUT ParameterBestand
           IF IO-OK
               READ ParameterBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PR-HuurOpen TO HuurOpen
                       MOVE PR-HuurSluit TO HuurSluit
                       MOVE PR-FlexOpen TO FlexOpen
                       MOVE PR-FlexSluit TO FlexSluit
                       MOVE PR-VolumeFactor TO VolumeFactor
                       MOVE PR-MinimumVolume TO MinimumVolume
               END-READ
               CLOSE ParameterBestand
           END-IF
           .

       StelParametersIn.
           *> Leeg laten houdt de huidige waarde aan
           DISPLAY SPACE
           MOVE HuurOpen TO TijdWaarde
           PERFORM MaakTijdTekst
           DISPLAY "Huur open vanaf uumm (" ToonTijd "): "
             WITH NO ADVANCING
           ACCEPT PR-HuurOpen
           IF PR-HuurOpen = ZERO
               MOVE HuurOpen TO PR-HuurOpen
           END-IF
           MOVE HuurSluit TO TijdWaarde
           PERFORM MaakTijdTekst
           DISPLAY "Huur open tot uumm   (" ToonTijd "): "
             WITH NO ADVANCING
           ACCEPT PR-HuurSluit
           IF PR-HuurSluit = ZERO
               MOVE HuurSluit TO PR-HuurSluit
           END-IF
           MOVE FlexOpen TO TijdWaarde
           PERFORM MaakTijdTekst
           DISPLAY "Flex open vanaf uumm (" ToonTijd "): "
             WITH NO ADVANCING
           ACCEPT PR-FlexOpen
           IF PR-FlexOpen = ZERO
               MOVE FlexOpen TO PR-FlexOpen
           END-IF
           MOVE FlexSluit TO TijdWaarde
           PERFORM MaakTijdTekst
           DISPLAY "Flex open tot uumm   (" ToonTijd "): "
             WITH NO ADVANCING
           ACCEPT PR-FlexSluit
           IF PR-FlexSluit = ZERO
               MOVE FlexSluit TO PR-FlexSluit
           END-IF
           MOVE VolumeFactor TO ToonFactor
           DISPLAY "Volumefactor t.o.v. gemiddelde (" ToonFactor
             "): " WITH NO ADVANCING
           ACCEPT PR-VolumeFactor
           IF PR-VolumeFactor = ZERO
               MOVE VolumeFactor TO PR-VolumeFactor
           END-IF
           MOVE MinimumVolume TO ToonTeller
           DISPLAY "Minimumaantal voor volume (" ToonTeller "): "
             WITH NO ADVANCING
           ACCEPT PR-MinimumVolume
           IF PR-MinimumVolume = ZERO
               MOVE MinimumVolume TO PR-MinimumVolume
           END-IF
           IF PR-HuurOpen NOT < PR-HuurSluit
             OR PR-FlexOpen NOT < PR-FlexSluit
             OR PR-HuurSluit > 2400 OR PR-FlexSluit > 2400
               DISPLAY ">>> Ongeldige openingstijden, niets gewijzigd."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ParameterBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "OperatorControleParameters.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE Parameterrecord
           CLOSE ParameterBestand
           DISPLAY "De parameters van de operatorcontrole zijn "
             "vastgelegd."
           .

       VerwerkHuurJournaal.
           *> Het journaal staat in volgorde van tijdstip. De
           *> boekingsregels van voor de periode zijn nodig om de
           *> aanmaker van een reservering te kennen
           MOVE HuurOpen TO HuidigOpen
           MOVE HuurSluit TO HuidigSluit
           SET TijdBekend TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT JournaalBestand
           IF NOT IO-OK
               MOVE "Huur: er is nog geen wijzigingsjournaal aanwezig."
                 TO RegelBuffer
               PERFORM SchrijfRegel
               EXIT PARAGRAPH
           END-IF
           READ JournaalBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF JR-Tijdstip (1:8) NOT > PeriodeTot
                   PERFORM BeoordeelJournaalRegel
               END-IF
               READ JournaalBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE JournaalBestand
           .

       BeoordeelJournaalRegel.
           *> Het reserveringsbeeld staat na de mutatie in BeeldNa,
           *> bij een betaling of restitutie is dat het betalingsrecord
           *> met het reserveringsnummer vooraan
           PERFORM HerschikOudeJournaalregel
           IF JR-BeeldNa (1:8) IS NUMERIC
               MOVE JR-BeeldNa TO Beeld
           ELSE
               MOVE JR-BeeldVoor TO Beeld
           END-IF
           MOVE SPACES TO HuidigResnr
           MOVE SPACES TO HuidigObject
           IF Beeld (1:8) IS NUMERIC
               MOVE Beeld (1:8) TO HuidigResnr
               IF Beeld (17:2) IS NUMERIC
                   STRING "W" Beeld (17:2)
                     DELIMITED BY SIZE INTO HuidigObject
               END-IF
           END-IF
           EVALUATE JR-Actie
               WHEN "RESERVERING-NIEUW"
               WHEN "OPTIE-NIEUW"
               WHEN "EIGEN-GEBRUIK-GEBOEKT"
               WHEN "SHORTSTAY-GEBOEKT"
               WHEN "WEBBOEKING-GEBOEKT"
               WHEN "OFFERTE-OMGEZET"
               WHEN "ALLOTMENT-VERKOCHT"
               WHEN "ALLOTMENT-OP-NAAM"
                   MOVE CatBoeking TO HuidigeCategorie
               WHEN "BETALING-ONTVANGEN"
                   MOVE CatBetaling TO HuidigeCategorie
               WHEN "TERUGBETALING"
                   MOVE CatRestitutie TO HuidigeCategorie
               WHEN "KORTING-GOEDGEKEURD"
                   MOVE CatKorting TO HuidigeCategorie
               WHEN "ANNULERING"
               WHEN "GROEPSLID-GEANNULEERD"
                   MOVE CatAnnulering TO HuidigeCategorie
               WHEN OTHER
                   IF JR-Reden NOT = SPACES
                       MOVE CatAnnulering TO HuidigeCategorie
                   ELSE
                       MOVE CatWijziging TO HuidigeCategorie
                   END-IF
           END-EVALUATE
           IF HuidigeCategorie = CatBoeking
             AND HuidigResnr NOT = SPACES
               PERFORM RegistreerAanmaker
           END-IF
           IF JR-Tijdstip (1:8) < PeriodeVan
               EXIT PARAGRAPH
           END-IF
           SET BedrijfHuur TO TRUE
           MOVE JR-Operator TO HuidigOperator
           MOVE JR-Tijdstip TO HuidigTijdstip
           MOVE JR-Actie TO HuidigeActie
           EVALUATE JR-Programma
               WHEN "VerwerkMutatie"
               WHEN "AllotmentRelease"
               WHEN "NoShowVerwerkingHuur"
               WHEN "VerloopOpties"
               WHEN "IncassoBatch"
               WHEN "BankImport"
               WHEN "AanmaningenBatch"
               WHEN "WebBoekingImport"
               WHEN "RoomingListImport"
               WHEN "IncassobureauOverdracht"
                   SET IsBatch TO TRUE
               WHEN OTHER
                   SET IsHandmatig TO TRUE
           END-EVALUATE
           PERFORM TelMutatie
           .

       HerschikOudeJournaalregel.
           *> Journaalregels met beelden van 100 posities: het nabeeld
           *> begon 4 posities eerder en staat dan deels achter in het
           *> voorbeeld. Zo'n regel is te herkennen aan een voorbeeld dat
           *> na het reserveringsrecord van toen (85 posities) leeg is,
           *> gevolgd door het begin van het nabeeld
           IF JR-BeeldVoor (86:15) = SPACES
             AND JR-BeeldVoor (101:2) NOT = SPACES
               MOVE SPACES TO Beeld
               STRING JR-BeeldVoor (101:4) JR-BeeldNa (1:100)
                 DELIMITED BY SIZE INTO Beeld
               MOVE SPACES TO JR-BeeldVoor (101:4)
               MOVE Beeld TO JR-BeeldNa
           END-IF
           .

       RegistreerAanmaker.
           *> Alleen de eerste boekingsregel van een reservering telt
           PERFORM VARYING ZoekIndex FROM 1 BY 1
             UNTIL ZoekIndex > AantalAanmakers
               IF AM-Reserveringsnummer (ZoekIndex) = HuidigResnr
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF AantalAanmakers < MaxAanmakers
               ADD 1 TO AantalAanmakers
               MOVE HuidigResnr
                 TO AM-Reserveringsnummer (AantalAanmakers)
               MOVE JR-Operator TO AM-Operator (AantalAanmakers)
           END-IF
           .

       VerwerkUitbetalingen.
           *> Restituties boven het drempelbedrag en na een creditnota
           *> komen niet in het journaal maar in de wachtrij; de
           *> aanvrager is de operator. Borguitkeringen zijn geen
           *> restitutie van omzet en tellen niet mee
           MOVE HuurOpen TO HuidigOpen
           MOVE HuurSluit TO HuidigSluit
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WachtrijBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-U-DatumAanvraag NOT < PeriodeVan
                 AND FS-U-DatumAanvraag NOT > PeriodeTot
                 AND (FS-U-SoortAnnuleringsRestitutie
                   OR FS-U-SoortFactuurCorrectie)
                   SET BedrijfHuur TO TRUE
                   MOVE FS-U-AangevraagdDoor TO HuidigOperator
                   COMPUTE HuidigTijdstip =
                     FS-U-DatumAanvraag * 1000000
                   MOVE "RESTITUTIE-AANGEVRAAGD" TO HuidigeActie
                   MOVE CatRestitutie TO HuidigeCategorie
                   MOVE FS-U-Reserveringsnummer TO HuidigResnr
                   MOVE SPACES TO HuidigObject
                   SET IsHandmatig TO TRUE
                   *> De wachtrij kent alleen de datum van aanvraag
                   SET TijdOnbekend TO TRUE
                   PERFORM TelMutatie
                   SET TijdBekend TO TRUE
               END-IF
               READ WachtrijBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WachtrijBestand
           .

       VerwerkFlexLogboek.
           MOVE FlexOpen TO HuidigOpen
           MOVE FlexSluit TO HuidigSluit
           SET TijdBekend TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexLogboekBestand
           IF NOT IO-OK
               MOVE "Flex: er is nog geen logboek aanwezig."
                 TO RegelBuffer
               PERFORM SchrijfRegel
               EXIT PARAGRAPH
           END-IF
           READ FlexLogboekBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF LB-Tijdstip (1:8) NOT < PeriodeVan
                 AND LB-Tijdstip (1:8) NOT > PeriodeTot
                   PERFORM BeoordeelLogboekRegel
               END-IF
               READ FlexLogboekBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexLogboekBestand
           .

       BeoordeelLogboekRegel.
           *> Het object van een boeking of annulering: werkplek-
           *> reservering op vestiging en datum, boeking op vestiging,
           *> huisnummer en datum, vergaderruimte op vestiging, ruimte
           *> en datum. Bij een geannuleerde reservering of boeking
           *> staat het beeld in BeeldVoor
           MOVE SPACES TO HuidigObject
           MOVE SPACES TO HuidigResnr
           EVALUATE LB-Actie
               WHEN "RESERVERING-TOEGEVOEGD"
                   MOVE CatBoeking TO HuidigeCategorie
                   MOVE LB-BeeldNa TO Beeld
                   STRING "R" Beeld (97:2) Beeld (25:8)
                     DELIMITED BY SIZE INTO HuidigObject
               WHEN "RESERVERING-GEANNULEERD"
                   MOVE CatAnnulering TO HuidigeCategorie
                   MOVE LB-BeeldVoor TO Beeld
                   STRING "R" Beeld (97:2) Beeld (25:8)
                     DELIMITED BY SIZE INTO HuidigObject
               WHEN "BOEKING-AANGEMAAKT"
               WHEN "LASTMINUTE-BOEKING"
               WHEN "ABONNEMENT-BOEKING"
                   MOVE CatBoeking TO HuidigeCategorie
                   MOVE LB-BeeldNa TO Beeld
                   STRING "B" Beeld (37:2) Beeld (33:2) Beeld (25:8)
                     DELIMITED BY SIZE INTO HuidigObject
               WHEN "BOEKING-GEANNULEERD"
                   MOVE CatAnnulering TO HuidigeCategorie
                   MOVE LB-BeeldVoor TO Beeld
                   STRING "B" Beeld (37:2) Beeld (33:2) Beeld (25:8)
                     DELIMITED BY SIZE INTO HuidigObject
               WHEN "VERGADERING-GEBOEKT"
                   MOVE CatBoeking TO HuidigeCategorie
                   MOVE LB-BeeldNa TO Beeld
                   STRING "V" Beeld (1:2) Beeld (3:2) Beeld (5:8)
                     DELIMITED BY SIZE INTO HuidigObject
               WHEN "VERGADERING-GEANNULEERD"
                   MOVE CatAnnulering TO HuidigeCategorie
                   MOVE LB-BeeldNa TO Beeld
                   STRING "V" Beeld (1:2) Beeld (3:2) Beeld (5:8)
                     DELIMITED BY SIZE INTO HuidigObject
               WHEN "BETALING-GEREGISTREERD"
                   MOVE CatBetaling TO HuidigeCategorie
               WHEN OTHER
                   MOVE CatWijziging TO HuidigeCategorie
           END-EVALUATE
           SET BedrijfFlex TO TRUE
           MOVE LB-Operator TO HuidigOperator
           MOVE LB-Tijdstip TO HuidigTijdstip
           MOVE LB-Actie TO HuidigeActie
           EVALUATE LB-Programma
               WHEN "03--ReservingenVandaagNaarBoekingen"
               WHEN "19--ImportReserveringen"
               WHEN "27--IncassoRun"
               WHEN "41--AanmaningenRun"
                   SET IsBatch TO TRUE
               WHEN OTHER
                   SET IsHandmatig TO TRUE
           END-EVALUATE
           PERFORM TelMutatie
           .

       TelMutatie.
           IF IsBatch
               MOVE "*BATCH*" TO HuidigOperator
           END-IF
           IF HuidigOperator = SPACES
               MOVE "ONBEKEND" TO HuidigOperator
           END-IF
           PERFORM ZoekOperator
           IF OperatorIndex = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OT-Teller (OperatorIndex, HuidigeCategorie)
           IF IsBatch
               EXIT PARAGRAPH
           END-IF
           IF TijdBekend
             AND (HuidigUurMinuut < HuidigOpen
               OR HuidigUurMinuut NOT < HuidigSluit)
               ADD 1 TO OT-Teller (OperatorIndex, CatBuitenTijd)
               MOVE "T" TO RapportSoort
               MOVE SPACES TO SoortTitel
               STRING HuidigeActie DELIMITED BY SPACE
                 " buiten de openingstijden"
                 DELIMITED BY SIZE INTO SoortTitel
               PERFORM VoegAfwijkingToe
           END-IF
           EVALUATE HuidigeCategorie
               WHEN CatAnnulering
                   IF HuidigObject NOT = SPACES
                       PERFORM OnthoudAnnulering
                   END-IF
               WHEN CatBoeking
                   IF HuidigObject NOT = SPACES
                       PERFORM ZoekHerboeking
                   END-IF
               WHEN CatRestitutie
                   IF HuidigResnr NOT = SPACES
                       PERFORM ControleerEigenBoeking
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ZoekOperator.
           PERFORM VARYING OperatorIndex FROM 1 BY 1
             UNTIL OperatorIndex > AantalOperators
               IF OT-Bedrijf (OperatorIndex) = HuidigBedrijf
                 AND OT-Operator (OperatorIndex) = HuidigOperator
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF AantalOperators NOT < MaxOperators
               MOVE ZERO TO OperatorIndex
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalOperators
           MOVE AantalOperators TO OperatorIndex
           MOVE HuidigBedrijf TO OT-Bedrijf (OperatorIndex)
           MOVE HuidigOperator TO OT-Operator (OperatorIndex)
           PERFORM VARYING CategorieIndex FROM 1 BY 1
             UNTIL CategorieIndex > CatBuitenTijd
               MOVE ZERO TO OT-Teller (OperatorIndex, CategorieIndex)
           END-PERFORM
           .

       OnthoudAnnulering.
           IF AantalAnnuleringen < MaxAnnuleringen
               ADD 1 TO AantalAnnuleringen
               MOVE HuidigBedrijf TO AN-Bedrijf (AantalAnnuleringen)
               MOVE HuidigOperator TO AN-Operator (AantalAnnuleringen)
               MOVE HuidigObject TO AN-Object (AantalAnnuleringen)
               MOVE HuidigTijdstip TO AN-Tijdstip (AantalAnnuleringen)
           END-IF
           .

       ZoekHerboeking.
           *> Een annulering telt maar voor een nieuwe boeking
           PERFORM VARYING ZoekIndex FROM 1 BY 1
             UNTIL ZoekIndex > AantalAnnuleringen
               IF AN-Bedrijf (ZoekIndex) = HuidigBedrijf
                 AND AN-Operator (ZoekIndex) = HuidigOperator
                 AND AN-Object (ZoekIndex) = HuidigObject
                 AND AN-Tijdstip (ZoekIndex) NOT > HuidigTijdstip
                   MOVE "H" TO RapportSoort
                   MOVE SPACES TO SoortTitel
                   MOVE AN-Tijdstip (ZoekIndex) (9:4) TO TijdWaarde
                   PERFORM MaakTijdTekst
                   STRING "object " DELIMITED BY SIZE
                     HuidigObject DELIMITED BY SPACE
                     " geannuleerd om " ToonTijd
                     " en opnieuw geboekt"
                     DELIMITED BY SIZE INTO SoortTitel
                   PERFORM VoegAfwijkingToe
                   MOVE SPACES TO AN-Object (ZoekIndex)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       ControleerEigenBoeking.
           PERFORM VARYING ZoekIndex FROM 1 BY 1
             UNTIL ZoekIndex > AantalAanmakers
               IF AM-Reserveringsnummer (ZoekIndex) = HuidigResnr
                   IF AM-Operator (ZoekIndex) = HuidigOperator
                       MOVE "R" TO RapportSoort
                       MOVE SPACES TO SoortTitel
                       STRING "restitutie op eigen boeking "
                         HuidigResnr
                         DELIMITED BY SIZE INTO SoortTitel
                       PERFORM VoegAfwijkingToe
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       VoegAfwijkingToe.
           IF AantalAfwijkingen NOT < MaxAfwijkingen
               ADD 1 TO AfwijkingenOverTabel
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalAfwijkingen
           MOVE RapportSoort TO AF-Soort (AantalAfwijkingen)
           MOVE HuidigBedrijf TO AF-Bedrijf (AantalAfwijkingen)
           MOVE HuidigOperator TO AF-Operator (AantalAfwijkingen)
           MOVE HuidigTijdstip TO AF-Tijdstip (AantalAfwijkingen)
           MOVE SoortTitel TO AF-Omschrijving (AantalAfwijkingen)
           .

       ControleerVolumes.
           *> Per categorie het gemiddelde over de operators van het
           *> lopende bedrijf; een operator die op of boven het minimum
           *> zit en meer dan factor x het gemiddelde doet, valt op
           PERFORM VARYING CategorieIndex FROM 1 BY 1
             UNTIL CategorieIndex > AantalCategorieen
               MOVE ZERO TO VolumeTotaal
               MOVE ZERO TO VolumeOperators
               PERFORM VARYING OperatorIndex FROM 1 BY 1
                 UNTIL OperatorIndex > AantalOperators
                   IF OT-Bedrijf (OperatorIndex) = HuidigBedrijf
                     AND OT-Operator (OperatorIndex) NOT = "*BATCH*"
                       ADD 1 TO VolumeOperators
                       ADD OT-Teller (OperatorIndex, CategorieIndex)
                         TO VolumeTotaal
                   END-IF
               END-PERFORM
               IF VolumeOperators > 1
                   COMPUTE VolumeGemiddelde ROUNDED =
                     VolumeTotaal / VolumeOperators
                   COMPUTE VolumeGrens ROUNDED =
                     VolumeGemiddelde * VolumeFactor
                   PERFORM VARYING OperatorIndex FROM 1 BY 1
                     UNTIL OperatorIndex > AantalOperators
                       IF OT-Bedrijf (OperatorIndex) = HuidigBedrijf
                         AND OT-Operator (OperatorIndex)
                           NOT = "*BATCH*"
                         AND OT-Teller (OperatorIndex, CategorieIndex)
                           NOT < MinimumVolume
                         AND OT-Teller (OperatorIndex, CategorieIndex)
                           > VolumeGrens
                           PERFORM VoegVolumeAfwijkingToe
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       VoegVolumeAfwijkingToe.
           MOVE OT-Operator (OperatorIndex) TO HuidigOperator
           MOVE ZERO TO HuidigTijdstip
           MOVE "V" TO RapportSoort
           MOVE OT-Teller (OperatorIndex, CategorieIndex) TO ToonTeller
           MOVE VolumeGemiddelde TO ToonGemiddelde
           MOVE SPACES TO SoortTitel
           STRING ToonTeller " " DELIMITED BY SIZE
             CategorieNaam (CategorieIndex) DELIMITED BY SPACE
             " tegen gemiddeld " ToonGemiddelde
             DELIMITED BY SIZE INTO SoortTitel
           PERFORM VoegAfwijkingToe
           .

       RapporteerOperators.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           IF BedrijfHuur
               MOVE "HUUR EEN VAKANTIEAVONTUUR" TO BedrijfNaam
           ELSE
               MOVE "FLEXEN EN RELAXEN" TO BedrijfNaam
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "MUTATIES PER OPERATOR - " BedrijfNaam
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "-" TO RegelBuffer (1:86)
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Operator   Boekingen Wijzigingen Annuleringen "
             "Restituties Kortingen Betalingen Buiten tijd"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalPerSoort
           PERFORM VARYING OperatorIndex FROM 1 BY 1
             UNTIL OperatorIndex > AantalOperators
               IF OT-Bedrijf (OperatorIndex) = HuidigBedrijf
                   ADD 1 TO AantalPerSoort
                   PERFORM SchrijfOperatorRegel
               END-IF
           END-PERFORM
           IF AantalPerSoort = ZERO
               MOVE "  Geen mutaties in deze periode." TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       SchrijfOperatorRegel.
           *> Kolommen rechts uitgelijnd onder de kopregel
           MOVE SPACES TO RegelBuffer
           MOVE OT-Operator (OperatorIndex) TO RegelBuffer (1:8)
           MOVE 15 TO RegelPositie
           PERFORM VARYING CategorieIndex FROM 1 BY 1
             UNTIL CategorieIndex > CatBuitenTijd
               MOVE OT-Teller (OperatorIndex, CategorieIndex)
                 TO ToonTeller
               MOVE ToonTeller TO RegelBuffer (RegelPositie:5)
               EVALUATE CategorieIndex
                   WHEN 1
                       ADD 12 TO RegelPositie
                   WHEN 2
                       ADD 13 TO RegelPositie
                   WHEN 3
                       ADD 12 TO RegelPositie
                   WHEN 4
                       ADD 10 TO RegelPositie
                   WHEN 5
                       ADD 11 TO RegelPositie
                   WHEN OTHER
                       ADD 12 TO RegelPositie
               END-EVALUATE
           END-PERFORM
           PERFORM SchrijfRegel
           .

       RapporteerAfwijkingen.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "AFWIJKINGEN" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "-" TO RegelBuffer (1:86)
           PERFORM SchrijfRegel
           MOVE "T" TO RapportSoort
           MOVE "Mutaties buiten de openingstijden" TO SoortTitel
           PERFORM RapporteerAfwijkingSoort
           MOVE "H" TO RapportSoort
           MOVE "Annulering gevolgd door nieuwe boeking zelfde object"
             TO SoortTitel
           PERFORM RapporteerAfwijkingSoort
           MOVE "R" TO RapportSoort
           MOVE "Restituties op een eigen boeking" TO SoortTitel
           PERFORM RapporteerAfwijkingSoort
           MOVE "V" TO RapportSoort
           MOVE "Ongebruikelijk volume" TO SoortTitel
           PERFORM RapporteerAfwijkingSoort
           IF AfwijkingenOverTabel > ZERO
               MOVE SPACES TO RegelBuffer
               PERFORM SchrijfRegel
               MOVE AfwijkingenOverTabel TO ToonTeller
               STRING ">>> " ToonTeller " afwijkingen vielen buiten "
                 "de tabel en ontbreken hierboven"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       RapporteerAfwijkingSoort.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SoortTitel TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalPerSoort
           PERFORM VARYING AfwijkingIndex FROM 1 BY 1
             UNTIL AfwijkingIndex > AantalAfwijkingen
               IF AF-Soort (AfwijkingIndex) = RapportSoort
                   ADD 1 TO AantalPerSoort
                   PERFORM SchrijfAfwijkingRegel
               END-IF
           END-PERFORM
           IF AantalPerSoort = ZERO
               MOVE "  Geen." TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       SchrijfAfwijkingRegel.
           MOVE SPACES TO RegelBuffer
           IF AF-Bedrijf (AfwijkingIndex) = "H"
               MOVE "huur" TO RegelBuffer (3:4)
           ELSE
               MOVE "flex" TO RegelBuffer (3:4)
           END-IF
           MOVE AF-Operator (AfwijkingIndex) TO RegelBuffer (8:8)
           IF AF-Tijdstip (AfwijkingIndex) NOT = ZERO
               MOVE SPACES TO ToonDatum
               STRING AF-Tijdstip (AfwijkingIndex) (7:2) "-"
                 AF-Tijdstip (AfwijkingIndex) (5:2) "-"
                 AF-Tijdstip (AfwijkingIndex) (1:4)
                 DELIMITED BY SIZE INTO ToonDatum
               MOVE ToonDatum TO RegelBuffer (17:10)
               IF AF-Tijdstip (AfwijkingIndex) (9:6) NOT = ZERO
                   MOVE AF-Tijdstip (AfwijkingIndex) (9:4)
                     TO TijdWaarde
                   PERFORM MaakTijdTekst
                   MOVE ToonTijd TO RegelBuffer (28:5)
               END-IF
           END-IF
           MOVE AF-Omschrijving (AfwijkingIndex) TO RegelBuffer (34:70)
           PERFORM SchrijfRegel
           .

       MaakTijdTekst.
           MOVE SPACES TO ToonTijd
           STRING TijdUur ":" TijdMinuut
             DELIMITED BY SIZE INTO ToonTijd
           .

       SchrijfRegel.
           MOVE RegelBuffer TO Rapportregel
           WRITE Rapportregel
           MOVE SPACES TO RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenJournaal
             PadDir-UitbetalingWachtrij
             PadDir-OperatorControleParameters
             PadDir-OperatorControle
           MOVE OMG-FlexDir TO PadDir-FlexLogboek
           .
