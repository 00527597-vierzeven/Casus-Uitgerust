       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnuleringsAnalyse.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Maandanalyse van de annuleringen van beide bedrijven: aantal
       *> annuleringen en gederfde omzet per reden van annulering, per
       *> kanaal (flex: per soort), per woningtype (flex: per
       *> vestiging) en per doorlooptijd tussen annulering en aankomst,
       *> met het deel van de gederfde omzet dat later toch is
       *> verkocht. Huur: de gederfde omzet is het factuurtotaal zonder
       *> de vrijgestelde posten (toeristenbelasting, premie en fonds);
       *> een week geldt als doorverkocht als dezelfde woning na de
       *> annulering opnieuw voor die week is geboekt. Flex: bedrag en
       *> doorverkoop komen uit het annuleringsregister van
       *> SchrijfAnnulering; een vergaderruimte geldt als doorverkocht
       *> als er een nieuwe boeking in het vrijgekomen uurblok staat
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
       *> Bestanden van de flexadministratie (alleen gelezen)
       SELECT FlexAnnuleringenBestand ASSIGN TO Pad-FlexAnnuleringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexVergaderBestand ASSIGN TO Pad-FlexVergaderBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-AnnuleringsAnalyse
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
       *> Indeling gelijk aan FlexAnnulering.cpy
       FD FlexAnnuleringenBestand.
       01 FA-Annulering.
         02 FA-DatumAnnulering PIC 9(8).
         02 FA-Soort PIC X.
           88 FA-SoortReservering VALUE "R".
           88 FA-SoortBoeking VALUE "B".
           88 FA-SoortVergadering VALUE "V".
         02 FA-Klantnummer PIC 9(6).
         02 FA-Naam PIC X(24).
         02 FA-Datum PIC 9(8).
         02 FA-Vestiging PIC XX.
         02 FA-Huisnummer PIC 99.
         02 FA-Type PIC X.
         02 FA-Dagdeel PIC X.
         02 FA-VanUur PIC 99.
         02 FA-TotUur PIC 99.
         02 FA-AantalPlaatsen PIC 99.
         02 FA-Reden PIC XX.
         02 FA-Bedrag PIC 9(5)V99.
         02 FA-Doorverkocht PIC X.
           88 FA-IsDoorverkocht VALUE "J".
       *> Indeling gelijk aan VergaderBoeking.cpy
       FD FlexVergaderBestand.
       01 FV-VergaderBoeking.
         02 FV-Vestiging PIC XX.
         02 FV-Ruimtenummer PIC 99.
         02 FV-Datum PIC 9(8).
         02 FV-VanUur PIC 99.
         02 FV-TotUur PIC 99.
         02 FV-Klantnummer PIC 9(6).
         02 FV-Naam PIC X(24).
         02 FV-UurTarief PIC 9(3)V99.
         02 FV-Bedrag PIC 9(5)V99.
         02 FV-AnnuleringsVlag PIC X.
           88 FV-Geannuleerd VALUE "A".
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
       01 Pad-AnnuleringsAnalyse.
         02 PadDir-AnnuleringsAnalyse PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AnnuleringsAnalyse.txt".
       01 Pad-FlexAnnuleringen.
         02 PadDir-FlexAnnuleringen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Annuleringen.dat".
       01 Pad-FlexVergaderBoekingen.
         02 PadDir-FlexVergaderBoekingen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 EOFVergaderVlag PIC 9 VALUE 0.
         88 EOFVergader VALUE 1.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 RapportMaand PIC 9(6) VALUE ZERO.
       01 RapportMaandDelen REDEFINES RapportMaand.
         02 RapportJaar PIC 9(4).
         02 RapportMaandNummer PIC 99.
       *> De kanalen zoals de boekingsprogramma's ze zetten (gelijk aan
       *> KanaalRapport); de laatste regel vangt de oude reserveringen
       *> zonder code op
       78 AantalKanalen VALUE 7.
       01 Kanalen.
         03 FILLER PIC X(14) VALUE "WEwebsite".
         03 FILLER PIC X(14) VALUE "TEtelefoon".
         03 FILLER PIC X(14) VALUE "BAbalie".
         03 FILLER PIC X(14) VALUE "TOtouroperator".
         03 FILLER PIC X(14) VALUE "OFofferte".
         03 FILLER PIC X(14) VALUE "VGvaste gasten".
         03 FILLER PIC X(14) VALUE "  onbekend".
       01 FILLER REDEFINES Kanalen.
         03 KanaalRegel OCCURS 7 TIMES.
           05 KanaalCode PIC XX.
           05 KanaalNaam PIC X(12).
       01 KanaalIndex PIC 99 VALUE ZERO.
       *> Doorlooptijd tussen annulering en aankomst, in vaste klassen
       78 AantalKlassen VALUE 6.
       01 Klassen.
         03 FILLER PIC X(24) VALUE "na aankomst".
         03 FILLER PIC X(24) VALUE "0-7 dagen".
         03 FILLER PIC X(24) VALUE "8-30 dagen".
         03 FILLER PIC X(24) VALUE "31-60 dagen".
         03 FILLER PIC X(24) VALUE "61-90 dagen".
         03 FILLER PIC X(24) VALUE "meer dan 90 dagen".
       01 FILLER REDEFINES Klassen.
         03 KlasseNaam PIC X(24) OCCURS 6 TIMES.
       01 KlasseIndex PIC 99 VALUE ZERO.
       01 Doorlooptijd PIC S9(5) VALUE ZERO.
       *> Woningtype per woningnummer (Woningen.dat)
       01 WoningtypeTabel.
         02 WoningtypeT PIC X OCCURS 99 TIMES.
       *> Geannuleerde huurreserveringen van de rapportmaand; de
       *> bedragen volgen pas na het sluiten van de reserveringen,
       *> omdat BepaalFactuurTotaal dat bestand zelf leest
       78 MaxAnnuleringen VALUE 500.
       01 AnnuleringTabel.
         02 AnnuleringRegel OCCURS 500 TIMES.
           03 AT-Reserveringsnummer PIC 9(8).
           03 AT-Woningnummer PIC 99.
           03 AT-Jaar PIC 9(4).
           03 AT-Weeknummer PIC 99.
           03 AT-AantalWeken PIC 99.
           03 AT-DatumAnnulering PIC 9(8).
           03 AT-Kanaal PIC XX.
           03 AT-Reden PIC XX.
           03 AT-Doorlooptijd PIC S9(5).
           03 AT-WekenDoorverkocht PIC 99.
       01 AantalAnnuleringen PIC 999 VALUE ZERO.
       01 AnnuleringIndex PIC 999 VALUE ZERO.
       01 AantalOverTabel PIC 9(5) VALUE ZERO.
       01 INT-Aankomst PIC 9(8) COMP VALUE ZERO.
       01 INT-Annulering PIC 9(8) COMP VALUE ZERO.
       01 DatumAnnuleringNum PIC 9(8) VALUE ZERO.
       *> Overlap van een nieuwe boeking met een geannuleerde periode
       01 OverlapVan PIC 99 VALUE ZERO.
       01 OverlapTot PIC 99 VALUE ZERO.
       01 NieuwTot PIC 99 VALUE ZERO.
       01 GeannuleerdTot PIC 99 VALUE ZERO.
       *> Uitsplitsing van het lopende bedrijf: per dimensie (R = reden,
       *> K = kanaal of soort, T = woningtype of vestiging,
       *> L = doorlooptijd) een regel per sleutel
       78 MaxUitsplitsing VALUE 80.
       01 UitsplitsingTabel.
         02 UitsplitsingRegel OCCURS 80 TIMES.
           03 US-Dimensie PIC X.
           03 US-Sleutel PIC X(30).
           03 US-Aantal PIC 9(5).
           03 US-Gederfd PIC 9(8)V99.
           03 US-Doorverkocht PIC 9(8)V99.
       01 AantalUitsplitsing PIC 99 VALUE ZERO.
       01 UitsplitsingIndex PIC 99 VALUE ZERO.
       01 ZoekDimensie PIC X VALUE SPACE.
       01 ZoekSleutel PIC X(30) VALUE SPACES.
       01 DimensieTitel PIC X(60) VALUE SPACES.
       *> Per annulering en per bedrijf
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.
       01 GederfdBedrag PIC 9(7)V99 VALUE ZERO.
       01 DoorverkochtBedrag PIC 9(7)V99 VALUE ZERO.
       01 TotaalAantal PIC 9(5) VALUE ZERO.
       01 TotaalGederfd PIC 9(8)V99 VALUE ZERO.
       01 TotaalDoorverkocht PIC 9(8)V99 VALUE ZERO.
       01 HuurAantal PIC 9(5) VALUE ZERO.
       01 HuurGederfd PIC 9(8)V99 VALUE ZERO.
       01 HuurDoorverkocht PIC 9(8)V99 VALUE ZERO.
       *> Afdrukvelden; bedragen in centen zodat de komma klopt
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 Rekenwaarde PIC 9(5) VALUE ZERO.
       01 ToonAantal PIC ZZZZ9.
       01 ToonGederfd PIC ZZZZZZZ9,99.
       01 ToonDoorverkocht PIC ZZZZZZZ9,99.
       01 ToonPercentage PIC ZZ9.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "Rapportmaand jjjjmm (leeg = vorige maand): "
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
           IF RapportMaandNummer < 1 OR RapportMaandNummer > 12
               DISPLAY ">>> Ongeldige rapportmaand: " RapportMaand
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT RapportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "AnnuleringsAnalyse.txt: " IOStatus
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "ANNULERINGSANALYSE " RapportMaandNummer "-"
             RapportJaar
             " - HUUR EEN VAKANTIEAVONTUUR EN FLEXEN EN RELAXEN"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer (1:75)
           PERFORM SchrijfRegel
           PERFORM LaadWoningtypen
           PERFORM VerzamelHuurAnnuleringen
           PERFORM RapporteerHuur
           MOVE TotaalAantal TO HuurAantal
           MOVE TotaalGederfd TO HuurGederfd
           MOVE TotaalDoorverkocht TO HuurDoorverkocht
           PERFORM RapporteerFlex
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Annuleringsanalyse " RapportMaandNummer "-"
             RapportJaar " (AnnuleringsAnalyse.txt)"
           MOVE HuurAantal TO ToonAantal
           COMPUTE BedragCenten = HuurGederfd * 100
           MOVE BedragCenten TO ToonGederfd
           COMPUTE BedragCenten = HuurDoorverkocht * 100
           MOVE BedragCenten TO ToonDoorverkocht
           DISPLAY "  Huur: " ToonAantal " annuleringen, gederfd "
             ToonGederfd ", doorverkocht " ToonDoorverkocht
           MOVE TotaalAantal TO ToonAantal
           COMPUTE BedragCenten = TotaalGederfd * 100
           MOVE BedragCenten TO ToonGederfd
           COMPUTE BedragCenten = TotaalDoorverkocht * 100
           MOVE BedragCenten TO ToonDoorverkocht
           DISPLAY "  Flex: " ToonAantal " annuleringen, gederfd "
             ToonGederfd ", doorverkocht " ToonDoorverkocht
           IF AantalOverTabel > ZERO
               DISPLAY ">>> " AantalOverTabel " huurannuleringen "
                 "vielen buiten de tabel en zijn niet meegeteld"
           END-IF
           EXIT PROGRAM.

       LaadWoningtypen.
           MOVE SPACES TO WoningtypeTabel
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
                   MOVE Woningtype TO WoningtypeT(Woningnummer)
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       VerzamelHuurAnnuleringen.
           *> Eerste ronde: de annuleringen van de maand; tweede ronde:
           *> de nieuwe boekingen die een geannuleerde week opvullen.
           *> Onderhoud, eigen gebruik en winterverhuur leveren geen
           *> weekomzet op en blijven buiten de analyse
           MOVE ZERO TO AantalAnnuleringen
           MOVE ZERO TO AantalOverTabel
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM StartReserveringen
           PERFORM UNTIL EOFReserveringen
               IF FS-R-DatumAnnulering IS NUMERIC
                 AND FS-R-DatumAnnulering (1:6) = RapportMaand
                 AND NOT (FS-R-TypeOnderhoud
                   OR FS-R-TypeEigenGebruik
                   OR FS-R-TypeWinterVerhuur)
                   PERFORM VoegAnnuleringToe
               END-IF
               PERFORM LeesVolgendeReservering
           END-PERFORM
           IF AantalAnnuleringen > ZERO
               PERFORM StartReserveringen
               PERFORM UNTIL EOFReserveringen
                   IF FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                     AND (FS-R-TypeBoeking OR FS-R-TypeOptie)
                       PERFORM ZoekDoorverkoop
                   END-IF
                   PERFORM LeesVolgendeReservering
               END-PERFORM
           END-IF
           CLOSE ReserveringenBestand
           .

       StartReserveringen.
           MOVE ZERO TO EOFReserveringenVlag
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand
             KEY > FS-R-Reserveringsnummer
             INVALID KEY
                 SET EOFReserveringen TO TRUE
           END-START
           PERFORM LeesVolgendeReservering
           .

       LeesVolgendeReservering.
           IF NOT EOFReserveringen
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
           END-IF
           .

       VoegAnnuleringToe.
           IF AantalAnnuleringen NOT < MaxAnnuleringen
               ADD 1 TO AantalOverTabel
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalAnnuleringen
           MOVE AantalAnnuleringen TO AnnuleringIndex
           MOVE FS-R-Reserveringsnummer
             TO AT-Reserveringsnummer(AnnuleringIndex)
           MOVE FS-R-Woningnummer TO AT-Woningnummer(AnnuleringIndex)
           MOVE FS-R-Jaar TO AT-Jaar(AnnuleringIndex)
           MOVE FS-R-Weeknummer TO AT-Weeknummer(AnnuleringIndex)
           MOVE FS-R-AantalWeken TO AT-AantalWeken(AnnuleringIndex)
           MOVE FS-R-DatumAnnulering TO DatumAnnuleringNum
           MOVE DatumAnnuleringNum
             TO AT-DatumAnnulering(AnnuleringIndex)
           MOVE FS-R-Kanaal TO AT-Kanaal(AnnuleringIndex)
           MOVE FS-R-AnnuleringsReden TO AT-Reden(AnnuleringIndex)
           MOVE ZERO TO AT-WekenDoorverkocht(AnnuleringIndex)
           *> Zelfde weekindeling als GenereerDatumWeek; een short-stay
           *> komt op zijn eigen aankomstdag
           COMPUTE INT-Aankomst =
             FUNCTION INTEGER-OF-DATE (FS-R-Jaar * 10000 + 0101)
             + (FS-R-Weeknummer - 1) * 7
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > ZERO
               COMPUTE INT-Aankomst = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AankomstDag) - 1
           END-IF
           COMPUTE INT-Annulering =
             FUNCTION INTEGER-OF-DATE (DatumAnnuleringNum)
           COMPUTE AT-Doorlooptijd(AnnuleringIndex) =
             INT-Aankomst - INT-Annulering
           .

       ZoekDoorverkoop.
           *> Een boeking die na de annulering is gemaakt op dezelfde
           *> woning en in dezelfde weken vult die weken weer op
           PERFORM VARYING AnnuleringIndex FROM 1 BY 1
             UNTIL AnnuleringIndex > AantalAnnuleringen
               IF AT-Woningnummer(AnnuleringIndex) = FS-R-Woningnummer
                 AND AT-Jaar(AnnuleringIndex) = FS-R-Jaar
                 AND FS-R-DatumCreatie
                   NOT < AT-DatumAnnulering(AnnuleringIndex)
                 AND FS-R-Reserveringsnummer
                   NOT = AT-Reserveringsnummer(AnnuleringIndex)
                   PERFORM TelDoorverkochteWeken
               END-IF
           END-PERFORM
           .

       TelDoorverkochteWeken.
           COMPUTE NieuwTot = FS-R-Weeknummer + FS-R-AantalWeken - 1
           COMPUTE GeannuleerdTot = AT-Weeknummer(AnnuleringIndex)
             + AT-AantalWeken(AnnuleringIndex) - 1
           IF FS-R-Weeknummer > AT-Weeknummer(AnnuleringIndex)
               MOVE FS-R-Weeknummer TO OverlapVan
           ELSE
               MOVE AT-Weeknummer(AnnuleringIndex) TO OverlapVan
           END-IF
           IF NieuwTot < GeannuleerdTot
               MOVE NieuwTot TO OverlapTot
           ELSE
               MOVE GeannuleerdTot TO OverlapTot
           END-IF
           IF OverlapTot NOT < OverlapVan
               COMPUTE AT-WekenDoorverkocht(AnnuleringIndex) =
                 AT-WekenDoorverkocht(AnnuleringIndex)
                 + OverlapTot - OverlapVan + 1
               IF AT-WekenDoorverkocht(AnnuleringIndex)
                 > AT-AantalWeken(AnnuleringIndex)
                   MOVE AT-AantalWeken(AnnuleringIndex)
                     TO AT-WekenDoorverkocht(AnnuleringIndex)
               END-IF
           END-IF
           .

       RapporteerHuur.
           PERFORM InitialiseerUitsplitsing
           PERFORM VARYING AnnuleringIndex FROM 1 BY 1
             UNTIL AnnuleringIndex > AantalAnnuleringen
               PERFORM BepaalHuurBedragen
               MOVE AT-Reden(AnnuleringIndex) TO RDN-Code
               PERFORM TelReden
               PERFORM ZoekKanaal
               MOVE "K" TO ZoekDimensie
               MOVE KanaalNaam(KanaalIndex) TO ZoekSleutel
               PERFORM TelMee
               MOVE "T" TO ZoekDimensie
               MOVE SPACES TO ZoekSleutel
               IF AT-Woningnummer(AnnuleringIndex) > ZERO
                 AND WoningtypeT(AT-Woningnummer(AnnuleringIndex))
                   NOT = SPACE
                   STRING "woningtype "
                     WoningtypeT(AT-Woningnummer(AnnuleringIndex))
                     DELIMITED BY SIZE INTO ZoekSleutel
               ELSE
                   MOVE "woningtype onbekend" TO ZoekSleutel
               END-IF
               PERFORM TelMee
               MOVE AT-Doorlooptijd(AnnuleringIndex) TO Doorlooptijd
               PERFORM TelDoorlooptijd
               PERFORM TelTotaal
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "HUUR EEN VAKANTIEAVONTUUR" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "-" TO RegelBuffer (1:25)
           PERFORM SchrijfRegel
           MOVE "R" TO ZoekDimensie
           MOVE "Per reden van annulering" TO DimensieTitel
           PERFORM SchrijfDimensie
           MOVE "K" TO ZoekDimensie
           MOVE "Per kanaal" TO DimensieTitel
           PERFORM SchrijfDimensie
           MOVE "T" TO ZoekDimensie
           MOVE "Per woningtype" TO DimensieTitel
           PERFORM SchrijfDimensie
           MOVE "L" TO ZoekDimensie
           MOVE "Per doorlooptijd (annulering tot aankomst)"
             TO DimensieTitel
           PERFORM SchrijfDimensie
           PERFORM SchrijfTotaal
           .

       BepaalHuurBedragen.
           *> Gederfde omzet: het factuurtotaal zonder de vrijgestelde
           *> posten; het doorverkochte deel naar rato van de weken
           MOVE AT-Reserveringsnummer(AnnuleringIndex)
             TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           MOVE ZERO TO GederfdBedrag
           MOVE ZERO TO DoorverkochtBedrag
           IF FT-R-OK
             AND FT-R-FactuurTotaal > FT-R-GrondslagVrijgesteld
               COMPUTE GederfdBedrag =
                 FT-R-FactuurTotaal - FT-R-GrondslagVrijgesteld
           END-IF
           IF AT-AantalWeken(AnnuleringIndex) > ZERO
               COMPUTE DoorverkochtBedrag ROUNDED = GederfdBedrag
                 * AT-WekenDoorverkocht(AnnuleringIndex)
                 / AT-AantalWeken(AnnuleringIndex)
           END-IF
           .

       ZoekKanaal.
           PERFORM VARYING KanaalIndex FROM 1 BY 1
             UNTIL KanaalIndex = AantalKanalen
               OR KanaalCode(KanaalIndex) = AT-Kanaal(AnnuleringIndex)
               CONTINUE
           END-PERFORM
           .

       RapporteerFlex.
           PERFORM InitialiseerUitsplitsing
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexAnnuleringenBestand
           IF IO-OK
               READ FlexAnnuleringenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FA-DatumAnnulering (1:6) = RapportMaand
                       PERFORM VerwerkFlexAnnulering
                   END-IF
                   READ FlexAnnuleringenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FlexAnnuleringenBestand
           END-IF
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "FLEXEN EN RELAXEN" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "-" TO RegelBuffer (1:17)
           PERFORM SchrijfRegel
           MOVE "R" TO ZoekDimensie
           MOVE "Per reden van annulering" TO DimensieTitel
           PERFORM SchrijfDimensie
           MOVE "K" TO ZoekDimensie
           MOVE "Per soort" TO DimensieTitel
           PERFORM SchrijfDimensie
           MOVE "T" TO ZoekDimensie
           MOVE "Per vestiging" TO DimensieTitel
           PERFORM SchrijfDimensie
           MOVE "L" TO ZoekDimensie
           MOVE "Per doorlooptijd (annulering tot gebruiksdatum)"
             TO DimensieTitel
           PERFORM SchrijfDimensie
           PERFORM SchrijfTotaal
           .

       VerwerkFlexAnnulering.
           MOVE FA-Bedrag TO GederfdBedrag
           MOVE ZERO TO DoorverkochtBedrag
           IF FA-IsDoorverkocht
               MOVE GederfdBedrag TO DoorverkochtBedrag
           END-IF
           IF FA-SoortVergadering
               PERFORM ZoekVergaderDoorverkoop
           END-IF
           MOVE FA-Reden TO RDN-Code
           PERFORM TelReden
           MOVE "K" TO ZoekDimensie
           EVALUATE TRUE
               WHEN FA-SoortReservering
                   MOVE "reservering werkplek" TO ZoekSleutel
               WHEN FA-SoortBoeking
                   MOVE "boeking werkplek" TO ZoekSleutel
               WHEN OTHER
                   MOVE "vergaderruimte" TO ZoekSleutel
           END-EVALUATE
           PERFORM TelMee
           MOVE "T" TO ZoekDimensie
           MOVE SPACES TO ZoekSleutel
           STRING "vestiging " FA-Vestiging
             DELIMITED BY SIZE INTO ZoekSleutel
           PERFORM TelMee
           COMPUTE Doorlooptijd =
             FUNCTION INTEGER-OF-DATE (FA-Datum)
             - FUNCTION INTEGER-OF-DATE (FA-DatumAnnulering)
           PERFORM TelDoorlooptijd
           PERFORM TelTotaal
           .

       ZoekVergaderDoorverkoop.
           *> Overlappende boekingen werden bij het boeken geweigerd;
           *> een lopende boeking in het vrijgekomen uurblok is dus na
           *> de annulering gemaakt
           MOVE ZERO TO EOFVergaderVlag
           OPEN INPUT FlexVergaderBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexVergaderBestand
               AT END
                   SET EOFVergader TO TRUE
           END-READ
           PERFORM UNTIL EOFVergader
               IF FV-Vestiging = FA-Vestiging
                 AND FV-Ruimtenummer = FA-Huisnummer
                 AND FV-Datum = FA-Datum
                 AND NOT FV-Geannuleerd
                 AND FV-VanUur < FA-TotUur
                 AND FV-TotUur > FA-VanUur
                   MOVE GederfdBedrag TO DoorverkochtBedrag
                   SET EOFVergader TO TRUE
               ELSE
                   READ FlexVergaderBestand
                       AT END
                           SET EOFVergader TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FlexVergaderBestand
           .

       InitialiseerUitsplitsing.
           *> De doorlooptijdklassen staan vooraf in vaste volgorde
           INITIALIZE UitsplitsingTabel
           MOVE ZERO TO AantalUitsplitsing
           MOVE ZERO TO TotaalAantal
           MOVE ZERO TO TotaalGederfd
           MOVE ZERO TO TotaalDoorverkocht
           PERFORM VARYING KlasseIndex FROM 1 BY 1
             UNTIL KlasseIndex > AantalKlassen
               ADD 1 TO AantalUitsplitsing
               MOVE "L" TO US-Dimensie(AantalUitsplitsing)
               MOVE KlasseNaam(KlasseIndex)
                 TO US-Sleutel(AantalUitsplitsing)
           END-PERFORM
           .

       TelReden.
           SET RDN-FunctieOmschrijving TO TRUE
           CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
           MOVE "R" TO ZoekDimensie
           MOVE SPACES TO ZoekSleutel
           STRING RDN-Code " " RDN-Omschrijving
             DELIMITED BY SIZE INTO ZoekSleutel
           PERFORM TelMee
           .

       TelDoorlooptijd.
           EVALUATE TRUE
               WHEN Doorlooptijd < ZERO
                   MOVE 1 TO KlasseIndex
               WHEN Doorlooptijd NOT > 7
                   MOVE 2 TO KlasseIndex
               WHEN Doorlooptijd NOT > 30
                   MOVE 3 TO KlasseIndex
               WHEN Doorlooptijd NOT > 60
                   MOVE 4 TO KlasseIndex
               WHEN Doorlooptijd NOT > 90
                   MOVE 5 TO KlasseIndex
               WHEN OTHER
                   MOVE 6 TO KlasseIndex
           END-EVALUATE
           MOVE "L" TO ZoekDimensie
           MOVE KlasseNaam(KlasseIndex) TO ZoekSleutel
           PERFORM TelMee
           .

       TelMee.
           PERFORM VARYING UitsplitsingIndex FROM 1 BY 1
             UNTIL UitsplitsingIndex > AantalUitsplitsing
               OR (US-Dimensie(UitsplitsingIndex) = ZoekDimensie
               AND US-Sleutel(UitsplitsingIndex) = ZoekSleutel)
               CONTINUE
           END-PERFORM
           IF UitsplitsingIndex > AantalUitsplitsing
               IF AantalUitsplitsing NOT < MaxUitsplitsing
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalUitsplitsing
               MOVE AantalUitsplitsing TO UitsplitsingIndex
               MOVE ZoekDimensie TO US-Dimensie(UitsplitsingIndex)
               MOVE ZoekSleutel TO US-Sleutel(UitsplitsingIndex)
           END-IF
           ADD 1 TO US-Aantal(UitsplitsingIndex)
           ADD GederfdBedrag TO US-Gederfd(UitsplitsingIndex)
           ADD DoorverkochtBedrag TO US-Doorverkocht(UitsplitsingIndex)
           .

       TelTotaal.
           ADD 1 TO TotaalAantal
           ADD GederfdBedrag TO TotaalGederfd
           ADD DoorverkochtBedrag TO TotaalDoorverkocht
           .

       SchrijfDimensie.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE DimensieTitel TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "  omschrijving                  aantal"
             "      gederfd  doorverkocht    %"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING UitsplitsingIndex FROM 1 BY 1
             UNTIL UitsplitsingIndex > AantalUitsplitsing
               IF US-Dimensie(UitsplitsingIndex) = ZoekDimensie
                   PERFORM SchrijfUitsplitsingRegel
               END-IF
           END-PERFORM
           .

       SchrijfUitsplitsingRegel.
           MOVE US-Aantal(UitsplitsingIndex) TO ToonAantal
           COMPUTE BedragCenten = US-Gederfd(UitsplitsingIndex) * 100
           MOVE BedragCenten TO ToonGederfd
           COMPUTE BedragCenten =
             US-Doorverkocht(UitsplitsingIndex) * 100
           MOVE BedragCenten TO ToonDoorverkocht
           MOVE ZERO TO Rekenwaarde
           IF US-Gederfd(UitsplitsingIndex) > ZERO
               COMPUTE Rekenwaarde ROUNDED =
                 US-Doorverkocht(UitsplitsingIndex) * 100
                 / US-Gederfd(UitsplitsingIndex)
           END-IF
           MOVE Rekenwaarde TO ToonPercentage
           MOVE SPACES TO RegelBuffer
           STRING "  " US-Sleutel(UitsplitsingIndex) " " ToonAantal
             "  " ToonGederfd "   " ToonDoorverkocht "  "
             ToonPercentage
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfTotaal.
           MOVE TotaalAantal TO ToonAantal
           COMPUTE BedragCenten = TotaalGederfd * 100
           MOVE BedragCenten TO ToonGederfd
           COMPUTE BedragCenten = TotaalDoorverkocht * 100
           MOVE BedragCenten TO ToonDoorverkocht
           MOVE ZERO TO Rekenwaarde
           IF TotaalGederfd > ZERO
               COMPUTE Rekenwaarde ROUNDED =
                 TotaalDoorverkocht * 100 / TotaalGederfd
           END-IF
           MOVE Rekenwaarde TO ToonPercentage
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "  TOTAAL                         " ToonAantal
             "  " ToonGederfd "   " ToonDoorverkocht "  "
             ToonPercentage
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-AnnuleringsAnalyse
           MOVE OMG-FlexDir TO PadDir-FlexAnnuleringen
             PadDir-FlexVergaderBoekingen
           .
