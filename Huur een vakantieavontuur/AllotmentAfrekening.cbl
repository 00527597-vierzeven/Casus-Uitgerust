       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllotmentAfrekening.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Afrekening met de touroperator per allotmentcontract en
       *> periode: de weken die de operator verkocht heeft (type B met
       *> het contract) tegen de bruto weekprijs minus de commissie.
       *> De factuur krijgt een nummer in het factuurregister en regels
       *> in het BTW-journaal; tot de betaling is vastgelegd staat de
       *> operator als debiteur in OpenstaandeSaldi
       SELECT AllotmentenBestand
           ASSIGN TO Pad-Allotmenten
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
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT OperatorFacturenBestand
           ASSIGN TO Pad-OperatorFacturen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT OperatorFacturenWerk
           ASSIGN TO Pad-OperatorFacturenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Per afgerekende week de factuur, zodat een week nooit twee
       *> keer aan de operator wordt gefactureerd
       SELECT OperatorFactuurWekenBestand
           ASSIGN TO Pad-OperatorFactuurWeken
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FactuurRegisterBestand
           ASSIGN TO Pad-FactuurRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FactuurRegelsBestand
           ASSIGN TO Pad-FactuurRegels
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FactuurKengetallenBestand
           ASSIGN TO Pad-FactuurKengetallen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BtwCodesBestand
           ASSIGN TO Pad-BtwCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BtwJournaalBestand
           ASSIGN TO Pad-BtwJournaal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Factuurdocument; de bestandsnaam wordt per factuur opgebouwd
       SELECT BriefBestand ASSIGN TO BriefPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AllotmentenBestand.
       01 Allotmentrecord.
       COPY Allotment REPLACING ==(pf)== BY ==FS-A==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD OperatorFacturenBestand.
       01 OperatorFactuurrecord.
       COPY OperatorFactuur REPLACING ==(pf)== BY ==FS-OF==.
       FD OperatorFacturenWerk.
       01 OperatorFactuurWerkrecord.
       COPY OperatorFactuur REPLACING ==(pf)== BY ==FS-OW==.
       FD OperatorFactuurWekenBestand.
       01 OperatorFactuurWeekrecord.
         02 OFW-Factuurnummer PIC 9(6).
         02 OFW-Reserveringsnummer PIC 9(8).
         02 OFW-Weekprijs PIC 9(5)V99.
       FD FactuurRegisterBestand.
       01 FactuurRegisterrecord.
       COPY FactuurRegister REPLACING ==(pf)== BY ==FS-FR==.
       FD FactuurRegelsBestand.
       01 FactuurRegelrecord.
         02 FRG-Factuurnummer PIC 9(6).
         02 FRG-Regel PIC X(132).
       FD FactuurKengetallenBestand.
       01 FactuurKengetallenrecord.
         02 HoogsteFactuurnummer PIC 9(6).
       FD BtwCodesBestand.
       01 BtwCoderecord.
       COPY BtwCode REPLACING ==(pf)== BY ==FS-BC==.
       FD BtwJournaalBestand.
       01 BtwJournaalrecord.
       COPY BtwJournaal REPLACING ==(pf)== BY ==FS-BJ==.
       FD BriefBestand.
       01 BriefRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Allotmenten.
         02 PadDir-Allotmenten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Allotmenten.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-OperatorFacturen.
         02 PadDir-OperatorFacturen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorFacturen.dat".
       01 Pad-OperatorFacturenWerk.
         02 PadDir-OperatorFacturenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorFacturenWerk.dat".
       01 Pad-OperatorFactuurWeken.
         02 PadDir-OperatorFactuurWeken PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorFactuurWeken.dat".
       01 Pad-FactuurRegister.
         02 PadDir-FactuurRegister PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurRegister.dat".
       01 Pad-FactuurRegels.
         02 PadDir-FactuurRegels PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurRegisterRegels.dat".
       01 Pad-FactuurKengetallen.
         02 PadDir-FactuurKengetallen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurKengetallen.dat".
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwCodes.dat".
       01 Pad-BtwJournaal.
         02 PadDir-BtwJournaal PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwJournaal.dat".
       01 BriefPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFZoekVlag PIC 9 VALUE 0.
         88 EOFZoeken VALUE 1.
         88 NotEOFZoeken VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Contract en periode van de afrekening
       01 ContractnummerInput PIC 9(4) VALUE ZERO.
       01 ContractSleutel PIC X(4) VALUE SPACES.
       01 ContractGevondenVlag PIC 9 VALUE 0.
         88 ContractGevonden VALUE 1.
         88 ContractNietGevonden VALUE 0.
       01 Contract.
       COPY Allotment REPLACING ==(pf)== BY ==CT==.
       01 PeriodeVanWeek PIC 99 VALUE ZERO.
       01 PeriodeTotWeek PIC 99 VALUE ZERO.
       01 WeekGevondenVlag PIC 9 VALUE 0.
         88 WeekAlAfgerekend VALUE 1.
         88 WeekNietAfgerekend VALUE 0.
       *> De verkochte weken van deze afrekening
       01 AfrekenTabel.
         02 AantalAfrekenWeken PIC 999 VALUE ZERO.
         02 AT-Week OCCURS 300 TIMES.
           03 AT-Reserveringsnummer PIC 9(8).
           03 AT-Woningnummer PIC 99.
           03 AT-Weeknummer PIC 99.
           03 AT-Weekprijs PIC 9(5)V99.
       01 AfrekenIndex PIC 999 VALUE ZERO.
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WP==.
       *> Bedragen van de factuur; de weekprijzen zijn inclusief BTW
       01 BrutoBedrag PIC 9(7)V99 VALUE ZERO.
       01 CommissieBedrag PIC 9(7)V99 VALUE ZERO.
       01 Factuurbedrag PIC 9(7)V99 VALUE ZERO.
       01 PercentageLaag PIC 99 VALUE 9.
       01 BtwBedragLaag PIC 9(7)V99 VALUE ZERO.
       01 HuidigFactuurnummer PIC 9(6) VALUE ZERO.
       *> Weergave: het bedrag gaat in centen naar het weergaveveld,
       *> zodat de komma voor de laatste twee cijfers staat
       01 BedragCenten PIC 9(9) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Betaling vastleggen
       01 FactuurnummerInput PIC 9(6) VALUE ZERO.
       01 BetaalDatumInput PIC 9(8) VALUE ZERO.
       01 FactuurGevondenVlag PIC 9 VALUE 0.
         88 FactuurGevonden VALUE 1.
         88 FactuurNietGevonden VALUE 0.
       01 BetaalStatusTekst PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "AFREKENING TOUROPERATORS (ALLOTMENTS)"
               DISPLAY "====================================="
               DISPLAY "1. Afrekening maken per contract en periode"
               DISPLAY "2. Operatorfacturen tonen"
               DISPLAY "3. Betaling van een operatorfactuur vastleggen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakAfrekening
                   WHEN 2
                       PERFORM ToonOperatorFacturen
                   WHEN 3
                       PERFORM LegBetalingVast
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       MaakAfrekening.
           DISPLAY SPACE
           DISPLAY "Contractnummer: " WITH NO ADVANCING
           ACCEPT ContractnummerInput
           PERFORM ZoekContract
           IF ContractNietGevonden
               DISPLAY ">>> Contract " ContractnummerInput
                 " staat niet in Allotmenten.dat."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Contract " CT-Contractnummer " | " CT-OperatorNaam
             " | " CT-Jaar " week " CT-VanWeek "-" CT-TotWeek
             " | commissie " CT-CommissiePercentage "%"
           DISPLAY "Periode van week (00 = begin contract): "
             WITH NO ADVANCING
           ACCEPT PeriodeVanWeek
           DISPLAY "Periode t/m week (00 = einde contract): "
             WITH NO ADVANCING
           ACCEPT PeriodeTotWeek
           IF PeriodeVanWeek < CT-VanWeek
               MOVE CT-VanWeek TO PeriodeVanWeek
           END-IF
           IF PeriodeTotWeek = ZERO OR PeriodeTotWeek > CT-TotWeek
               MOVE CT-TotWeek TO PeriodeTotWeek
           END-IF
           IF PeriodeTotWeek < PeriodeVanWeek
               DISPLAY ">>> Ongeldige periode; er is niets afgerekend."
               EXIT PARAGRAPH
           END-IF
           PERFORM VerzamelVerkochteWeken
           IF AantalAfrekenWeken = ZERO
               DISPLAY "Geen verkochte, nog niet afgerekende weken in "
                 "week " PeriodeVanWeek " t/m " PeriodeTotWeek "."
               EXIT PARAGRAPH
           END-IF
           PERFORM BerekenFactuurbedragen
           PERFORM BepaalVolgendFactuurnummer
           PERFORM SchrijfFactuurdocument
           PERFORM SchrijfRegisterRecord
           PERFORM SchrijfBtwJournaal
           PERFORM SchrijfOperatorFactuur
           PERFORM SchrijfAfgerekendeWeken
           COMPUTE BedragCenten = Factuurbedrag * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Operatorfactuur " HuidigFactuurnummer " voor "
             AantalAfrekenWeken " week/weken: " ToonBedrag " euro."
           .

       ZoekContract.
           SET ContractNietGevonden TO TRUE
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT AllotmentenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AllotmentenBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF FS-A-Contractnummer = ContractnummerInput
                   MOVE Allotmentrecord TO Contract
                   SET ContractGevonden TO TRUE
                   SET EOFZoeken TO TRUE
               ELSE
                   READ AllotmentenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE AllotmentenBestand
           IF CT-CommissiePercentage IS NOT NUMERIC
               MOVE ZERO TO CT-CommissiePercentage
           END-IF
           MOVE CT-Contractnummer TO ContractSleutel
           .

       VerzamelVerkochteWeken.
           *> Een verkochte allotmentweek is een boeking (type B) die
           *> het contract meedraagt. Weken die verkocht zijn voordat
           *> het contract op de reservering stond, herkennen we aan de
           *> operator als klant binnen jaar en weken van het contract
           MOVE ZERO TO AantalAfrekenWeken
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY > FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOFReserveringen TO TRUE
           END-START
           PERFORM UNTIL EOFReserveringen
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
               IF NOT EOFReserveringen
                 AND FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-Jaar = CT-Jaar
                 AND FS-R-Weeknummer >= PeriodeVanWeek
                 AND FS-R-Weeknummer <= PeriodeTotWeek
                   IF FS-R-AllotmentContract = ContractSleutel
                     OR (FS-R-AllotmentContract = SPACES
                     AND FS-R-Klantnummer = CT-OperatorKlantnummer)
                       PERFORM NeemWeekOp
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       NeemWeekOp.
           PERFORM ZoekAfgerekendeWeek
           IF WeekAlAfgerekend
               EXIT PARAGRAPH
           END-IF
           IF AantalAfrekenWeken >= 300
               DISPLAY ">>> Meer dan 300 weken; reken de rest af in "
                 "een volgende periode."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalAfrekenWeken
           MOVE AantalAfrekenWeken TO AfrekenIndex
           MOVE FS-R-Reserveringsnummer
             TO AT-Reserveringsnummer (AfrekenIndex)
           MOVE FS-R-Woningnummer TO AT-Woningnummer (AfrekenIndex)
           MOVE FS-R-Weeknummer TO AT-Weeknummer (AfrekenIndex)
           *> De bruto weekprijs zonder prijsacties
           MOVE CT-Woningtype TO WP-C-Woningtype
           MOVE FS-R-Weeknummer TO WP-C-Weeknummer
           MOVE -1 TO WP-C-DagenVoorAankomst
           MOVE ZERO TO WP-C-Jaar
           MOVE SPACES TO WP-C-Tariefbestand
           CALL "BepaalWeekprijs"
             USING BY CONTENT WP-C-ParametersBepaalWeekprijs,
                   BY REFERENCE WP-R-ParametersBepaalWeekprijs
           COMPUTE AT-Weekprijs (AfrekenIndex) =
             WP-R-Weekprijs * FS-R-AantalWeken
           .

       ZoekAfgerekendeWeek.
           SET WeekNietAfgerekend TO TRUE
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT OperatorFactuurWekenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ OperatorFactuurWekenBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF OFW-Reserveringsnummer = FS-R-Reserveringsnummer
                   SET WeekAlAfgerekend TO TRUE
                   SET EOFZoeken TO TRUE
               ELSE
                   READ OperatorFactuurWekenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OperatorFactuurWekenBestand
           .

       BerekenFactuurbedragen.
           MOVE ZERO TO BrutoBedrag
           PERFORM VARYING AfrekenIndex FROM 1 BY 1
             UNTIL AfrekenIndex > AantalAfrekenWeken
               ADD AT-Weekprijs (AfrekenIndex) TO BrutoBedrag
           END-PERFORM
           COMPUTE CommissieBedrag ROUNDED =
             BrutoBedrag * CT-CommissiePercentage / 100
           COMPUTE Factuurbedrag = BrutoBedrag - CommissieBedrag
           *> Het verblijf valt onder het lage BTW-tarief; de BTW wordt
           *> uit het inclusieve factuurbedrag gerekend
           PERFORM LaadBtwPercentage
           COMPUTE BtwBedragLaag ROUNDED =
             Factuurbedrag * PercentageLaag / (100 + PercentageLaag)
           .

       LaadBtwPercentage.
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT BtwCodesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BtwCodesBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF FS-BC-CodeLaag
                   MOVE FS-BC-Percentage TO PercentageLaag
               END-IF
               READ BtwCodesBestand
                   AT END
                       SET EOFZoeken TO TRUE
               END-READ
           END-PERFORM
           CLOSE BtwCodesBestand
           .

       BepaalVolgendFactuurnummer.
           *> Zelfde doorlopende nummering als FactuurExport
           MOVE ZERO TO HoogsteFactuurnummer
           OPEN INPUT FactuurKengetallenBestand
           IF IO-OK
               READ FactuurKengetallenBestand
                   AT END
                       CONTINUE
               END-READ
               CLOSE FactuurKengetallenBestand
           END-IF
           ADD 1 TO HoogsteFactuurnummer
           MOVE HoogsteFactuurnummer TO HuidigFactuurnummer
           OPEN OUTPUT FactuurKengetallenBestand
           WRITE FactuurKengetallenrecord
           CLOSE FactuurKengetallenBestand
           .

       SchrijfFactuurdocument.
           PERFORM ZoekOperatorKlant
           MOVE SPACES TO BriefPad
           STRING OMG-HuurDir "Operatorfactuur" HuidigFactuurnummer
             ".txt" DELIMITED BY SIZE INTO BriefPad
           OPEN OUTPUT BriefBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het schrijven van de factuur: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE "HUUR EEN VAKANTIEAVONTUUR - AFREKENING TOUROPERATOR"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "=================================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Factuur " HuidigFactuurnummer " | datum "
             DatumVandaag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (CT-OperatorNaam) " (klant "
             CT-OperatorKlantnummer ")"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (FS-K-Straat) " " FS-K-Huisnummer
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING FS-K-Postcode "  " FUNCTION TRIM (FS-K-Woonplaats)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Allotmentcontract " CT-Contractnummer " | type "
             CT-Woningtype " | " CT-Jaar " week " PeriodeVanWeek
             " t/m " PeriodeTotWeek
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING AfrekenIndex FROM 1 BY 1
             UNTIL AfrekenIndex > AantalAfrekenWeken
               COMPUTE BedragCenten = AT-Weekprijs (AfrekenIndex) * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "  Reservering "
                 AT-Reserveringsnummer (AfrekenIndex)
                 " | woning " AT-Woningnummer (AfrekenIndex)
                 " | week " AT-Weeknummer (AfrekenIndex)
                 " | bruto " ToonBedrag
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = BrutoBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Bruto weekprijzen            " ToonBedrag
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = CommissieBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Af: commissie " CT-CommissiePercentage "%           "
             ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = Factuurbedrag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Te betalen                   " ToonBedrag
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = BtwBedragLaag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  waarvan btw laag " PercentageLaag "%       "
             ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE BriefBestand
           .

       ZoekOperatorKlant.
           OPEN INPUT KlantenBestand
           MOVE CT-OperatorKlantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE SPACES TO FS-K-Straat
                   MOVE SPACES TO FS-K-Huisnummer
                   MOVE SPACES TO FS-K-Postcode
                   MOVE SPACES TO FS-K-Woonplaats
           END-READ
           CLOSE KlantenBestand
           .

       SchrijfRegel.
           *> Elke factuurregel gaat ook naar het register voor herdruk
           WRITE BriefRegel FROM RegelBuffer
           OPEN EXTEND FactuurRegelsBestand
           IF IOStatus = 00 OR 05
               MOVE HuidigFactuurnummer TO FRG-Factuurnummer
               MOVE RegelBuffer TO FRG-Regel
               WRITE FactuurRegelrecord
               CLOSE FactuurRegelsBestand
           END-IF
           .

       SchrijfRegisterRecord.
           *> Een operatorfactuur hoort niet bij een enkele reservering;
           *> het reserveringsnummer in het register blijft nul
           OPEN EXTEND FactuurRegisterBestand
           IF IOStatus = 00 OR 05
               MOVE HuidigFactuurnummer TO FS-FR-Factuurnummer
               MOVE "F" TO FS-FR-Soort
               MOVE ZERO TO FS-FR-Reserveringsnummer
               MOVE DatumVandaag TO FS-FR-Datum
               MOVE Factuurbedrag TO FS-FR-Bedrag
               MOVE ZERO TO FS-FR-OrigineelFactuurnummer
               WRITE FactuurRegisterrecord
               CLOSE FactuurRegisterBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "FactuurRegister.dat: " IOStatus
           END-IF
           .

       SchrijfBtwJournaal.
           OPEN EXTEND BtwJournaalBestand
           IF IOStatus = 00 OR 05
               MOVE DatumVandaag TO FS-BJ-Datum
               SET FS-BJ-BedrijfHuur TO TRUE
               MOVE "L" TO FS-BJ-Code
               MOVE Factuurbedrag TO FS-BJ-BedragIncl
               MOVE BtwBedragLaag TO FS-BJ-BtwBedrag
               WRITE BtwJournaalrecord
               CLOSE BtwJournaalBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van BtwJournaal.dat: "
                 IOStatus
           END-IF
           .

       SchrijfOperatorFactuur.
           OPEN EXTEND OperatorFacturenBestand
           IF IOStatus = 00 OR 05
               MOVE HuidigFactuurnummer TO FS-OF-Factuurnummer
               MOVE CT-Contractnummer TO FS-OF-Contractnummer
               MOVE CT-OperatorKlantnummer TO FS-OF-OperatorKlantnummer
               MOVE CT-OperatorNaam TO FS-OF-OperatorNaam
               MOVE CT-Jaar TO FS-OF-Jaar
               MOVE PeriodeVanWeek TO FS-OF-VanWeek
               MOVE PeriodeTotWeek TO FS-OF-TotWeek
               MOVE DatumVandaag TO FS-OF-Datum
               MOVE AantalAfrekenWeken TO FS-OF-AantalWeken
               MOVE BrutoBedrag TO FS-OF-BrutoBedrag
               MOVE CT-CommissiePercentage TO FS-OF-CommissiePercentage
               MOVE CommissieBedrag TO FS-OF-CommissieBedrag
               MOVE Factuurbedrag TO FS-OF-Factuurbedrag
               MOVE SPACES TO FS-OF-DatumBetaling
               WRITE OperatorFactuurrecord
               CLOSE OperatorFacturenBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "OperatorFacturen.dat: " IOStatus
           END-IF
           .

       SchrijfAfgerekendeWeken.
           OPEN EXTEND OperatorFactuurWekenBestand
           IF IOStatus = 00 OR 05
               PERFORM VARYING AfrekenIndex FROM 1 BY 1
                 UNTIL AfrekenIndex > AantalAfrekenWeken
                   MOVE HuidigFactuurnummer TO OFW-Factuurnummer
                   MOVE AT-Reserveringsnummer (AfrekenIndex)
                     TO OFW-Reserveringsnummer
                   MOVE AT-Weekprijs (AfrekenIndex) TO OFW-Weekprijs
                   WRITE OperatorFactuurWeekrecord
               END-PERFORM
               CLOSE OperatorFactuurWekenBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "OperatorFactuurWeken.dat: " IOStatus
           END-IF
           .

       ToonOperatorFacturen.
           DISPLAY SPACE
           MOVE ZERO TO EOFVlag
           OPEN INPUT OperatorFacturenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen operatorfacturen. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ OperatorFacturenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               COMPUTE BedragCenten = FS-OF-Factuurbedrag * 100
               MOVE BedragCenten TO ToonBedrag
               IF FS-OF-DatumBetaling = SPACES
                   MOVE "openstaand" TO BetaalStatusTekst
               ELSE
                   MOVE SPACES TO BetaalStatusTekst
                   STRING "betaald " FS-OF-DatumBetaling
                     DELIMITED BY SIZE INTO BetaalStatusTekst
               END-IF
               DISPLAY "Factuur " FS-OF-Factuurnummer
                 " | contract " FS-OF-Contractnummer
                 " | " FS-OF-OperatorNaam
                 " | " FS-OF-Jaar " week " FS-OF-VanWeek "-"
                 FS-OF-TotWeek " | " ToonBedrag " euro | "
                 BetaalStatusTekst
               READ OperatorFacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperatorFacturenBestand
           .

       LegBetalingVast.
           DISPLAY SPACE
           DISPLAY "Factuurnummer: " WITH NO ADVANCING
           ACCEPT FactuurnummerInput
           DISPLAY "Betaaldatum (yyyymmdd, leeg = vandaag): "
             WITH NO ADVANCING
           ACCEPT BetaalDatumInput
           IF BetaalDatumInput = ZERO
               MOVE DatumVandaag TO BetaalDatumInput
           END-IF
           SET FactuurNietGevonden TO TRUE
           *> De betaalde factuur gaat via het werkbestand terug
           MOVE ZERO TO EOFVlag
           OPEN INPUT OperatorFacturenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen operatorfacturen. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OperatorFacturenWerk
           READ OperatorFacturenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE OperatorFactuurrecord TO OperatorFactuurWerkrecord
               IF FS-OF-Factuurnummer = FactuurnummerInput
                 AND FS-OF-DatumBetaling = SPACES
                   SET FactuurGevonden TO TRUE
                   MOVE BetaalDatumInput TO FS-OW-DatumBetaling
               END-IF
               WRITE OperatorFactuurWerkrecord
               READ OperatorFacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperatorFacturenBestand, OperatorFacturenWerk
           IF FactuurNietGevonden
               DISPLAY "Geen openstaande operatorfactuur met nummer "
                 FactuurnummerInput "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           DISPLAY "Operatorfactuur " FactuurnummerInput
             " is betaald op " BetaalDatumInput "."
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe operatorfacturenbestand
           MOVE ZERO TO EOFVlag
           OPEN INPUT OperatorFacturenWerk
           OPEN OUTPUT OperatorFacturenBestand
           READ OperatorFacturenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE OperatorFactuurrecord
                 FROM OperatorFactuurWerkrecord
               READ OperatorFacturenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperatorFacturenWerk, OperatorFacturenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Allotmenten
             PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-OperatorFacturen
             PadDir-OperatorFacturenWerk
             PadDir-OperatorFactuurWeken
             PadDir-FactuurRegister
             PadDir-FactuurRegels
             PadDir-FactuurKengetallen
             PadDir-BtwCodes
             PadDir-BtwJournaal
           .
