       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncassoBatch.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Automatische incasso van de termijnen voor klanten met een
       *> machtiging (ToevoegenKlant / WijzigKlantgegevens): de
       *> aanbetaling vanaf de boekingsdatum, het restant vanaf
       *> RestantDagenVoorAankomst dagen voor aankomst. Elk geincasseerd
       *> bedrag staat als verwachte betaling (herkomst I) in het
       *> grootboek; een storno komt via BankImport terug (herkomst S)
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
       SELECT BetalingenBestand
           ASSIGN TO Pad-Betalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT DatumWeekBestand ASSIGN TO Pad-DatumWeek
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Incassobestand voor de bank; de bestandsnaam wordt per
       *> incassodatum opgebouwd (zelfde patroon als de IncassoRun van
       *> Flexen en Relaxen)
       SELECT IncassoExportBestand ASSIGN TO IncassoPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD BetalingenBestand.
       01 Betalingsrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-P==.
       FD DatumWeekBestand.
       01 DatumWeekRecord.
         03 WeekNummer PIC 99.
         03 WeekDatum PIC 9(8).
       FD IncassoExportBestand.
       01 IncassoRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 Pad-DatumWeek.
         02 PadDir-DatumWeek PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "DatumWeek.dat".
       01 IncassoPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
         88 EOFBetalingen VALUE 1.
         88 NotEOFBetalingen VALUE 0.
       01 EOFDatumWeekVlag PIC 9 VALUE 0.
         88 EOFDatumWeek VALUE 1.
         88 NotEOFDatumWeek VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       *> Termijnen: de aanbetaling is een vast deel van het
       *> factuurtotaal, het restant is verschuldigd op dezelfde termijn
       *> voor aankomst als in de CashflowPrognose
       78 AanbetalingPercentage VALUE 30.
       78 RestantDagenVoorAankomst VALUE 28.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 InvoerDatum PIC X(8) VALUE SPACES.
       01 IncassoDatum PIC 9(8) VALUE ZERO.
       01 INT-IncassoDatum PIC 9(8) COMP.
       01 INT-WeekDatum PIC 9(8) COMP.
       01 WeekDatumAankomst PIC 9(8) VALUE ZERO.
       01 DagenTotAankomst PIC S9(5) VALUE ZERO.
       *> Machtiging van de klant
       01 MachtigingVlag PIC 9 VALUE ZERO.
         88 KlantMetMachtiging VALUE 1.
         88 KlantZonderMachtiging VALUE 0.
       *> Stand van de reservering
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==WS-F==.
       COPY ParametersPeriodeSlot REPLACING ==(pf)== BY ==WS-S==.
       01 FactuurTotaal PIC 9(7)V99 VALUE ZERO.
       01 AlBetaald PIC S9(7)V99 VALUE ZERO.
       01 Verschuldigd PIC 9(7)V99 VALUE ZERO.
       01 TeIncasseren PIC S9(7)V99 VALUE ZERO.
       01 IncassoSoort PIC X VALUE SPACE.
         88 IncassoAanbetaling VALUE "A".
         88 IncassoRestant VALUE "R".
       01 StornoVlag PIC 9 VALUE ZERO.
         88 EerderGestorneerd VALUE 1.
         88 NietGestorneerd VALUE 0.
       *> Tellers
       01 AantalGeincasseerd PIC 9(4) VALUE ZERO.
       01 AantalNaStorno PIC 9(4) VALUE ZERO.
       01 AantalVolledig PIC 9(4) VALUE ZERO.
       01 TotaalIncasso PIC 9(7)V99 VALUE ZERO.
       *> Afdrukvelden; bedragen via centen omdat de export een
       *> decimale komma toont
       01 BedragCenten PIC S9(9) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Wijzigingsjournaal met voor/na-beeld
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "INCASSO TERMIJNEN PARKGASTEN"
               DISPLAY "============================"
               DISPLAY "1. Incassobatch aanmaken"
               DISPLAY "2. Incassoposten en storno's tonen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakIncassoBatch
                   WHEN 2
                       PERFORM ToonIncassoPosten
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           EXIT PROGRAM.

       MaakIncassoBatch.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "Incassodatum (yyyymmdd, leeg = vandaag): "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerDatum
           ACCEPT InvoerDatum
           IF InvoerDatum = SPACES
               MOVE DatumVandaag TO IncassoDatum
           ELSE
               IF InvoerDatum IS NOT NUMERIC
                   DISPLAY ">>> Ongeldige datum."
                   EXIT PARAGRAPH
               END-IF
               MOVE InvoerDatum TO IncassoDatum
               IF FUNCTION TEST-DATE-YYYYMMDD (IncassoDatum)
                 NOT = ZERO
                   DISPLAY ">>> Ongeldige datum."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           *> De verwachte betalingen worden op de incassodatum geboekt
           MOVE IncassoDatum TO WS-S-C-Datum
           CALL "ControleerPeriodeSlot"
             USING BY CONTENT WS-S-C-ParametersPeriodeSlot,
                   BY REFERENCE WS-S-R-ParametersPeriodeSlot
           IF WS-S-R-PeriodeGesloten
               DISPLAY ">>> De boekperiode van " IncassoDatum
                 " is afgesloten; er wordt niets geincasseerd."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (IncassoDatum)
             TO INT-IncassoDatum
           MOVE ZERO TO AantalGeincasseerd
           MOVE ZERO TO AantalNaStorno
           MOVE ZERO TO AantalVolledig
           MOVE ZERO TO TotaalIncasso
           MOVE SPACES TO IncassoPad
           STRING OMG-HuurDir "IncassoHuur" IncassoDatum ".txt"
             DELIMITED BY SIZE INTO IncassoPad
           OPEN OUTPUT IncassoExportBestand
           IF NOT IO-OK
               DISPLAY "Het incassobestand kan niet worden aangemaakt. "
                 "IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "reserveringsnummer;naam;iban;mandaatdatum;bedrag;"
             "omschrijving;incassodatum"
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE IncassoRegel FROM RegelBuffer
           OPEN I-O ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "ReserveringenMetAltKey.dat: " IOStatus
               CLOSE IncassoExportBestand
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
                   IF FS-R-TypeBoeking
                     AND FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                     AND FS-R-DatumBetaling = SPACES
                     AND FS-R-AllotmentContract = SPACES
                       PERFORM BeoordeelReservering
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           CLOSE IncassoExportBestand
           DISPLAY SPACE
           COMPUTE BedragCenten = TotaalIncasso * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Aantal incasso's in de export  : "
             AantalGeincasseerd
             " | totaal " ToonBedrag " euro"
           DISPLAY "Waarvan volledig betaald       : " AantalVolledig
           DISPLAY "Overgeslagen na eerdere storno : " AantalNaStorno
           DISPLAY "Incassobestand: " FUNCTION TRIM (IncassoPad)
           .

       BeoordeelReservering.
           PERFORM BepaalStartWeekDatum
           IF INT-WeekDatum = ZERO
               *> Geen weekdatum bekend (DatumWeek.dat niet opgebouwd)
               EXIT PARAGRAPH
           END-IF
           *> DatumWeek.dat beslaat een jaar; reserveringen voor een
           *> ander seizoen worden in hun eigen jaar geincasseerd
           IF FS-R-Jaar NOT = WeekDatumAankomst(1:4)
               EXIT PARAGRAPH
           END-IF
           IF FS-R-DatumCreatie > IncassoDatum
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekKlantMetMachtiging
           IF KlantZonderMachtiging
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalStand
           *> Na een storno niet opnieuw incasseren: de klant betaalt
           *> zelf en AanmaningenBatch bewaakt de termijn weer
           IF EerderGestorneerd
               ADD 1 TO AantalNaStorno
               EXIT PARAGRAPH
           END-IF
           COMPUTE DagenTotAankomst = INT-WeekDatum - INT-IncassoDatum
           IF DagenTotAankomst <= RestantDagenVoorAankomst
               SET IncassoRestant TO TRUE
               MOVE FactuurTotaal TO Verschuldigd
           ELSE
               SET IncassoAanbetaling TO TRUE
               COMPUTE Verschuldigd ROUNDED =
                 FactuurTotaal * AanbetalingPercentage / 100
           END-IF
           COMPUTE TeIncasseren = Verschuldigd - AlBetaald
           IF TeIncasseren <= ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfIncassoRegel
           PERFORM BoekVerwachteBetaling
           *> Is het restant hiermee gedekt, dan geldt de reservering
           *> als betaald (zoals in BetaalReservering en BankImport)
           IF IncassoRestant
               MOVE Reserveringsrecord TO JRN-BeeldVoor
               MOVE IncassoDatum TO FS-R-DatumBetaling
               REWRITE Reserveringsrecord
                   INVALID KEY
                       DISPLAY "File status - " IOStatus
               END-REWRITE
               MOVE "IncassoBatch" TO JRN-Programma
               MOVE "INCASSO-VOLLEDIG" TO JRN-Actie
               MOVE Reserveringsrecord TO JRN-BeeldNa
               CALL "SchrijfReserveringJournaal"
                 USING JRN-ReserveringJournaal
               ADD 1 TO AantalVolledig
           END-IF
           .

       BepaalStartWeekDatum.
           MOVE ZERO TO INT-WeekDatum
           MOVE ZERO TO EOFDatumWeekVlag
           OPEN INPUT DatumWeekBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ DatumWeekBestand
               AT END
                   SET EOFDatumWeek TO TRUE
           END-READ
           PERFORM UNTIL EOFDatumWeek
               IF FS-R-Weeknummer = WeekNummer
                   MOVE WeekDatum TO WeekDatumAankomst
                   MOVE FUNCTION INTEGER-OF-DATE (WeekDatumAankomst)
                     TO INT-WeekDatum
                   SET EOFDatumWeek TO TRUE
               END-IF
               IF NOT EOFDatumWeek
                   READ DatumWeekBestand
                       AT END
                           SET EOFDatumWeek TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE DatumWeekBestand
           .

       ZoekKlantMetMachtiging.
           SET KlantZonderMachtiging TO TRUE
           OPEN INPUT KlantenBestand
           IF IO-OK
               MOVE FS-R-Klantnummer TO FS-K-Klantnummer
               READ KlantenBestand KEY IS FS-K-Klantnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-K-IncassoActief
                         AND FS-K-Iban NOT = SPACES
                           SET KlantMetMachtiging TO TRUE
                       END-IF
               END-READ
               CLOSE KlantenBestand
           END-IF
           .

       BepaalStand.
           *> Factuurtotaal op dezelfde grondslag als FactuurExport
           *> (gedeeld subprogramma) minus wat er al in het grootboek
           *> staat; daarbij nagaan of er al eens een incasso is
           *> gestorneerd
           MOVE FS-R-Reserveringsnummer TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
           MOVE WS-F-R-FactuurTotaal TO FactuurTotaal
           MOVE ZERO TO AlBetaald
           SET NietGestorneerd TO TRUE
           MOVE ZERO TO EOFBetalingenVlag
           OPEN INPUT BetalingenBestand
           IF IO-OK
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
               PERFORM UNTIL EOFBetalingen
                   IF FS-P-Reserveringsnummer
                     = FS-R-Reserveringsnummer
                       EVALUATE TRUE
                           WHEN FS-P-SoortAanbetaling
                               ADD FS-P-Bedrag TO AlBetaald
                           WHEN FS-P-SoortRestant
                               ADD FS-P-Bedrag TO AlBetaald
                           WHEN FS-P-SoortCadeaubon
                               ADD FS-P-Bedrag TO AlBetaald
                           WHEN FS-P-SoortCompensatie
                               ADD FS-P-Bedrag TO AlBetaald
                           WHEN FS-P-SoortTerugbetaling
                               SUBTRACT FS-P-Bedrag FROM AlBetaald
                       END-EVALUATE
                       IF FS-P-HerkomstStorno
                           SET EerderGestorneerd TO TRUE
                       END-IF
                   END-IF
                   READ BetalingenBestand
                       AT END
                           SET EOFBetalingen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BetalingenBestand
           END-IF
           .

       SchrijfIncassoRegel.
           *> Het reserveringsnummer staat vooraan in de omschrijving,
           *> zodat BankImport een storno aan de reservering koppelt
           COMPUTE BedragCenten = TeIncasseren * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           IF IncassoRestant
               STRING FS-R-Reserveringsnummer ";"
                 FUNCTION TRIM (FS-K-Voornaam) " "
                 FUNCTION TRIM (FS-K-Naam) ";"
                 FS-K-Iban ";" FS-K-MandaatDatum ";"
                 FUNCTION TRIM (ToonBedrag) ";"
                 FS-R-Reserveringsnummer " restant week "
                 FS-R-Weeknummer " " FS-R-Jaar ";" IncassoDatum
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING FS-R-Reserveringsnummer ";"
                 FUNCTION TRIM (FS-K-Voornaam) " "
                 FUNCTION TRIM (FS-K-Naam) ";"
                 FS-K-Iban ";" FS-K-MandaatDatum ";"
                 FUNCTION TRIM (ToonBedrag) ";"
                 FS-R-Reserveringsnummer " aanbetaling week "
                 FS-R-Weeknummer " " FS-R-Jaar ";" IncassoDatum
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           WRITE IncassoRegel FROM RegelBuffer
           ADD 1 TO AantalGeincasseerd
           ADD TeIncasseren TO TotaalIncasso
           DISPLAY "Reservering " FS-R-Reserveringsnummer ": "
             FUNCTION TRIM (ToonBedrag) " euro ter incasso."
           .

       BoekVerwachteBetaling.
           OPEN EXTEND BetalingenBestand
           IF IOStatus = 35
               CLOSE BetalingenBestand
               OPEN OUTPUT BetalingenBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE FS-R-Reserveringsnummer TO FS-P-Reserveringsnummer
               MOVE IncassoDatum TO FS-P-Datum
               MOVE TeIncasseren TO FS-P-Bedrag
               MOVE IncassoSoort TO FS-P-Soort
               SET FS-P-HerkomstIncasso TO TRUE
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van Betalingen.dat: "
                 IOStatus
           END-IF
           .

       ToonIncassoPosten.
           DISPLAY SPACE
           DISPLAY "INCASSOPOSTEN EN STORNO'S"
           DISPLAY "========================="
           MOVE ZERO TO EOFBetalingenVlag
           OPEN INPUT BetalingenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen betalingen. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ BetalingenBestand
               AT END
                   SET EOFBetalingen TO TRUE
           END-READ
           PERFORM UNTIL EOFBetalingen
               IF FS-P-HerkomstIncasso OR FS-P-HerkomstStorno
                   COMPUTE BedragCenten = FS-P-Bedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   IF FS-P-HerkomstIncasso
                       DISPLAY FS-P-Reserveringsnummer " | "
                         FS-P-Datum " | soort " FS-P-Soort " | "
                         ToonBedrag " euro geincasseerd"
                   ELSE
                       DISPLAY FS-P-Reserveringsnummer " | "
                         FS-P-Datum " | storno   | "
                         ToonBedrag " euro teruggeboekt"
                   END-IF
               END-IF
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
           END-PERFORM
           CLOSE BetalingenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-Betalingen
             PadDir-DatumWeek
           .
