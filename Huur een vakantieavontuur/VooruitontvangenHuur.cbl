       IDENTIFICATION DIVISION.
       PROGRAM-ID. VooruitontvangenHuur.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Vooruitontvangen huur bij de periodeafsluiting: al het geld
       *> dat tot en met het einde van de periode voor een reservering
       *> in het betalingsgrootboek staat (aanbetaling, restant,
       *> cadeaubon, min terugbetaalde huur) wordt verdeeld over
       *> - eerder verdiend: verblijfsweken voor de periode;
       *> - verdiend in de periode: verblijfsweken in de periode;
       *> - vooruitontvangen: verblijfsweken na de periode;
       *> - terug te betalen: restituties die nog in de
       *>   uitbetalingswachtrij staan.
       *> Bij een geannuleerde boeking is wat niet terug hoeft verdiend
       *> op de annuleringsdatum. Elk deel wordt naar BTW-code gesplitst
       *> in de verhouding van de factuurgrondslagen
       *> (BepaalFactuurTotaal). Borg en compensaties horen niet bij de
       *> omzet; een terugbetaling wordt eerst tegen de borg van de
       *> reservering weggestreept. Het rapport sluit de verdeling aan
       *> op het grootboek; de export bevat de regels per reservering
       SELECT BetalingenBestand
           ASSIGN TO Pad-Betalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WachtrijBestand
           ASSIGN TO Pad-Wachtrij
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
       SELECT BtwCodesBestand
           ASSIGN TO Pad-BtwCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ExportBestand
           ASSIGN TO Pad-Export
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand
           ASSIGN TO Pad-Rapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BetalingenBestand.
       01 Betalingsrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-P==.
       FD WachtrijBestand.
       01 Wachtrijrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-U==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD ReserveringenArchiefBestand.
       01 Reserveringsarchiefregel.
       COPY Reservering REPLACING ==(pf)== BY ==FS-AR==.
       FD BtwCodesBestand.
       01 BtwCoderecord.
       COPY BtwCode REPLACING ==(pf)== BY ==FS-BC==.
       FD ExportBestand.
       01 Exportrecord.
       COPY Vooruitontvangen REPLACING ==(pf)== BY ==FS-E==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 Pad-Wachtrij.
         02 PadDir-Wachtrij PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrij.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-ReserveringenArchief.
         02 PadDir-ReserveringenArchief PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenArchief.dat".
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwCodes.dat".
       01 Pad-Export.
         02 PadDir-Export PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "VooruitontvangenHuur.dat".
       01 Pad-Rapport.
         02 PadDir-Rapport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "VooruitontvangenHuur.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       *> De periode: eerste en laatste dag, ook als dagnummer
       01 PeriodeBegin PIC 9(8) VALUE ZERO.
       01 PeriodeEinde PIC 9(8) VALUE ZERO.
       01 PeriodeEindeX PIC X(8) VALUE SPACES.
       01 PeriodeBeginTekst PIC X(8) VALUE SPACES.
       01 VolgendeMaandBegin PIC 9(8) VALUE ZERO.
       01 INT-PeriodeBegin PIC 9(8) COMP.
       01 INT-PeriodeEinde PIC 9(8) COMP.
       01 INT-EersteWeek PIC 9(8) COMP.
       01 INT-WeekBegin PIC 9(8) COMP.
       *> Ontvangsten per reservering uit het grootboek
       78 MaxOntvangsten VALUE 5000.
       01 OntvangstTabel.
         02 OntvangstRegel OCCURS 5000 TIMES.
           03 OT-Reserveringsnummer PIC 9(8).
           03 OT-Huur PIC S9(7)V99.
           03 OT-Borg PIC S9(7)V99.
           03 OT-Terug PIC S9(7)V99.
           03 OT-Restitutie PIC S9(7)V99.
           03 OT-GevondenVlag PIC 9.
             88 OT-Gevonden VALUE 1.
           03 OT-Jaar PIC 9(4).
           03 OT-Weeknummer PIC 99.
           03 OT-AantalWeken PIC 99.
           03 OT-DatumAnnulering PIC X(8).
       01 AantalOntvangsten PIC 9(4) VALUE ZERO.
       01 OntvangstIndex PIC 9(4) VALUE ZERO.
       01 GevondenIndex PIC 9(4) VALUE ZERO.
       01 AantalNietGevonden PIC 9(4) VALUE ZERO.
       *> Grootboektotalen voor de aansluiting
       01 GrootboekHuur PIC S9(9)V99 VALUE ZERO.
       01 GrootboekBorg PIC S9(9)V99 VALUE ZERO.
       01 GrootboekTerug PIC S9(9)V99 VALUE ZERO.
       01 GrootboekCompensatie PIC S9(9)V99 VALUE ZERO.
       01 GrootboekNetto PIC S9(9)V99 VALUE ZERO.
       *> Grootboekregels die niet meer in de tabel passen
       01 NietVerdeeld PIC S9(9)V99 VALUE ZERO.
       01 BorgInBewaring PIC S9(9)V99 VALUE ZERO.
       01 AansluitingVerschil PIC S9(9)V99 VALUE ZERO.
       *> Verdeling van een reservering
       01 TerugHuur PIC S9(7)V99 VALUE ZERO.
       01 NettoOntvangen PIC S9(7)V99 VALUE ZERO.
       01 RestBedrag PIC S9(7)V99 VALUE ZERO.
       01 AantalWeken PIC 99 VALUE ZERO.
       01 WeekTeller PIC 99 VALUE ZERO.
       01 WekenEerder PIC 99 VALUE ZERO.
       01 WekenInPeriode PIC 99 VALUE ZERO.
       01 WekenNa PIC 99 VALUE ZERO.
       *> Delen: 1 eerder verdiend, 2 verdiend in de periode,
       *> 3 vooruitontvangen, 4 terug te betalen
       01 DeelTabel.
         02 Deel PIC S9(7)V99 OCCURS 4 TIMES.
       01 DeelIndex PIC 9 VALUE ZERO.
       *> Factuurgrondslagen van de reservering per BTW-code
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 GrondslagTotaal PIC 9(8)V99 VALUE ZERO.
       01 GrondslagHoog PIC 9(7)V99 VALUE ZERO.
       01 GrondslagVrijgesteld PIC 9(7)V99 VALUE ZERO.
       *> Codes: 1 laag, 2 hoog, 3 vrijgesteld
       01 CodeTabel.
         02 CodeRegel OCCURS 3 TIMES.
           03 CT-Code PIC X.
           03 CT-Percentage PIC 99.
           03 CT-Ontvangen PIC S9(9)V99.
           03 CT-Deel PIC S9(9)V99 OCCURS 4 TIMES.
       01 CodeIndex PIC 9 VALUE ZERO.
       01 SplitsTabel.
         02 SplitsRegel OCCURS 3 TIMES.
           03 ST-Deel PIC S9(7)V99 OCCURS 4 TIMES.
       01 SplitsOntvangen PIC S9(7)V99 VALUE ZERO.
       01 TotaalOntvangen PIC S9(9)V99 VALUE ZERO.
       01 TotaalDeel PIC S9(9)V99 OCCURS 4 TIMES.
       *> Afdrukvelden; bedragen via centen omdat het rapport een
       *> decimale komma toont
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonOntvangen PIC -ZZZZZZ9,99.
       01 ToonDeel1 PIC -ZZZZZZ9,99.
       01 ToonDeel2 PIC -ZZZZZZ9,99.
       01 ToonDeel3 PIC -ZZZZZZ9,99.
       01 ToonDeel4 PIC -ZZZZZZ9,99.
       01 ToonAantal PIC ZZZ9.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       COPY ParametersVooruitontvangen REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-C-ParametersVooruitontvangen
                                LS-R-ParametersVooruitontvangen.
       BeginProgram.
           PERFORM ZetOmgevingsPaden
           SET LS-R-OK TO TRUE
           MOVE ZERO TO LS-R-Vooruitontvangen
           MOVE ZERO TO LS-R-TerugTeBetalen
           *> Eerste en laatste dag van de periode
           COMPUTE PeriodeBegin =
             LS-C-Jaar * 10000 + LS-C-Maand * 100 + 1
           IF LS-C-Maand = 12
               COMPUTE VolgendeMaandBegin =
                 (LS-C-Jaar + 1) * 10000 + 101
           ELSE
               COMPUTE VolgendeMaandBegin = PeriodeBegin + 100
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (PeriodeBegin)
             TO INT-PeriodeBegin
           COMPUTE INT-PeriodeEinde =
             FUNCTION INTEGER-OF-DATE (VolgendeMaandBegin) - 1
           MOVE FUNCTION DATE-OF-INTEGER (INT-PeriodeEinde)
             TO PeriodeEinde
           MOVE PeriodeEinde TO PeriodeEindeX
           MOVE PeriodeBegin TO PeriodeBeginTekst
           INITIALIZE OntvangstTabel CodeTabel
           MOVE ZERO TO AantalOntvangsten AantalNietGevonden
             GrootboekHuur GrootboekBorg GrootboekTerug
             GrootboekCompensatie NietVerdeeld BorgInBewaring
             TotaalOntvangen
           PERFORM VARYING DeelIndex FROM 1 BY 1 UNTIL DeelIndex > 4
               MOVE ZERO TO TotaalDeel (DeelIndex)
           END-PERFORM
           PERFORM LaadBtwCodes
           PERFORM LeesGrootboek
           IF LS-R-GeenGrootboek
               EXIT PROGRAM
           END-IF
           PERFORM LeesWachtrij
           PERFORM ZoekReserveringen
           PERFORM ZoekInArchief
           OPEN OUTPUT ExportBestand
           PERFORM VARYING OntvangstIndex FROM 1 BY 1
             UNTIL OntvangstIndex > AantalOntvangsten
               PERFORM VerdeelReservering
           END-PERFORM
           CLOSE ExportBestand
           PERFORM SchrijfRapport
           MOVE TotaalDeel (3) TO LS-R-Vooruitontvangen
           MOVE TotaalDeel (4) TO LS-R-TerugTeBetalen
           EXIT PROGRAM.

       LaadBtwCodes.
           *> Percentages alleen voor het rapport; zonder bestand de
           *> standaardtarieven
           MOVE "L" TO CT-Code (1)
           MOVE 9 TO CT-Percentage (1)
           MOVE "H" TO CT-Code (2)
           MOVE 21 TO CT-Percentage (2)
           MOVE "V" TO CT-Code (3)
           MOVE ZERO TO CT-Percentage (3)
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
               EVALUATE TRUE
                   WHEN FS-BC-CodeLaag
                       MOVE FS-BC-Percentage TO CT-Percentage (1)
                   WHEN FS-BC-CodeHoog
                       MOVE FS-BC-Percentage TO CT-Percentage (2)
                   WHEN FS-BC-CodeVrijgesteld
                       MOVE FS-BC-Percentage TO CT-Percentage (3)
               END-EVALUATE
               READ BtwCodesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE BtwCodesBestand
           .

       LeesGrootboek.
           *> Alle grootboekregels tot en met het einde van de periode,
           *> opgeteld per reservering
           MOVE ZERO TO EOFVlag
           OPEN INPUT BetalingenBestand
           IF NOT IO-OK
               SET LS-R-GeenGrootboek TO TRUE
               DISPLAY ">>> Fout bij het openen van Betalingen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ BetalingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-P-Datum <= PeriodeEinde
                   PERFORM BoekGrootboekregel
               END-IF
               READ BetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE BetalingenBestand
           .

       BoekGrootboekregel.
           IF FS-P-SoortCompensatie
               ADD FS-P-Bedrag TO GrootboekCompensatie
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FS-P-SoortAanbetaling
                 OR FS-P-SoortRestant
                 OR FS-P-SoortCadeaubon
                   ADD FS-P-Bedrag TO GrootboekHuur
               WHEN FS-P-SoortBorg
                   ADD FS-P-Bedrag TO GrootboekBorg
               WHEN FS-P-SoortTerugbetaling
                   ADD FS-P-Bedrag TO GrootboekTerug
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FS-P-Reserveringsnummer TO FS-R-Reserveringsnummer
           PERFORM ZoekOntvangst
           IF GevondenIndex = ZERO
               IF AantalOntvangsten < MaxOntvangsten
                   ADD 1 TO AantalOntvangsten
                   MOVE AantalOntvangsten TO GevondenIndex
                   MOVE FS-P-Reserveringsnummer
                     TO OT-Reserveringsnummer (GevondenIndex)
               ELSE
                   *> Tabel vol: de regel telt in de aansluiting als
                   *> niet verdeeld
                   IF FS-P-SoortTerugbetaling
                       SUBTRACT FS-P-Bedrag FROM NietVerdeeld
                   ELSE
                       ADD FS-P-Bedrag TO NietVerdeeld
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FS-P-SoortBorg
                   ADD FS-P-Bedrag TO OT-Borg (GevondenIndex)
               *> Een storno draait een geincasseerde termijn terug en
               *> raakt de borg dus niet
               WHEN FS-P-SoortTerugbetaling AND FS-P-HerkomstStorno
                   SUBTRACT FS-P-Bedrag FROM OT-Huur (GevondenIndex)
               WHEN FS-P-SoortTerugbetaling
                   ADD FS-P-Bedrag TO OT-Terug (GevondenIndex)
               WHEN OTHER
                   ADD FS-P-Bedrag TO OT-Huur (GevondenIndex)
           END-EVALUATE
           .

       ZoekOntvangst.
           *> Zoekt FS-R-Reserveringsnummer in de ontvangsttabel
           MOVE ZERO TO GevondenIndex
           PERFORM VARYING OntvangstIndex FROM 1 BY 1
             UNTIL OntvangstIndex > AantalOntvangsten
               OR GevondenIndex NOT = ZERO
               IF OT-Reserveringsnummer (OntvangstIndex)
                 = FS-R-Reserveringsnummer
                   MOVE OntvangstIndex TO GevondenIndex
               END-IF
           END-PERFORM
           .

       LeesWachtrij.
           *> Restituties van huur die op vrijgave wachten zijn nog aan
           *> de klant verschuldigd; borguitkeringen horen niet bij de
           *> huur
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
               IF FS-U-StatusWachtend
                 AND FS-U-DatumAanvraag <= PeriodeEinde
                 AND (FS-U-SoortAnnuleringsRestitutie
                   OR FS-U-SoortFactuurCorrectie)
                   MOVE FS-U-Reserveringsnummer
                     TO FS-R-Reserveringsnummer
                   PERFORM ZoekOntvangst
                   IF GevondenIndex NOT = ZERO
                       ADD FS-U-Bedrag TO OT-Restitutie (GevondenIndex)
                   END-IF
               END-IF
               READ WachtrijBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WachtrijBestand
           .

       ZoekReserveringen.
           *> Verblijfsweken en annuleringsdatum van elke reservering
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OntvangstIndex FROM 1 BY 1
             UNTIL OntvangstIndex > AantalOntvangsten
               MOVE OT-Reserveringsnummer (OntvangstIndex)
                 TO FS-R-Reserveringsnummer
               READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-R-Jaar TO OT-Jaar (OntvangstIndex)
                       MOVE FS-R-Weeknummer
                         TO OT-Weeknummer (OntvangstIndex)
                       MOVE FS-R-AantalWeken
                         TO OT-AantalWeken (OntvangstIndex)
                       MOVE FS-R-DatumAnnulering
                         TO OT-DatumAnnulering (OntvangstIndex)
                       SET OT-Gevonden (OntvangstIndex) TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       ZoekInArchief.
           *> Gearchiveerde reserveringen kunnen nog grootboekregels
           *> hebben; het archief ontbreekt als er nooit is gearchiveerd
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
               MOVE FS-AR-Reserveringsnummer TO FS-R-Reserveringsnummer
               PERFORM ZoekOntvangst
               IF GevondenIndex NOT = ZERO
                   IF NOT OT-Gevonden (GevondenIndex)
                       MOVE FS-AR-Jaar TO OT-Jaar (GevondenIndex)
                       MOVE FS-AR-Weeknummer
                         TO OT-Weeknummer (GevondenIndex)
                       MOVE FS-AR-AantalWeken
                         TO OT-AantalWeken (GevondenIndex)
                       MOVE FS-AR-DatumAnnulering
                         TO OT-DatumAnnulering (GevondenIndex)
                       SET OT-Gevonden (GevondenIndex) TO TRUE
                   END-IF
               END-IF
               READ ReserveringenArchiefBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenArchiefBestand
           .

       VerdeelReservering.
           *> Terugbetalingen gaan eerst tegen de borg; wat daarboven
           *> uitkomt is terugbetaalde huur
           COMPUTE TerugHuur = OT-Terug (OntvangstIndex)
             - OT-Borg (OntvangstIndex)
           IF TerugHuur < ZERO
               MOVE ZERO TO TerugHuur
           END-IF
           COMPUTE BorgInBewaring = BorgInBewaring
             + OT-Borg (OntvangstIndex)
             - (OT-Terug (OntvangstIndex) - TerugHuur)
           COMPUTE NettoOntvangen = OT-Huur (OntvangstIndex) - TerugHuur
           IF NettoOntvangen = ZERO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DeelTabel
           *> Eerst wat nog terug moet, ten hoogste het ontvangen bedrag
           IF NettoOntvangen > ZERO
               IF OT-Restitutie (OntvangstIndex) > NettoOntvangen
                   MOVE NettoOntvangen TO Deel (4)
               ELSE
                   MOVE OT-Restitutie (OntvangstIndex) TO Deel (4)
               END-IF
           END-IF
           COMPUTE RestBedrag = NettoOntvangen - Deel (4)
           EVALUATE TRUE
               WHEN NOT OT-Gevonden (OntvangstIndex)
                 OR OT-Jaar (OntvangstIndex) = ZERO
                   *> Onbekende reservering: niet als omzet nemen
                   ADD 1 TO AantalNietGevonden
                   MOVE RestBedrag TO Deel (3)
               WHEN OT-DatumAnnulering (OntvangstIndex) NOT = SPACES
                 AND OT-DatumAnnulering (OntvangstIndex)
                   <= PeriodeEindeX
                   IF OT-DatumAnnulering (OntvangstIndex)
                     < PeriodeBeginTekst
                       MOVE RestBedrag TO Deel (1)
                   ELSE
                       MOVE RestBedrag TO Deel (2)
                   END-IF
               WHEN OTHER
                   PERFORM VerdeelOverWeken
           END-EVALUATE
           PERFORM SplitsNaarBtwCode
           PERFORM SchrijfExportregels
           .

       VerdeelOverWeken.
           *> Gelijke delen per verblijfsweek; een week hoort bij de
           *> periode waarin hij begint (weekindeling van
           *> GenereerDatumWeek). Afrondingsverschillen gaan naar het
           *> eerder verdiende deel
           MOVE OT-AantalWeken (OntvangstIndex) TO AantalWeken
           IF AantalWeken = ZERO
               MOVE 1 TO AantalWeken
           END-IF
           COMPUTE INT-EersteWeek =
             FUNCTION INTEGER-OF-DATE
               (OT-Jaar (OntvangstIndex) * 10000 + 101)
             + (OT-Weeknummer (OntvangstIndex) - 1) * 7
           MOVE ZERO TO WekenEerder WekenInPeriode WekenNa
           PERFORM VARYING WeekTeller FROM 0 BY 1
             UNTIL WeekTeller >= AantalWeken
               COMPUTE INT-WeekBegin = INT-EersteWeek + WeekTeller * 7
               EVALUATE TRUE
                   WHEN INT-WeekBegin < INT-PeriodeBegin
                       ADD 1 TO WekenEerder
                   WHEN INT-WeekBegin > INT-PeriodeEinde
                       ADD 1 TO WekenNa
                   WHEN OTHER
                       ADD 1 TO WekenInPeriode
               END-EVALUATE
           END-PERFORM
           COMPUTE Deel (2) ROUNDED =
             RestBedrag * WekenInPeriode / AantalWeken
           COMPUTE Deel (3) ROUNDED =
             RestBedrag * WekenNa / AantalWeken
           IF WekenEerder = ZERO
               *> Geen eerdere weken: het afrondingsverschil blijft in
               *> het deel dat de meeste weken heeft
               IF WekenNa > WekenInPeriode
                   COMPUTE Deel (3) = RestBedrag - Deel (2)
               ELSE
                   COMPUTE Deel (2) = RestBedrag - Deel (3)
               END-IF
           ELSE
               COMPUTE Deel (1) = RestBedrag - Deel (2) - Deel (3)
           END-IF
           .

       SplitsNaarBtwCode.
           *> Verhouding van de factuurgrondslagen; zonder grondslag
           *> (bijvoorbeeld een gearchiveerde reservering) valt alles
           *> onder het lage tarief van het verblijf
           MOVE ZERO TO GrondslagTotaal GrondslagHoog
             GrondslagVrijgesteld
           MOVE OT-Reserveringsnummer (OntvangstIndex)
             TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           IF FT-R-OK
               MOVE FT-R-GrondslagHoog TO GrondslagHoog
               MOVE FT-R-GrondslagVrijgesteld TO GrondslagVrijgesteld
               COMPUTE GrondslagTotaal = FT-R-GrondslagLaag
                 + GrondslagHoog + GrondslagVrijgesteld
           END-IF
           PERFORM VARYING DeelIndex FROM 1 BY 1 UNTIL DeelIndex > 4
               IF GrondslagTotaal = ZERO
                   MOVE ZERO TO ST-Deel (2, DeelIndex)
                   MOVE ZERO TO ST-Deel (3, DeelIndex)
               ELSE
                   COMPUTE ST-Deel (2, DeelIndex) ROUNDED =
                     Deel (DeelIndex) * GrondslagHoog / GrondslagTotaal
                   COMPUTE ST-Deel (3, DeelIndex) ROUNDED =
                     Deel (DeelIndex) * GrondslagVrijgesteld
                     / GrondslagTotaal
               END-IF
               COMPUTE ST-Deel (1, DeelIndex) = Deel (DeelIndex)
                 - ST-Deel (2, DeelIndex) - ST-Deel (3, DeelIndex)
           END-PERFORM
           .

       SchrijfExportregels.
           PERFORM VARYING CodeIndex FROM 1 BY 1 UNTIL CodeIndex > 3
               COMPUTE SplitsOntvangen = ST-Deel (CodeIndex, 1)
                 + ST-Deel (CodeIndex, 2) + ST-Deel (CodeIndex, 3)
                 + ST-Deel (CodeIndex, 4)
               IF ST-Deel (CodeIndex, 1) NOT = ZERO
                 OR ST-Deel (CodeIndex, 2) NOT = ZERO
                 OR ST-Deel (CodeIndex, 3) NOT = ZERO
                 OR ST-Deel (CodeIndex, 4) NOT = ZERO
                   MOVE LS-C-Jaar TO FS-E-Jaar
                   MOVE LS-C-Maand TO FS-E-Maand
                   MOVE OT-Reserveringsnummer (OntvangstIndex)
                     TO FS-E-Reserveringsnummer
                   MOVE CT-Code (CodeIndex) TO FS-E-BtwCode
                   MOVE SplitsOntvangen TO FS-E-Ontvangen
                   MOVE ST-Deel (CodeIndex, 1) TO FS-E-EerderVerdiend
                   MOVE ST-Deel (CodeIndex, 2) TO FS-E-VerdiendInPeriode
                   MOVE ST-Deel (CodeIndex, 3) TO FS-E-Vooruitontvangen
                   MOVE ST-Deel (CodeIndex, 4) TO FS-E-TerugTeBetalen
                   WRITE Exportrecord
                   ADD SplitsOntvangen TO CT-Ontvangen (CodeIndex)
                   ADD SplitsOntvangen TO TotaalOntvangen
                   PERFORM VARYING DeelIndex FROM 1 BY 1
                     UNTIL DeelIndex > 4
                       ADD ST-Deel (CodeIndex, DeelIndex)
                         TO CT-Deel (CodeIndex, DeelIndex)
                       ADD ST-Deel (CodeIndex, DeelIndex)
                         TO TotaalDeel (DeelIndex)
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       SchrijfRapport.
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "VOORUITONTVANGEN HUUR PERIODE " LS-C-Jaar "-"
             LS-C-Maand " (" PeriodeBegin " T/M " PeriodeEinde ")"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "==========================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "BTW-code    |   ontvangen |     eerder  |"
             "  in periode |  vooruit-   | terug te"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "            |             |    verdiend |"
             "    verdiend |  ontvangen  | betalen"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING CodeIndex FROM 1 BY 1 UNTIL CodeIndex > 3
               COMPUTE BedragCenten = CT-Ontvangen (CodeIndex) * 100
               MOVE BedragCenten TO ToonOntvangen
               COMPUTE BedragCenten = CT-Deel (CodeIndex, 1) * 100
               MOVE BedragCenten TO ToonDeel1
               COMPUTE BedragCenten = CT-Deel (CodeIndex, 2) * 100
               MOVE BedragCenten TO ToonDeel2
               COMPUTE BedragCenten = CT-Deel (CodeIndex, 3) * 100
               MOVE BedragCenten TO ToonDeel3
               COMPUTE BedragCenten = CT-Deel (CodeIndex, 4) * 100
               MOVE BedragCenten TO ToonDeel4
               MOVE SPACES TO RegelBuffer
               STRING CT-Code (CodeIndex) " ("
                 CT-Percentage (CodeIndex) "%)     | " ToonOntvangen
                 " | " ToonDeel1 " | " ToonDeel2 " | " ToonDeel3
                 " | " ToonDeel4
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           COMPUTE BedragCenten = TotaalOntvangen * 100
           MOVE BedragCenten TO ToonOntvangen
           COMPUTE BedragCenten = TotaalDeel (1) * 100
           MOVE BedragCenten TO ToonDeel1
           COMPUTE BedragCenten = TotaalDeel (2) * 100
           MOVE BedragCenten TO ToonDeel2
           COMPUTE BedragCenten = TotaalDeel (3) * 100
           MOVE BedragCenten TO ToonDeel3
           COMPUTE BedragCenten = TotaalDeel (4) * 100
           MOVE BedragCenten TO ToonDeel4
           MOVE SPACES TO RegelBuffer
           STRING "Totaal      | " ToonOntvangen " | " ToonDeel1
             " | " ToonDeel2 " | " ToonDeel3 " | " ToonDeel4
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM SchrijfAansluiting
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Het rapport staat ook in VooruitontvangenHuur.txt; "
             "de regels per reservering in VooruitontvangenHuur.dat."
           .

       SchrijfAansluiting.
           *> Het grootboek tot en met het periode-einde moet gelijk
           *> zijn aan de verdeelde huur plus de borg in bewaring plus
           *> wat niet in de tabel paste
           COMPUTE GrootboekNetto =
             GrootboekHuur + GrootboekBorg - GrootboekTerug
           COMPUTE AansluitingVerschil = GrootboekNetto
             - TotaalOntvangen - BorgInBewaring - NietVerdeeld
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Aansluiting met het betalingsgrootboek t/m "
             PeriodeEinde DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = GrootboekHuur * 100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           STRING "  Aanbetalingen, restanten en cadeaubonnen : "
             ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = GrootboekBorg * 100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           STRING "  Borg                                     : "
             ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = GrootboekTerug * -100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           STRING "  Terugbetalingen                          : "
             ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = GrootboekNetto * 100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           STRING "  Saldo grootboek                          : "
             ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = TotaalOntvangen * 100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           STRING "  Verdeelde huur (tabel hierboven)         : "
             ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = BorgInBewaring * 100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           STRING "  Borg in bewaring                         : "
             ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           IF NietVerdeeld NOT = ZERO
               COMPUTE BedragCenten = NietVerdeeld * 100
               MOVE BedragCenten TO ToonOntvangen
               MOVE SPACES TO RegelBuffer
               STRING "  Niet verdeeld (te veel reserveringen)    : "
                 ToonOntvangen DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           COMPUTE BedragCenten = AansluitingVerschil * 100
           MOVE BedragCenten TO ToonOntvangen
           MOVE SPACES TO RegelBuffer
           IF AansluitingVerschil = ZERO
               STRING "  Verschil                                 : "
                 ToonOntvangen " (sluit aan)"
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "  Verschil                                 : "
                 ToonOntvangen " >>> SLUIT NIET AAN"
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           IF GrootboekCompensatie NOT = ZERO
               COMPUTE BedragCenten = GrootboekCompensatie * 100
               MOVE BedragCenten TO ToonOntvangen
               MOVE SPACES TO RegelBuffer
               STRING "  Compensaties (geen ontvangst, niet "
                 "verdeeld): " ToonOntvangen
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           IF AantalNietGevonden > ZERO
               MOVE AantalNietGevonden TO ToonAantal
               MOVE SPACES TO RegelBuffer
               STRING "  " ToonAantal " reservering(en) niet gevonden; "
                 "hun ontvangsten staan onder vooruitontvangen"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE Rapportregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Betalingen
             PadDir-Wachtrij
             PadDir-ReserveringenMetAltKey
             PadDir-ReserveringenArchief
             PadDir-BtwCodes
             PadDir-Export
             PadDir-Rapport
           .
