       IDENTIFICATION DIVISION.
       PROGRAM-ID. UblExport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> E-facturen voor zakelijke klanten van beide bedrijven: elke
       *> factuur van een geregistreerde afnemer (UblAfnemers.dat) gaat
       *> als UBL-document volgens Peppol BIS Billing 3.0 naar een eigen
       *> XML-bestand, dat de afnemer direct in de eigen boekhouding
       *> kan inlezen. Bij Huur zijn dat de facturen en creditnota's
       *> uit het factuurregister (reserveringen en touroperators), bij
       *> Flexen de verzamelfacturen van 09--MaandFacturatie met een
       *> regel per medewerker en kostenplaats. De BTW-uitsplitsing
       *> volgt de codes van het BTW-journaal (L, H en V uit
       *> BtwCodes.dat). Elk
       *> geexporteerd document komt in het exportlog, zodat een
       *> factuur niet twee keer wordt aangeleverd
       SELECT FactuurRegisterBestand ASSIGN TO Pad-FactuurRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT OperatorFacturenBestand ASSIGN TO Pad-OperatorFacturen
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
       SELECT BtwCodesBestand ASSIGN TO Pad-BtwCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AfnemersBestand ASSIGN TO Pad-UblAfnemers
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AfzenderBestand ASSIGN TO Pad-UblAfzender
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RekeningBestand ASSIGN TO Pad-BetaalRekening
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ExportLogBestand ASSIGN TO Pad-UblExportLog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UblBestand ASSIGN TO UblPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Bestanden van de flexadministratie (alleen gelezen)
       SELECT FlexFactuurRegelsBestand
           ASSIGN TO Pad-FlexBedrijfsFactuurRegels
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexBedrijvenBestand ASSIGN TO Pad-FlexBedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FactuurRegisterBestand.
       01 FactuurRegisterrecord.
       COPY FactuurRegister REPLACING ==(pf)== BY ==FS-FR==.
       FD OperatorFacturenBestand.
       01 OperatorFactuurrecord.
       COPY OperatorFactuur REPLACING ==(pf)== BY ==FS-OF==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD BtwCodesBestand.
       01 BtwCoderecord.
       COPY BtwCode REPLACING ==(pf)== BY ==FS-BC==.
       FD AfnemersBestand.
       01 Afnemerrecord.
       COPY UblAfnemer REPLACING ==(pf)== BY ==FS-UA==.
       *> Eigen gegevens als leverancier, een record per bedrijf
       FD AfzenderBestand.
       01 Afzenderrecord.
         02 AZ-Bedrijf PIC X.
         02 AZ-Naam PIC X(30).
         02 AZ-KvkNummer PIC X(8).
         02 AZ-BtwNummer PIC X(14).
         02 AZ-Straat PIC X(40).
         02 AZ-Postcode PIC X(6).
         02 AZ-Plaats PIC X(20).
         02 AZ-Iban PIC X(18).
       *> Zelfde indeling als in BetaalBatch
       FD RekeningBestand.
       01 Rekeningrecord.
         02 RekeningNaam PIC X(30).
         02 RekeningIban PIC X(18).
       FD ExportLogBestand.
       01 ExportLogrecord.
         02 UL-Tijdstip PIC 9(14).
         02 UL-Bedrijf PIC X.
         02 UL-DocumentId PIC X(20).
         02 UL-Soort PIC X.
           88 UL-SoortFactuur VALUE "F".
           88 UL-SoortCreditnota VALUE "C".
         02 UL-Relatienummer PIC 9(8).
         02 UL-Bedrag PIC 9(7)V99.
         02 UL-Bestand PIC X(40).
       FD UblBestand.
       01 UblRegel PIC X(200).
       *> Indeling gelijk aan BedrijfsFactuurRegel.cpy van Flexen
       FD FlexFactuurRegelsBestand.
       01 BFR-BedrijfsFactuurRegel.
         02 BFR-Bedrijfsnummer PIC 9(4).
         02 BFR-FactuurJaar PIC 9(4).
         02 BFR-FactuurMaand PIC 99.
         02 BFR-Vestiging PIC XX.
         02 BFR-FactuurDatum PIC 9(8).
         02 BFR-Klantnummer PIC 9(6).
         02 BFR-KlantNaam PIC X(24).
         02 BFR-Kostenplaats PIC X(6).
         02 BFR-Bedrag PIC 9(6)V99.
         02 BFR-BtwPercentage PIC 99.
       *> Indeling gelijk aan Bedrijf.cpy van Flexen
       FD FlexBedrijvenBestand.
       01 BD-Bedrijf.
         02 BD-Bedrijfsnummer PIC 9(4).
         02 BD-Naam PIC X(30).
         02 BD-Adres PIC X(40).
         02 BD-Emailadres PIC X(40).
         02 BD-Kredietlimiet PIC 9(6)V99.
         02 BD-KredietActie PIC X.
         02 BD-KredietVrijTot PIC X(8).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-FactuurRegister.
         02 PadDir-FactuurRegister PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurRegister.dat".
       01 Pad-OperatorFacturen.
         02 PadDir-OperatorFacturen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorFacturen.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwCodes.dat".
       01 Pad-UblAfnemers.
         02 PadDir-UblAfnemers PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UblAfnemers.dat".
       01 Pad-UblAfzender.
         02 PadDir-UblAfzender PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UblAfzender.dat".
       01 Pad-BetaalRekening.
         02 PadDir-BetaalRekening PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BetaalRekening.dat".
       01 Pad-UblExportLog.
         02 PadDir-UblExportLog PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UblExportLog.dat".
       01 Pad-FlexBedrijfsFactuurRegels.
         02 PadDir-FlexBedrijfsFactuurRegels PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsFactuurRegels.dat".
       01 Pad-FlexBedrijven.
         02 PadDir-FlexBedrijven PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 UblPad PIC X(100) VALUE SPACES.
       01 UblBestandsnaam PIC X(40) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFZoekVlag PIC 9 VALUE 0.
         88 EOFZoeken VALUE 1.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 Tijdstempel PIC X(14) VALUE SPACES.
       01 InvoerDatum PIC X(8) VALUE SPACES.
       01 InvoerTekst PIC X(40) VALUE SPACES.
       01 InvoerNummer PIC X(8) VALUE SPACES.
       01 VanafDatum PIC 9(8) VALUE ZERO.
       01 OpnieuwAntwoord PIC X VALUE "N".
         88 OpnieuwExporteren VALUE "J" "j".
       *> BTW-percentages uit de concerntabel; de standaardwaarden
       *> gelden als de tabel ontbreekt
       01 PercentageLaag PIC 99 VALUE 9.
       01 PercentageHoog PIC 99 VALUE 21.
       *> Eigen gegevens per bedrijf (1 = Huur, 2 = Flexen)
       01 AfzenderTabel.
         02 AfzenderRegel OCCURS 2 TIMES.
           03 AT-Bedrijf PIC X.
           03 AT-Naam PIC X(30).
           03 AT-KvkNummer PIC X(8).
           03 AT-BtwNummer PIC X(14).
           03 AT-Straat PIC X(40).
           03 AT-Postcode PIC X(6).
           03 AT-Plaats PIC X(20).
           03 AT-Iban PIC X(18).
       01 AfzenderIndex PIC 9 VALUE ZERO.
       *> Afnemers
       78 MaxAfnemers VALUE 200.
       01 AfnemerTabel.
         02 AfnemerRegel OCCURS 200 TIMES.
       COPY UblAfnemer REPLACING ==02== BY ==03==
                                 ==(pf)== BY ==AN==.
       01 AantalAfnemers PIC 999 VALUE ZERO.
       01 AfnemerIndex PIC 999 VALUE ZERO.
       01 GevondenAfnemer PIC 999 VALUE ZERO.
       01 GezochtBedrijf PIC X VALUE SPACE.
       01 GezochtRelatienummer PIC 9(8) VALUE ZERO.
       *> Verzamelfacturen van Flexen: een sleutel per bedrijf,
       *> periode en vestiging
       78 MaxVerzamelfacturen VALUE 300.
       01 VerzamelTabel.
         02 VerzamelRegel OCCURS 300 TIMES.
           03 VZ-Bedrijfsnummer PIC 9(4).
           03 VZ-FactuurJaar PIC 9(4).
           03 VZ-FactuurMaand PIC 99.
           03 VZ-Vestiging PIC XX.
           03 VZ-FactuurDatum PIC 9(8).
       01 AantalVerzamelfacturen PIC 999 VALUE ZERO.
       01 VerzamelIndex PIC 999 VALUE ZERO.
       *> Het document dat wordt opgebouwd
       01 DocBedrijf PIC X VALUE SPACE.
         88 DocHuur VALUE "H".
         88 DocFlexen VALUE "F".
       01 DocId PIC X(20) VALUE SPACES.
       01 DocSoort PIC X VALUE "F".
         88 DocFactuur VALUE "F".
         88 DocCreditnota VALUE "C".
       01 DocDatum PIC 9(8) VALUE ZERO.
       01 DocVervaldatum PIC 9(8) VALUE ZERO.
       01 DocOrigineelId PIC X(20) VALUE SPACES.
       01 DocRelatienummer PIC 9(8) VALUE ZERO.
       01 DocBedrag PIC 9(7)V99 VALUE ZERO.
       01 DocReserveringsnummer PIC 9(8) VALUE ZERO.
       01 DocBetaaltermijn PIC 999 VALUE ZERO.
       78 MaxDocRegels VALUE 200.
       01 DocRegelTabel.
         02 DocRegel OCCURS 200 TIMES.
           03 DR-Omschrijving PIC X(40).
           03 DR-Kostenplaats PIC X(20).
           03 DR-Klantnummer PIC 9(6).
           03 DR-Code PIC X.
           03 DR-Percentage PIC 99.
           03 DR-BedragIncl PIC 9(7)V99.
           03 DR-Netto PIC 9(7)V99.
       01 AantalDocRegels PIC 999 VALUE ZERO.
       01 DocRegelIndex PIC 999 VALUE ZERO.
       *> BTW-uitsplitsing per journaalcode (1 = L, 2 = H, 3 = V)
       01 CategorieTabel.
         02 CategorieRegel OCCURS 3 TIMES.
           03 CG-Code PIC X.
           03 CG-Percentage PIC 99.
           03 CG-Grondslag PIC 9(7)V99.
           03 CG-Btw PIC 9(7)V99.
       01 CategorieIndex PIC 9 VALUE ZERO.
       01 TotaalNetto PIC 9(7)V99 VALUE ZERO.
       01 TotaalBtw PIC 9(7)V99 VALUE ZERO.
       01 TotaalInclusief PIC 9(7)V99 VALUE ZERO.
       01 TotaalTeBetalen PIC 9(7)V99 VALUE ZERO.
       01 Afronding PIC S9(3)V99 VALUE ZERO.
       *> Factuurtotaal van een reservering, uitgesplitst naar BTW-code
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 SomUitsplitsing PIC 9(7)V99 VALUE ZERO.
       01 VerschilUitsplitsing PIC S9(7)V99 VALUE ZERO.
       *> XML-weergave
       01 XmlBedrag PIC -(9)9.99.
       01 XmlAantal PIC ZZ9.
       01 XmlPercentage PIC Z9.
       01 XmlDatum PIC X(10) VALUE SPACES.
       01 XmlWerkDatum PIC 9(8) VALUE ZERO.
       01 XmlTekst PIC X(40) VALUE SPACES.
       01 XmlRootElement PIC X(10) VALUE SPACES.
       01 XmlRegelElement PIC X(14) VALUE SPACES.
       01 XmlAantalElement PIC X(16) VALUE SPACES.
       01 XmlCategorie PIC X VALUE SPACE.
       01 RegelBuffer PIC X(200) VALUE SPACES.
       *> Tellers
       01 AantalGeexporteerd PIC 9(4) VALUE ZERO.
       01 AantalAlGeexporteerd PIC 9(4) VALUE ZERO.
       01 AantalZonderAfzender PIC 9(4) VALUE ZERO.
       01 AlGeexporteerdVlag PIC 9 VALUE ZERO.
         88 AlGeexporteerd VALUE 1.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZZ9,99.
       01 ToonDatum PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           SET BlijfInHetMenu TO TRUE
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "E-FACTUREN (UBL) ZAKELIJKE KLANTEN"
               DISPLAY "=================================="
               DISPLAY "1. E-facturen exporteren"
               DISPLAY "2. Exportlog tonen"
               DISPLAY "3. Afnemers van e-facturen beheren"
               DISPLAY "4. Eigen bedrijfsgegevens instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ExporteerFacturen
                   WHEN 2
                       PERFORM ToonExportLog
                   WHEN 3
                       PERFORM BeheerAfnemers
                   WHEN 4
                       PERFORM StelAfzenderIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           EXIT PROGRAM.

      *----------------------------------------------------------------
      * Export
      *----------------------------------------------------------------
       ExporteerFacturen.
           MOVE FUNCTION CURRENT-DATE (1:14) TO Tijdstempel
           MOVE Tijdstempel(1:8) TO DatumVandaag
           PERFORM LeesAfzenders
           PERFORM LeesAfnemers
           IF AantalAfnemers = ZERO
               DISPLAY "Er zijn nog geen afnemers van e-facturen "
                 "vastgelegd (keuze 3)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Facturen vanaf (yyyymmdd, leeg = alle): "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerDatum
           ACCEPT InvoerDatum
           IF InvoerDatum = SPACES
               MOVE ZERO TO VanafDatum
           ELSE
               IF InvoerDatum IS NOT NUMERIC
                   DISPLAY ">>> Ongeldige datum."
                   EXIT PARAGRAPH
               END-IF
               MOVE InvoerDatum TO VanafDatum
           END-IF
           DISPLAY "Al geexporteerde facturen opnieuw aanmaken (J/N): "
             WITH NO ADVANCING
           MOVE "N" TO OpnieuwAntwoord
           ACCEPT OpnieuwAntwoord
           PERFORM LaadBtwPercentages
           MOVE ZERO TO AantalGeexporteerd
           MOVE ZERO TO AantalAlGeexporteerd
           MOVE ZERO TO AantalZonderAfzender
           PERFORM ExporteerHuurFacturen
           PERFORM ExporteerFlexFacturen
           DISPLAY SPACE
           DISPLAY "E-facturen aangemaakt       : " AantalGeexporteerd
           IF AantalAlGeexporteerd > ZERO
               DISPLAY "Eerder al geexporteerd      : "
                 AantalAlGeexporteerd
           END-IF
           IF AantalZonderAfzender > ZERO
               DISPLAY "Niet aangemaakt, eigen bedrijfsgegevens "
                 "ontbreken (keuze 4): " AantalZonderAfzender
           END-IF
           .

       ExporteerHuurFacturen.
           *> Het factuurregister van Huur: facturen, aanvullende
           *> facturen en creditnota's van reserveringen, en de
           *> operatorfacturen (reserveringsnummer nul)
           MOVE ZERO TO EOFVlag
           OPEN INPUT FactuurRegisterBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FactuurRegisterBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-FR-Datum >= VanafDatum
                   PERFORM BehandelRegisterFactuur
               END-IF
               READ FactuurRegisterBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactuurRegisterBestand
           .

       BehandelRegisterFactuur.
           PERFORM BepaalHuurKlant
           IF GezochtRelatienummer = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO GezochtBedrijf
           PERFORM ZoekAfnemer
           IF GevondenAfnemer = ZERO
               EXIT PARAGRAPH
           END-IF
           IF FS-FR-Datum < AN-DatumVanaf(GevondenAfnemer)
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO DocBedrijf
           MOVE SPACES TO DocId
           MOVE FS-FR-Factuurnummer TO DocId
           PERFORM ControleerExportLog
           IF AlGeexporteerd AND NOT OpnieuwExporteren
               ADD 1 TO AantalAlGeexporteerd
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO AfzenderIndex
           IF AT-Naam(AfzenderIndex) = SPACES
               ADD 1 TO AantalZonderAfzender
               EXIT PARAGRAPH
           END-IF
           MOVE GezochtRelatienummer TO DocRelatienummer
           MOVE FS-FR-Datum TO DocDatum
           MOVE SPACES TO DocOrigineelId
           IF FS-FR-Bedrag < ZERO
               SET DocCreditnota TO TRUE
               COMPUTE DocBedrag = ZERO - FS-FR-Bedrag
           ELSE
               SET DocFactuur TO TRUE
               MOVE FS-FR-Bedrag TO DocBedrag
           END-IF
           IF FS-FR-OrigineelFactuurnummer > ZERO
               MOVE FS-FR-OrigineelFactuurnummer TO DocOrigineelId
           END-IF
           PERFORM BouwHuurRegels
           PERFORM SchrijfDocument
           .

       BepaalHuurKlant.
           *> Klant van de reservering, of de operator van het contract
           *> bij een operatorfactuur (en de creditnota daarop)
           MOVE ZERO TO GezochtRelatienummer
           MOVE FS-FR-Reserveringsnummer TO DocReserveringsnummer
           IF FS-FR-Reserveringsnummer > ZERO
               OPEN INPUT ReserveringenBestand
               IF IO-OK
                   MOVE FS-FR-Reserveringsnummer
                     TO FS-R-Reserveringsnummer
                   READ ReserveringenBestand
                     KEY IS FS-R-Reserveringsnummer
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-R-Klantnummer
                             TO GezochtRelatienummer
                   END-READ
                   CLOSE ReserveringenBestand
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT OperatorFacturenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ OperatorFacturenBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF FS-OF-Factuurnummer = FS-FR-Factuurnummer
                 OR (FS-FR-OrigineelFactuurnummer > ZERO
                 AND FS-OF-Factuurnummer
                   = FS-FR-OrigineelFactuurnummer)
                   MOVE FS-OF-OperatorKlantnummer
                     TO GezochtRelatienummer
                   SET EOFZoeken TO TRUE
               ELSE
                   READ OperatorFacturenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE OperatorFacturenBestand
           .

       BouwHuurRegels.
           *> Een factuur van een reservering krijgt de uitsplitsing van
           *> BepaalFactuurTotaal (verblijf L, extra's H, vrijgesteld
           *> V); klopt het geregistreerde bedrag daar niet mee, dan
           *> komt het verschil bij het verblijf. Een creditnota of
           *> aanvullende factuur over een deel van het bedrag en een
           *> operatorfactuur zijn een enkele regel verblijf
           MOVE ZERO TO AantalDocRegels
           INITIALIZE DocRegelTabel
           IF DocReserveringsnummer = ZERO
               ADD 1 TO AantalDocRegels
               MOVE "Allotment touroperator (verblijf)"
                 TO DR-Omschrijving(1)
               MOVE "L" TO DR-Code(1)
               MOVE DocBedrag TO DR-BedragIncl(1)
               EXIT PARAGRAPH
           END-IF
           MOVE DocReserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           IF NOT FT-R-OK
               MOVE ZERO TO FT-R-GrondslagLaag FT-R-GrondslagHoog
                 FT-R-GrondslagVrijgesteld
           END-IF
           COMPUTE SomUitsplitsing = FT-R-GrondslagLaag
             + FT-R-GrondslagHoog + FT-R-GrondslagVrijgesteld
           COMPUTE VerschilUitsplitsing = DocBedrag - SomUitsplitsing
           IF VerschilUitsplitsing NOT = ZERO
             AND (NOT FS-FR-SoortFactuur
               OR FT-R-GrondslagLaag + VerschilUitsplitsing < ZERO)
               ADD 1 TO AantalDocRegels
               IF DocCreditnota
                   MOVE "Creditering verblijf" TO DR-Omschrijving(1)
               ELSE
                   MOVE "Verblijf" TO DR-Omschrijving(1)
               END-IF
               MOVE "L" TO DR-Code(1)
               MOVE DocBedrag TO DR-BedragIncl(1)
               EXIT PARAGRAPH
           END-IF
           ADD FT-R-GrondslagLaag VerschilUitsplitsing
             GIVING DR-BedragIncl(1)
           MOVE 1 TO AantalDocRegels
           MOVE "Verblijf" TO DR-Omschrijving(1)
           MOVE "L" TO DR-Code(1)
           IF FT-R-GrondslagHoog > ZERO
               ADD 1 TO AantalDocRegels
               MOVE "Extra's" TO DR-Omschrijving(AantalDocRegels)
               MOVE "H" TO DR-Code(AantalDocRegels)
               MOVE FT-R-GrondslagHoog
                 TO DR-BedragIncl(AantalDocRegels)
           END-IF
           IF FT-R-GrondslagVrijgesteld > ZERO
               ADD 1 TO AantalDocRegels
               MOVE "Toeristenbelasting, premies en fondsen"
                 TO DR-Omschrijving(AantalDocRegels)
               MOVE "V" TO DR-Code(AantalDocRegels)
               MOVE FT-R-GrondslagVrijgesteld
                 TO DR-BedragIncl(AantalDocRegels)
           END-IF
           .

       ExporteerFlexFacturen.
           *> Verzamelfacturen van Flexen: eerst de sleutels, daarna per
           *> verzamelfactuur de regels
           PERFORM VerzamelFlexSleutels
           PERFORM VARYING VerzamelIndex FROM 1 BY 1
             UNTIL VerzamelIndex > AantalVerzamelfacturen
               PERFORM BehandelVerzamelfactuur
           END-PERFORM
           .

       VerzamelFlexSleutels.
           MOVE ZERO TO AantalVerzamelfacturen
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexFactuurRegelsBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexFactuurRegelsBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               PERFORM VARYING VerzamelIndex FROM 1 BY 1
                 UNTIL VerzamelIndex > AantalVerzamelfacturen
                   OR (VZ-Bedrijfsnummer(VerzamelIndex)
                       = BFR-Bedrijfsnummer
                   AND VZ-FactuurJaar(VerzamelIndex) = BFR-FactuurJaar
                   AND VZ-FactuurMaand(VerzamelIndex)
                       = BFR-FactuurMaand
                   AND VZ-Vestiging(VerzamelIndex) = BFR-Vestiging)
                   CONTINUE
               END-PERFORM
               IF VerzamelIndex > AantalVerzamelfacturen
                   IF AantalVerzamelfacturen < MaxVerzamelfacturen
                       ADD 1 TO AantalVerzamelfacturen
                       MOVE BFR-Bedrijfsnummer
                         TO VZ-Bedrijfsnummer(VerzamelIndex)
                       MOVE BFR-FactuurJaar
                         TO VZ-FactuurJaar(VerzamelIndex)
                       MOVE BFR-FactuurMaand
                         TO VZ-FactuurMaand(VerzamelIndex)
                       MOVE BFR-Vestiging TO VZ-Vestiging(VerzamelIndex)
                       MOVE BFR-FactuurDatum
                         TO VZ-FactuurDatum(VerzamelIndex)
                   END-IF
               ELSE
                   *> Een herhaalde facturatie geeft de laatste datum
                   IF BFR-FactuurDatum > VZ-FactuurDatum(VerzamelIndex)
                       MOVE BFR-FactuurDatum
                         TO VZ-FactuurDatum(VerzamelIndex)
                   END-IF
               END-IF
               READ FlexFactuurRegelsBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexFactuurRegelsBestand
           .

       BehandelVerzamelfactuur.
           IF VZ-FactuurDatum(VerzamelIndex) < VanafDatum
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO GezochtBedrijf
           MOVE VZ-Bedrijfsnummer(VerzamelIndex)
             TO GezochtRelatienummer
           PERFORM ZoekAfnemer
           IF GevondenAfnemer = ZERO
               EXIT PARAGRAPH
           END-IF
           IF VZ-FactuurDatum(VerzamelIndex)
             < AN-DatumVanaf(GevondenAfnemer)
               EXIT PARAGRAPH
           END-IF
           *> Documentnummer FB<bedrijf><jaar><maand><vestiging>
           MOVE "F" TO DocBedrijf
           MOVE SPACES TO DocId
           STRING "FB" VZ-Bedrijfsnummer(VerzamelIndex)
             VZ-FactuurJaar(VerzamelIndex)
             VZ-FactuurMaand(VerzamelIndex)
             VZ-Vestiging(VerzamelIndex)
             DELIMITED BY SIZE INTO DocId
           PERFORM ControleerExportLog
           IF AlGeexporteerd AND NOT OpnieuwExporteren
               ADD 1 TO AantalAlGeexporteerd
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO AfzenderIndex
           IF AT-Naam(AfzenderIndex) = SPACES
               ADD 1 TO AantalZonderAfzender
               EXIT PARAGRAPH
           END-IF
           SET DocFactuur TO TRUE
           MOVE SPACES TO DocOrigineelId
           MOVE GezochtRelatienummer TO DocRelatienummer
           MOVE VZ-FactuurDatum(VerzamelIndex) TO DocDatum
           PERFORM LeesVerzamelRegels
           IF AantalDocRegels = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfDocument
           .

       LeesVerzamelRegels.
           *> Een medewerker staat eenmaal op de verzamelfactuur; een
           *> latere regel (herhaalde facturatie) vervangt de eerdere
           MOVE ZERO TO AantalDocRegels
           INITIALIZE DocRegelTabel
           MOVE ZERO TO DocBedrag
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT FlexFactuurRegelsBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexFactuurRegelsBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF BFR-Bedrijfsnummer = VZ-Bedrijfsnummer(VerzamelIndex)
                 AND BFR-FactuurJaar = VZ-FactuurJaar(VerzamelIndex)
                 AND BFR-FactuurMaand = VZ-FactuurMaand(VerzamelIndex)
                 AND BFR-Vestiging = VZ-Vestiging(VerzamelIndex)
                   PERFORM VoegVerzamelRegelToe
               END-IF
               READ FlexFactuurRegelsBestand
                   AT END
                       SET EOFZoeken TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexFactuurRegelsBestand
           PERFORM VARYING DocRegelIndex FROM 1 BY 1
             UNTIL DocRegelIndex > AantalDocRegels
               ADD DR-BedragIncl(DocRegelIndex) TO DocBedrag
           END-PERFORM
           .

       VoegVerzamelRegelToe.
           PERFORM VARYING DocRegelIndex FROM 1 BY 1
             UNTIL DocRegelIndex > AantalDocRegels
               OR DR-Klantnummer(DocRegelIndex) = BFR-Klantnummer
               CONTINUE
           END-PERFORM
           IF DocRegelIndex > AantalDocRegels
               IF AantalDocRegels >= MaxDocRegels
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalDocRegels
           END-IF
           MOVE SPACES TO DR-Omschrijving(DocRegelIndex)
           STRING "Flexwerkplekken " BFR-FactuurJaar "-"
             BFR-FactuurMaand " " BFR-KlantNaam
             DELIMITED BY SIZE INTO DR-Omschrijving(DocRegelIndex)
           MOVE BFR-Klantnummer TO DR-Klantnummer(DocRegelIndex)
           IF BFR-Kostenplaats = SPACES
               MOVE AN-Referentie(GevondenAfnemer)
                 TO DR-Kostenplaats(DocRegelIndex)
           ELSE
               MOVE BFR-Kostenplaats TO DR-Kostenplaats(DocRegelIndex)
           END-IF
           MOVE "H" TO DR-Code(DocRegelIndex)
           MOVE BFR-Bedrag TO DR-BedragIncl(DocRegelIndex)
           .

      *----------------------------------------------------------------
      * Het UBL-document
      *----------------------------------------------------------------
       SchrijfDocument.
           PERFORM BerekenBtw
           MOVE SPACES TO UblBestandsnaam
           STRING "UBL-" DocBedrijf "-" FUNCTION TRIM (DocId) ".xml"
             DELIMITED BY SIZE INTO UblBestandsnaam
           MOVE SPACES TO UblPad
           IF DocHuur
               STRING OMG-HuurDir UblBestandsnaam
                 DELIMITED BY SIZE INTO UblPad
           ELSE
               STRING OMG-FlexDir UblBestandsnaam
                 DELIMITED BY SIZE INTO UblPad
           END-IF
           OPEN OUTPUT UblBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het aanmaken van "
                 FUNCTION TRIM (UblBestandsnaam) ": " IOStatus
               EXIT PARAGRAPH
           END-IF
           IF DocCreditnota
               MOVE "CreditNote" TO XmlRootElement
               MOVE "CreditNoteLine" TO XmlRegelElement
               MOVE "CreditedQuantity" TO XmlAantalElement
           ELSE
               MOVE "Invoice" TO XmlRootElement
               MOVE "InvoiceLine" TO XmlRegelElement
               MOVE "InvoicedQuantity" TO XmlAantalElement
           END-IF
           PERFORM SchrijfKop
           PERFORM SchrijfLeverancier
           PERFORM SchrijfAfnemer
           PERFORM SchrijfBetaling
           PERFORM SchrijfBtwTotaal
           PERFORM SchrijfTotalen
           PERFORM VARYING DocRegelIndex FROM 1 BY 1
             UNTIL DocRegelIndex > AantalDocRegels
               PERFORM SchrijfDocumentRegel
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           STRING "</" FUNCTION TRIM (XmlRootElement) ">"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           CLOSE UblBestand
           PERFORM SchrijfExportLog
           ADD 1 TO AantalGeexporteerd
           COMPUTE BedragCenten = TotaalTeBetalen * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY FUNCTION TRIM (UblBestandsnaam) " | relatie "
             DocRelatienummer " | " ToonBedrag " euro"
           .

       BerekenBtw.
           *> Netto per regel; de BTW per code over de som van de netto
           *> regelbedragen. Een afrondingsverschil met het
           *> factuurbedrag komt als afronding op het document
           INITIALIZE CategorieTabel
           MOVE "L" TO CG-Code(1)
           MOVE PercentageLaag TO CG-Percentage(1)
           MOVE "H" TO CG-Code(2)
           MOVE PercentageHoog TO CG-Percentage(2)
           MOVE "V" TO CG-Code(3)
           MOVE ZERO TO CG-Percentage(3)
           MOVE ZERO TO TotaalTeBetalen
           PERFORM VARYING DocRegelIndex FROM 1 BY 1
             UNTIL DocRegelIndex > AantalDocRegels
               PERFORM BepaalCategorie
               MOVE CG-Percentage(CategorieIndex)
                 TO DR-Percentage(DocRegelIndex)
               COMPUTE DR-Netto(DocRegelIndex) ROUNDED =
                 DR-BedragIncl(DocRegelIndex) * 100
                 / (100 + DR-Percentage(DocRegelIndex))
               ADD DR-Netto(DocRegelIndex)
                 TO CG-Grondslag(CategorieIndex)
               ADD DR-BedragIncl(DocRegelIndex) TO TotaalTeBetalen
           END-PERFORM
           MOVE ZERO TO TotaalNetto TotaalBtw
           PERFORM VARYING CategorieIndex FROM 1 BY 1
             UNTIL CategorieIndex > 3
               COMPUTE CG-Btw(CategorieIndex) ROUNDED =
                 CG-Grondslag(CategorieIndex)
                 * CG-Percentage(CategorieIndex) / 100
               ADD CG-Grondslag(CategorieIndex) TO TotaalNetto
               ADD CG-Btw(CategorieIndex) TO TotaalBtw
           END-PERFORM
           COMPUTE TotaalInclusief = TotaalNetto + TotaalBtw
           COMPUTE Afronding = TotaalTeBetalen - TotaalInclusief
           .

       BepaalCategorie.
           EVALUATE DR-Code(DocRegelIndex)
               WHEN "H"
                   MOVE 2 TO CategorieIndex
               WHEN "V"
                   MOVE 3 TO CategorieIndex
               WHEN OTHER
                   MOVE 1 TO CategorieIndex
           END-EVALUATE
           .

       SchrijfKop.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
             TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "<" FUNCTION TRIM (XmlRootElement)
             " xmlns=""urn:oasis:names:specification:ubl:schema:xsd:"
             FUNCTION TRIM (XmlRootElement) "-2"""
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           STRING " xmlns:cac=""urn:oasis:names:specification:ubl:"
             "schema:xsd:CommonAggregateComponents-2"""
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           STRING " xmlns:cbc=""urn:oasis:names:specification:ubl:"
             "schema:xsd:CommonBasicComponents-2"">"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           STRING " <cbc:CustomizationID>"
             "urn:cen.eu:en16931:2017#compliant"
             "#urn:fdc:peppol.eu:2017:poacc:billing:3.0"
             "</cbc:CustomizationID>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           STRING " <cbc:ProfileID>"
             "urn:fdc:peppol.eu:2017:poacc:billing:01:1.0"
             "</cbc:ProfileID>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING " <cbc:ID>" FUNCTION TRIM (DocId) "</cbc:ID>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE DocDatum TO XmlWerkDatum
           PERFORM ZetXmlDatum
           MOVE SPACES TO RegelBuffer
           STRING " <cbc:IssueDate>" XmlDatum "</cbc:IssueDate>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           IF DocFactuur
               MOVE AN-Betaaltermijn(GevondenAfnemer)
                 TO DocBetaaltermijn
               IF DocBetaaltermijn = ZERO
                   MOVE 30 TO DocBetaaltermijn
               END-IF
               MOVE DocBetaaltermijn TO XmlAantal
               COMPUTE XmlWerkDatum = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (DocDatum)
                 + DocBetaaltermijn)
               MOVE XmlWerkDatum TO DocVervaldatum
               PERFORM ZetXmlDatum
               MOVE SPACES TO RegelBuffer
               STRING " <cbc:DueDate>" XmlDatum "</cbc:DueDate>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE " <cbc:InvoiceTypeCode>380</cbc:InvoiceTypeCode>"
                 TO RegelBuffer
           ELSE
               MOVE SPACES TO RegelBuffer
               STRING " <cbc:CreditNoteTypeCode>381"
                 "</cbc:CreditNoteTypeCode>"
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfUblRegel
           STRING " <cbc:DocumentCurrencyCode>EUR"
             "</cbc:DocumentCurrencyCode>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           *> De referentie van de afnemer; zonder referentie het
           *> relatienummer, want Peppol vraagt er altijd een
           MOVE SPACES TO RegelBuffer
           IF AN-Referentie(GevondenAfnemer) = SPACES
               STRING " <cbc:BuyerReference>" DocRelatienummer
                 "</cbc:BuyerReference>"
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               MOVE AN-Referentie(GevondenAfnemer) TO XmlTekst
               PERFORM MaakXmlVeilig
               STRING " <cbc:BuyerReference>" FUNCTION TRIM (XmlTekst)
                 "</cbc:BuyerReference>"
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfUblRegel
           IF DocOrigineelId NOT = SPACES
               STRING " <cac:BillingReference>"
                 "<cac:InvoiceDocumentReference>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE SPACES TO RegelBuffer
               STRING "  <cbc:ID>" FUNCTION TRIM (DocOrigineelId)
                 "</cbc:ID>" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
               STRING " </cac:InvoiceDocumentReference>"
                 "</cac:BillingReference>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
           END-IF
           .

       SchrijfLeverancier.
           MOVE " <cac:AccountingSupplierParty><cac:Party>"
             TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:EndpointID schemeID=""0106"">"
             FUNCTION TRIM (AT-KvkNummer(AfzenderIndex))
             "</cbc:EndpointID>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AT-Naam(AfzenderIndex) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:PartyName><cbc:Name>" FUNCTION TRIM (XmlTekst)
             "</cbc:Name></cac:PartyName>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "  <cac:PostalAddress>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AT-Straat(AfzenderIndex) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:StreetName>" FUNCTION TRIM (XmlTekst)
             "</cbc:StreetName>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AT-Plaats(AfzenderIndex) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:CityName>" FUNCTION TRIM (XmlTekst)
             "</cbc:CityName>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:PostalZone>"
             FUNCTION TRIM (AT-Postcode(AfzenderIndex))
             "</cbc:PostalZone>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           STRING "   <cac:Country><cbc:IdentificationCode>NL"
             "</cbc:IdentificationCode></cac:Country>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "  </cac:PostalAddress>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:PartyTaxScheme><cbc:CompanyID>"
             FUNCTION TRIM (AT-BtwNummer(AfzenderIndex))
             "</cbc:CompanyID><cac:TaxScheme><cbc:ID>VAT</cbc:ID>"
             "</cac:TaxScheme></cac:PartyTaxScheme>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AT-Naam(AfzenderIndex) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:PartyLegalEntity><cbc:RegistrationName>"
             FUNCTION TRIM (XmlTekst) "</cbc:RegistrationName>"
             "<cbc:CompanyID>"
             FUNCTION TRIM (AT-KvkNummer(AfzenderIndex))
             "</cbc:CompanyID></cac:PartyLegalEntity>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE " </cac:Party></cac:AccountingSupplierParty>"
             TO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfAfnemer.
           MOVE " <cac:AccountingCustomerParty><cac:Party>"
             TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:EndpointID schemeID="""
             FUNCTION TRIM (AN-PeppolSchema(GevondenAfnemer)) """>"
             FUNCTION TRIM (AN-PeppolId(GevondenAfnemer))
             "</cbc:EndpointID>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:PartyIdentification><cbc:ID>"
             DocRelatienummer
             "</cbc:ID></cac:PartyIdentification>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AN-Naam(GevondenAfnemer) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:PartyName><cbc:Name>" FUNCTION TRIM (XmlTekst)
             "</cbc:Name></cac:PartyName>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "  <cac:PostalAddress>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AN-Straat(GevondenAfnemer) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:StreetName>" FUNCTION TRIM (XmlTekst)
             "</cbc:StreetName>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE AN-Plaats(GevondenAfnemer) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:CityName>" FUNCTION TRIM (XmlTekst)
             "</cbc:CityName>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:PostalZone>"
             FUNCTION TRIM (AN-Postcode(GevondenAfnemer))
             "</cbc:PostalZone>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <cac:Country><cbc:IdentificationCode>"
             AN-Landcode(GevondenAfnemer)
             "</cbc:IdentificationCode></cac:Country>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "  </cac:PostalAddress>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           IF AN-BtwNummer(GevondenAfnemer) NOT = SPACES
               MOVE SPACES TO RegelBuffer
               STRING "  <cac:PartyTaxScheme><cbc:CompanyID>"
                 FUNCTION TRIM (AN-BtwNummer(GevondenAfnemer))
                 "</cbc:CompanyID><cac:TaxScheme><cbc:ID>VAT</cbc:ID>"
                 "</cac:TaxScheme></cac:PartyTaxScheme>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
           END-IF
           MOVE AN-Naam(GevondenAfnemer) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:PartyLegalEntity><cbc:RegistrationName>"
             FUNCTION TRIM (XmlTekst) "</cbc:RegistrationName>"
             "</cac:PartyLegalEntity>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE " </cac:Party></cac:AccountingCustomerParty>"
             TO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfBetaling.
           *> Overmaken naar de eigen rekening met het documentnummer
           *> als betalingskenmerk; een creditnota wordt verrekend
           IF DocFactuur
               MOVE " <cac:PaymentMeans>" TO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE "  <cbc:PaymentMeansCode>58</cbc:PaymentMeansCode>"
                 TO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE SPACES TO RegelBuffer
               STRING "  <cbc:PaymentID>" FUNCTION TRIM (DocId)
                 "</cbc:PaymentID>" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE AT-Naam(AfzenderIndex) TO XmlTekst
               PERFORM MaakXmlVeilig
               MOVE SPACES TO RegelBuffer
               STRING "  <cac:PayeeFinancialAccount><cbc:ID>"
                 FUNCTION TRIM (AT-Iban(AfzenderIndex))
                 "</cbc:ID><cbc:Name>" FUNCTION TRIM (XmlTekst)
                 "</cbc:Name></cac:PayeeFinancialAccount>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE " </cac:PaymentMeans>" TO RegelBuffer
               PERFORM SchrijfUblRegel
               MOVE SPACES TO RegelBuffer
               STRING " <cac:PaymentTerms><cbc:Note>Betaling binnen "
                 FUNCTION TRIM (XmlAantal) " dagen onder vermelding "
                 "van " FUNCTION TRIM (DocId)
                 "</cbc:Note></cac:PaymentTerms>"
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               MOVE SPACES TO RegelBuffer
               STRING " <cac:PaymentTerms><cbc:Note>Wordt verrekend "
                 "met de oorspronkelijke factuur"
                 "</cbc:Note></cac:PaymentTerms>"
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfUblRegel
           .

       SchrijfBtwTotaal.
           MOVE " <cac:TaxTotal>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE TotaalBtw TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:TaxAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:TaxAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           PERFORM VARYING CategorieIndex FROM 1 BY 1
             UNTIL CategorieIndex > 3
               IF CG-Grondslag(CategorieIndex) > ZERO
                   PERFORM SchrijfBtwCategorie
               END-IF
           END-PERFORM
           MOVE " </cac:TaxTotal>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfBtwCategorie.
           MOVE "  <cac:TaxSubtotal>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE CG-Grondslag(CategorieIndex) TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:TaxableAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:TaxableAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE CG-Btw(CategorieIndex) TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "   <cbc:TaxAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:TaxAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "   <cac:TaxCategory>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           PERFORM SchrijfCategorieCode
           IF CG-Code(CategorieIndex) = "V"
               STRING "    <cbc:TaxExemptionReason>"
                 "Vrijgesteld van BTW</cbc:TaxExemptionReason>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
           END-IF
           STRING "    <cac:TaxScheme><cbc:ID>VAT</cbc:ID>"
             "</cac:TaxScheme>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "   </cac:TaxCategory>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "  </cac:TaxSubtotal>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfCategorieCode.
           *> Journaalcodes L en H zijn het standaardtype S met hun
           *> eigen percentage, V is vrijgesteld (E)
           IF CG-Code(CategorieIndex) = "V"
               MOVE "E" TO XmlCategorie
           ELSE
               MOVE "S" TO XmlCategorie
           END-IF
           MOVE CG-Percentage(CategorieIndex) TO XmlPercentage
           MOVE SPACES TO RegelBuffer
           STRING "    <cbc:ID>" XmlCategorie "</cbc:ID><cbc:Percent>"
             FUNCTION TRIM (XmlPercentage) "</cbc:Percent>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfTotalen.
           MOVE " <cac:LegalMonetaryTotal>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE TotaalNetto TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:LineExtensionAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:LineExtensionAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:TaxExclusiveAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:TaxExclusiveAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE TotaalInclusief TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:TaxInclusiveAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:TaxInclusiveAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           IF Afronding NOT = ZERO
               MOVE Afronding TO XmlBedrag
               MOVE SPACES TO RegelBuffer
               STRING "  <cbc:PayableRoundingAmount currencyID=""EUR"">"
                 FUNCTION TRIM (XmlBedrag)
                 "</cbc:PayableRoundingAmount>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
           END-IF
           MOVE TotaalTeBetalen TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:PayableAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:PayableAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE " </cac:LegalMonetaryTotal>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfDocumentRegel.
           MOVE SPACES TO RegelBuffer
           MOVE DocRegelIndex TO XmlAantal
           STRING " <cac:" FUNCTION TRIM (XmlRegelElement) ">"
             "<cbc:ID>" FUNCTION TRIM (XmlAantal) "</cbc:ID>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:" FUNCTION TRIM (XmlAantalElement)
             " unitCode=""C62"">1</cbc:"
             FUNCTION TRIM (XmlAantalElement) ">"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE DR-Netto(DocRegelIndex) TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  <cbc:LineExtensionAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:LineExtensionAmount>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           IF DR-Kostenplaats(DocRegelIndex) NOT = SPACES
               MOVE DR-Kostenplaats(DocRegelIndex) TO XmlTekst
               PERFORM MaakXmlVeilig
               MOVE SPACES TO RegelBuffer
               STRING "  <cbc:AccountingCost>" FUNCTION TRIM (XmlTekst)
                 "</cbc:AccountingCost>"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfUblRegel
           END-IF
           MOVE DR-Omschrijving(DocRegelIndex) TO XmlTekst
           PERFORM MaakXmlVeilig
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:Item><cbc:Name>" FUNCTION TRIM (XmlTekst)
             "</cbc:Name>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "   <cac:ClassifiedTaxCategory>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           PERFORM BepaalCategorie
           PERFORM SchrijfCategorieCode
           STRING "    <cac:TaxScheme><cbc:ID>VAT</cbc:ID>"
             "</cac:TaxScheme>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "   </cac:ClassifiedTaxCategory>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE "  </cac:Item>" TO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE DR-Netto(DocRegelIndex) TO XmlBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  <cac:Price><cbc:PriceAmount currencyID=""EUR"">"
             FUNCTION TRIM (XmlBedrag) "</cbc:PriceAmount></cac:Price>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           MOVE SPACES TO RegelBuffer
           STRING " </cac:" FUNCTION TRIM (XmlRegelElement) ">"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfUblRegel
           .

       SchrijfUblRegel.
           WRITE UblRegel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           .

       ZetXmlDatum.
           MOVE SPACES TO XmlDatum
           STRING XmlWerkDatum(1:4) "-" XmlWerkDatum(5:2) "-"
             XmlWerkDatum(7:2) DELIMITED BY SIZE INTO XmlDatum
           .

       MaakXmlVeilig.
           *> Tekens met een betekenis in XML vervangen
           INSPECT XmlTekst REPLACING ALL "&" BY "+"
             ALL "<" BY "("
             ALL ">" BY ")"
             ALL """" BY "'"
           .

      *----------------------------------------------------------------
      * Exportlog
      *----------------------------------------------------------------
       ControleerExportLog.
           MOVE ZERO TO AlGeexporteerdVlag
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT ExportLogBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ExportLogBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF UL-Bedrijf = DocBedrijf
                 AND UL-DocumentId = DocId
                   SET AlGeexporteerd TO TRUE
                   SET EOFZoeken TO TRUE
               ELSE
                   READ ExportLogBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ExportLogBestand
           .

       SchrijfExportLog.
           OPEN EXTEND ExportLogBestand
           IF IOStatus = 35
               OPEN OUTPUT ExportLogBestand
           END-IF
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van UblExportLog.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO UL-Tijdstip
           MOVE DocBedrijf TO UL-Bedrijf
           MOVE DocId TO UL-DocumentId
           MOVE DocSoort TO UL-Soort
           MOVE DocRelatienummer TO UL-Relatienummer
           MOVE TotaalTeBetalen TO UL-Bedrag
           MOVE UblBestandsnaam TO UL-Bestand
           WRITE ExportLogrecord
           CLOSE ExportLogBestand
           .

       ToonExportLog.
           MOVE ZERO TO EOFVlag
           OPEN INPUT ExportLogBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen e-facturen geexporteerd."
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Datum      Tijd  B Document             S Relatie "
             "      Bedrag Bestand"
           READ ExportLogBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE UL-Tijdstip(1:8) TO XmlWerkDatum
               MOVE SPACES TO ToonDatum
               STRING XmlWerkDatum(7:2) "-" XmlWerkDatum(5:2) "-"
                 XmlWerkDatum(1:4) DELIMITED BY SIZE INTO ToonDatum
               COMPUTE BedragCenten = UL-Bedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY ToonDatum " " UL-Tijdstip(9:2) ":"
                 UL-Tijdstip(11:2) " " UL-Bedrijf " " UL-DocumentId " "
                 UL-Soort " " UL-Relatienummer " " ToonBedrag " "
                 FUNCTION TRIM (UL-Bestand)
               READ ExportLogBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ExportLogBestand
           .

      *----------------------------------------------------------------
      * Stamgegevens
      *----------------------------------------------------------------
       LaadBtwPercentages.
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
               IF FS-BC-CodeHoog
                   MOVE FS-BC-Percentage TO PercentageHoog
               END-IF
               READ BtwCodesBestand
                   AT END
                       SET EOFZoeken TO TRUE
               END-READ
           END-PERFORM
           CLOSE BtwCodesBestand
           .

       LeesAfnemers.
           INITIALIZE AfnemerTabel
           MOVE ZERO TO AantalAfnemers
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT AfnemersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AfnemersBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF AantalAfnemers < MaxAfnemers
                   ADD 1 TO AantalAfnemers
                   MOVE Afnemerrecord TO AfnemerRegel(AantalAfnemers)
                   IF AN-Landcode(AantalAfnemers) = SPACES
                       MOVE "NL" TO AN-Landcode(AantalAfnemers)
                   END-IF
               END-IF
               READ AfnemersBestand
                   AT END
                       SET EOFZoeken TO TRUE
               END-READ
           END-PERFORM
           CLOSE AfnemersBestand
           .

       ZoekAfnemer.
           MOVE ZERO TO GevondenAfnemer
           PERFORM VARYING AfnemerIndex FROM 1 BY 1
             UNTIL AfnemerIndex > AantalAfnemers
               OR GevondenAfnemer > ZERO
               IF AN-Bedrijf(AfnemerIndex) = GezochtBedrijf
                 AND AN-Relatienummer(AfnemerIndex)
                   = GezochtRelatienummer
                   MOVE AfnemerIndex TO GevondenAfnemer
               END-IF
           END-PERFORM
           .

       SchrijfAfnemers.
           OPEN OUTPUT AfnemersBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van UblAfnemers.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AfnemerIndex FROM 1 BY 1
             UNTIL AfnemerIndex > AantalAfnemers
               IF AN-Bedrijf(AfnemerIndex) NOT = SPACE
                   WRITE Afnemerrecord FROM AfnemerRegel(AfnemerIndex)
               END-IF
           END-PERFORM
           CLOSE AfnemersBestand
           .

       BeheerAfnemers.
           PERFORM LeesAfnemers
           DISPLAY SPACE
           DISPLAY "Afnemers van e-facturen:"
           PERFORM VARYING AfnemerIndex FROM 1 BY 1
             UNTIL AfnemerIndex > AantalAfnemers
               DISPLAY AN-Bedrijf(AfnemerIndex) " "
                 AN-Relatienummer(AfnemerIndex) " "
                 AN-Naam(AfnemerIndex) " "
                 FUNCTION TRIM (AN-PeppolSchema(AfnemerIndex)) ":"
                 FUNCTION TRIM (AN-PeppolId(AfnemerIndex))
                 " vanaf " AN-DatumVanaf(AfnemerIndex)
           END-PERFORM
           IF AantalAfnemers = ZERO
               DISPLAY "  (nog geen)"
           END-IF
           DISPLAY SPACE
           DISPLAY "Bedrijf (H = Huur, F = Flexen, leeg = terug): "
             WITH NO ADVANCING
           MOVE SPACE TO GezochtBedrijf
           ACCEPT GezochtBedrijf
           MOVE FUNCTION UPPER-CASE (GezochtBedrijf) TO GezochtBedrijf
           IF GezochtBedrijf NOT = "H" AND GezochtBedrijf NOT = "F"
               EXIT PARAGRAPH
           END-IF
           IF GezochtBedrijf = "H"
               DISPLAY "Klantnummer: " WITH NO ADVANCING
           ELSE
               DISPLAY "Bedrijfsnummer (verzamelfactuur): "
                 WITH NO ADVANCING
           END-IF
           MOVE SPACES TO InvoerNummer
           ACCEPT InvoerNummer
           IF FUNCTION TRIM (InvoerNummer) IS NOT NUMERIC
               DISPLAY ">>> Ongeldig nummer."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (InvoerNummer) TO GezochtRelatienummer
           PERFORM ZoekAfnemer
           IF GevondenAfnemer > ZERO
               DISPLAY "Afnemer bestaat; V = verwijderen, "
                 "W = wijzigen: " WITH NO ADVANCING
               MOVE SPACE TO OpnieuwAntwoord
               ACCEPT OpnieuwAntwoord
               EVALUATE FUNCTION UPPER-CASE (OpnieuwAntwoord)
                   WHEN "V"
                       MOVE SPACE TO AN-Bedrijf(GevondenAfnemer)
                       PERFORM SchrijfAfnemers
                       DISPLAY "De afnemer is verwijderd."
                       EXIT PARAGRAPH
                   WHEN "W"
                       CONTINUE
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           ELSE
               IF AantalAfnemers >= MaxAfnemers
                   DISPLAY ">>> Het afnemersregister is vol."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalAfnemers
               MOVE AantalAfnemers TO GevondenAfnemer
               INITIALIZE AfnemerRegel(GevondenAfnemer)
               MOVE GezochtBedrijf TO AN-Bedrijf(GevondenAfnemer)
               MOVE GezochtRelatienummer
                 TO AN-Relatienummer(GevondenAfnemer)
               MOVE "NL" TO AN-Landcode(GevondenAfnemer)
               MOVE 30 TO AN-Betaaltermijn(GevondenAfnemer)
               MOVE FUNCTION CURRENT-DATE (1:8)
                 TO AN-DatumVanaf(GevondenAfnemer)
               PERFORM NeemStamgegevensOver
           END-IF
           PERFORM VraagAfnemerGegevens
           IF AN-PeppolId(GevondenAfnemer) = SPACES
               DISPLAY ">>> Zonder Peppol-adres kan er geen e-factuur "
                 "worden verstuurd; niets vastgelegd."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfAfnemers
           DISPLAY "De afnemer is vastgelegd."
           .

       NeemStamgegevensOver.
           *> Naam en adres uit de klanten- of bedrijvenadministratie
           IF GezochtBedrijf = "H"
               OPEN INPUT KlantenBestand
               IF IO-OK
                   MOVE GezochtRelatienummer TO FS-K-Klantnummer
                   READ KlantenBestand KEY IS FS-K-Klantnummer
                       INVALID KEY
                           DISPLAY "Let op: klant niet gevonden."
                       NOT INVALID KEY
                           STRING FUNCTION TRIM (FS-K-Voornaam) " "
                             FUNCTION TRIM (FS-K-Naam)
                             DELIMITED BY SIZE
                             INTO AN-Naam(GevondenAfnemer)
                           STRING FUNCTION TRIM (FS-K-Straat) " "
                             FUNCTION TRIM (FS-K-Huisnummer)
                             DELIMITED BY SIZE
                             INTO AN-Straat(GevondenAfnemer)
                           MOVE FS-K-Postcode
                             TO AN-Postcode(GevondenAfnemer)
                           MOVE FS-K-Woonplaats
                             TO AN-Plaats(GevondenAfnemer)
                           IF FS-K-Herkomstland NOT = SPACES
                               MOVE FS-K-Herkomstland
                                 TO AN-Landcode(GevondenAfnemer)
                           END-IF
                   END-READ
                   CLOSE KlantenBestand
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT FlexBedrijvenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexBedrijvenBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF BD-Bedrijfsnummer = GezochtRelatienummer
                   MOVE BD-Naam TO AN-Naam(GevondenAfnemer)
                   MOVE BD-Adres TO AN-Straat(GevondenAfnemer)
                   SET EOFZoeken TO TRUE
               ELSE
                   READ FlexBedrijvenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FlexBedrijvenBestand
           .

       VraagAfnemerGegevens.
           *> Lege invoer laat de getoonde waarde staan
           DISPLAY "Naam [" FUNCTION TRIM (AN-Naam(GevondenAfnemer))
             "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-Naam(GevondenAfnemer)
           END-IF
           DISPLAY "Straat en huisnummer ["
             FUNCTION TRIM (AN-Straat(GevondenAfnemer)) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-Straat(GevondenAfnemer)
           END-IF
           DISPLAY "Postcode [" AN-Postcode(GevondenAfnemer) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-Postcode(GevondenAfnemer)
           END-IF
           DISPLAY "Plaats [" FUNCTION TRIM (AN-Plaats(GevondenAfnemer))
             "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-Plaats(GevondenAfnemer)
           END-IF
           DISPLAY "Landcode [" AN-Landcode(GevondenAfnemer) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE FUNCTION UPPER-CASE (InvoerTekst (1:2))
                 TO AN-Landcode(GevondenAfnemer)
           END-IF
           DISPLAY "Peppol-schema (0106 = KvK, 0190 = OIN, "
             "9944 = BTW) ["
             AN-PeppolSchema(GevondenAfnemer) "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-PeppolSchema(GevondenAfnemer)
           END-IF
           IF AN-PeppolSchema(GevondenAfnemer) = SPACES
               MOVE "0106" TO AN-PeppolSchema(GevondenAfnemer)
           END-IF
           DISPLAY "Peppol-nummer ["
             FUNCTION TRIM (AN-PeppolId(GevondenAfnemer)) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-PeppolId(GevondenAfnemer)
           END-IF
           DISPLAY "BTW-nummer [" AN-BtwNummer(GevondenAfnemer) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-BtwNummer(GevondenAfnemer)
           END-IF
           DISPLAY "Inkoopreferentie of kostenplaats ["
             FUNCTION TRIM (AN-Referentie(GevondenAfnemer)) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AN-Referentie(GevondenAfnemer)
           END-IF
           DISPLAY "Betaaltermijn in dagen ["
             AN-Betaaltermijn(GevondenAfnemer) "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerNummer
           ACCEPT InvoerNummer
           IF InvoerNummer NOT = SPACES
             AND FUNCTION TRIM (InvoerNummer) IS NUMERIC
               MOVE FUNCTION NUMVAL (InvoerNummer)
                 TO AN-Betaaltermijn(GevondenAfnemer)
           END-IF
           DISPLAY "E-facturen vanaf factuurdatum (yyyymmdd) ["
             AN-DatumVanaf(GevondenAfnemer) "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerDatum
           ACCEPT InvoerDatum
           IF InvoerDatum NOT = SPACES AND InvoerDatum IS NUMERIC
               MOVE InvoerDatum TO AN-DatumVanaf(GevondenAfnemer)
           END-IF
           .

       LeesAfzenders.
           INITIALIZE AfzenderTabel
           MOVE "H" TO AT-Bedrijf(1)
           MOVE "F" TO AT-Bedrijf(2)
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT AfzenderBestand
           IF IO-OK
               READ AfzenderBestand
                   AT END
                       SET EOFZoeken TO TRUE
               END-READ
               PERFORM UNTIL EOFZoeken
                   EVALUATE AZ-Bedrijf
                       WHEN "H"
                           MOVE Afzenderrecord TO AfzenderRegel(1)
                       WHEN "F"
                           MOVE Afzenderrecord TO AfzenderRegel(2)
                   END-EVALUATE
                   READ AfzenderBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AfzenderBestand
           END-IF
           *> Zonder eigen IBAN geldt de rekening van de betaalbatch
           PERFORM VARYING AfzenderIndex FROM 1 BY 1
             UNTIL AfzenderIndex > 2
               IF AT-Iban(AfzenderIndex) = SPACES
                   PERFORM LeesBetaalRekening
               END-IF
           END-PERFORM
           .

       LeesBetaalRekening.
           OPEN INPUT RekeningBestand
           IF IO-OK
               READ RekeningBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RekeningIban TO AT-Iban(AfzenderIndex)
               END-READ
               CLOSE RekeningBestand
           END-IF
           .

       StelAfzenderIn.
           PERFORM LeesAfzenders
           DISPLAY "Bedrijf (H = Huur een vakantieavontuur, "
             "F = Flexen en Relaxen): " WITH NO ADVANCING
           MOVE SPACE TO GezochtBedrijf
           ACCEPT GezochtBedrijf
           EVALUATE FUNCTION UPPER-CASE (GezochtBedrijf)
               WHEN "H"
                   MOVE 1 TO AfzenderIndex
               WHEN "F"
                   MOVE 2 TO AfzenderIndex
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "(lege invoer laat de getoonde waarde staan)"
           DISPLAY "Naam [" FUNCTION TRIM (AT-Naam(AfzenderIndex))
             "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-Naam(AfzenderIndex)
           END-IF
           DISPLAY "KvK-nummer [" AT-KvkNummer(AfzenderIndex) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-KvkNummer(AfzenderIndex)
           END-IF
           DISPLAY "BTW-nummer [" AT-BtwNummer(AfzenderIndex) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-BtwNummer(AfzenderIndex)
           END-IF
           DISPLAY "Straat en huisnummer ["
             FUNCTION TRIM (AT-Straat(AfzenderIndex)) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-Straat(AfzenderIndex)
           END-IF
           DISPLAY "Postcode [" AT-Postcode(AfzenderIndex) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-Postcode(AfzenderIndex)
           END-IF
           DISPLAY "Plaats [" FUNCTION TRIM (AT-Plaats(AfzenderIndex))
             "]: " WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-Plaats(AfzenderIndex)
           END-IF
           DISPLAY "IBAN [" AT-Iban(AfzenderIndex) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerTekst
           ACCEPT InvoerTekst
           IF InvoerTekst NOT = SPACES
               MOVE InvoerTekst TO AT-Iban(AfzenderIndex)
           END-IF
           IF AT-Naam(AfzenderIndex) = SPACES
             OR AT-KvkNummer(AfzenderIndex) = SPACES
             OR AT-BtwNummer(AfzenderIndex) = SPACES
             OR AT-Iban(AfzenderIndex) = SPACES
               DISPLAY ">>> Naam, KvK-nummer, BTW-nummer en IBAN zijn "
                 "verplicht; niets vastgelegd."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AfzenderBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van UblAfzender.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING AfzenderIndex FROM 1 BY 1
             UNTIL AfzenderIndex > 2
               IF AT-Naam(AfzenderIndex) NOT = SPACES
                   WRITE Afzenderrecord
                     FROM AfzenderRegel(AfzenderIndex)
               END-IF
           END-PERFORM
           CLOSE AfzenderBestand
           DISPLAY "De eigen bedrijfsgegevens zijn vastgelegd."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-FactuurRegister
             PadDir-OperatorFacturen
             PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-BtwCodes
             PadDir-UblAfnemers
             PadDir-UblAfzender
             PadDir-BetaalRekening
             PadDir-UblExportLog
           MOVE OMG-FlexDir TO PadDir-FlexBedrijfsFactuurRegels
             PadDir-FlexBedrijven
           .
