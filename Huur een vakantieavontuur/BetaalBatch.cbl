       IDENTIFICATION DIVISION.
       PROGRAM-ID. BetaalBatch.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Betaalbatch voor uitbetalingen: alle vrijgegeven, nog niet
       *> uitbetaalde regels uit de wachtrij (UitbetalingGoedkeuring)
       *> en de klaargezette eigenaaruitbetalingen (EigenarenAfrekening)
       *> gaan in een SEPA-overboekingsbestand (pain.001) voor de bank.
       *> Elke regel krijgt het batch- en volgnummer mee; het kenmerk
       *> UB<batch><volgnummer> komt op het bankafschrift terug en
       *> BankImport bevestigt daarmee de afschrijving
       SELECT WachtrijBestand ASSIGN TO Pad-Wachtrij
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WachtrijWerkBestand ASSIGN TO Pad-WachtrijWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT EigenaarUitbetalingenBestand
           ASSIGN TO Pad-EigenaarUitbetalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT EigenaarUitbetalingenWerk
           ASSIGN TO Pad-EigenaarUitbetalingenWerk
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
       SELECT EigenarenBestand
           ASSIGN TO Pad-Eigenaren
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Eigen bankrekening waarvan de uitbetalingen worden
       *> afgeschreven
       SELECT RekeningBestand ASSIGN TO Pad-BetaalRekening
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Het overboekingsbestand krijgt het batchnummer in de naam
       SELECT SepaBestand ASSIGN TO SepaPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WachtrijBestand.
       01 Wachtrijrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-U==.
       FD WachtrijWerkBestand.
       01 WachtrijWerkrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-W==.
       FD EigenaarUitbetalingenBestand.
       01 EigenaarUitbetalingrecord.
       COPY EigenaarUitbetaling REPLACING ==(pf)== BY ==FS-EU==.
       FD EigenaarUitbetalingenWerk.
       01 EigenaarUitbetalingWerkrecord.
       COPY EigenaarUitbetaling REPLACING ==(pf)== BY ==FS-EW==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD EigenarenBestand.
       01 Eigenaarrecord.
       COPY Eigenaar REPLACING ==(pf)== BY ==FS-E==.
       FD RekeningBestand.
       01 Rekeningrecord.
         02 RekeningNaam PIC X(30).
         02 RekeningIban PIC X(18).
       FD SepaBestand.
       01 SepaRegel PIC X(200).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Wachtrij.
         02 PadDir-Wachtrij PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrij.dat".
       01 Pad-WachtrijWerk.
         02 PadDir-WachtrijWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrijWerk.dat".
       01 Pad-EigenaarUitbetalingen.
         02 PadDir-EigenaarUitbetalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EigenaarUitbetalingen.dat".
       01 Pad-EigenaarUitbetalingenWerk.
         02 PadDir-EigenaarUitbetalingenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EigenaarUitbetalingenWerk.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Eigenaren.
         02 PadDir-Eigenaren PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Eigenaren.dat".
       01 Pad-BetaalRekening.
         02 PadDir-BetaalRekening PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BetaalRekening.dat".
       01 SepaPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 Tijdstempel PIC X(14) VALUE SPACES.
       01 InvoerDatum PIC X(8) VALUE SPACES.
       01 VanafDatum PIC 9(8) VALUE ZERO.
       *> Eigen rekening
       01 EigenNaam PIC X(30) VALUE SPACES.
       01 EigenIban PIC X(18) VALUE SPACES.
       *> Batch
       01 NieuwBatchnummer PIC 9(6) VALUE ZERO.
       01 HoogsteBatchnummer PIC 9(6) VALUE ZERO.
       01 BatchnummerTekst PIC X(6) VALUE SPACES.
       01 WachtrijGelezenVlag PIC 9 VALUE 0.
         88 WachtrijGelezen VALUE 1.
       01 EigenarenGelezenVlag PIC 9 VALUE 0.
         88 EigenaarUitbetalingenGelezen VALUE 1.
       *> Begunstigde van de regel die wordt beoordeeld
       01 BegunstigdeNaam PIC X(40) VALUE SPACES.
       01 BegunstigdeIban PIC X(18) VALUE SPACES.
       01 BegunstigdeBedrag PIC 9(7)V99 VALUE ZERO.
       01 BegunstigdeOmschrijving PIC X(60) VALUE SPACES.
       01 OpgenomenVlag PIC 9 VALUE 0.
         88 RegelOpgenomen VALUE 1.
         88 RegelNietOpgenomen VALUE 0.
       *> Regels van de batch in het geheugen; wat niet meer past, gaat
       *> mee in de volgende batch
       78 MaxBatchRegels VALUE 500.
       01 BatchTabel.
         02 BatchRegel OCCURS 500 TIMES.
           03 BT-Volgnummer PIC 9(4).
           03 BT-Bedrag PIC 9(7)V99.
           03 BT-Naam PIC X(40).
           03 BT-Iban PIC X(18).
           03 BT-Omschrijving PIC X(60).
       01 AantalBatchRegels PIC 9(4) VALUE ZERO.
       01 BatchIndex PIC 9(4) VALUE ZERO.
       01 TotaalBatch PIC 9(9)V99 VALUE ZERO.
       01 AantalZonderIban PIC 9(4) VALUE ZERO.
       01 AantalUitgesteld PIC 9(4) VALUE ZERO.
       *> Afdrukvelden; het SEPA-bestand vraagt een decimale punt, het
       *> scherm toont bedragen via centen met een decimale komma
       01 XmlBedrag PIC Z(8)9.99.
       01 XmlAantal PIC ZZZ9.
       01 XmlDatum PIC X(10) VALUE SPACES.
       01 XmlTijdstip PIC X(19) VALUE SPACES.
       01 EndToEndId PIC X(12) VALUE SPACES.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZZZZ9,99.
       01 RegelBuffer PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "BETAALBATCH UITBETALINGEN"
               DISPLAY "========================="
               DISPLAY "1. Betaalbatch aanmaken (SEPA-overboekingen)"
               DISPLAY "2. Uitbetalingen per batch tonen"
               DISPLAY "3. Eigen bankrekening instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakBetaalBatch
                   WHEN 2
                       PERFORM ToonBatches
                   WHEN 3
                       PERFORM StelRekeningIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           EXIT PROGRAM.

       MaakBetaalBatch.
           MOVE FUNCTION CURRENT-DATE (1:14) TO Tijdstempel
           MOVE Tijdstempel(1:8) TO DatumVandaag
           PERFORM LeesEigenRekening
           IF EigenIban = SPACES
               DISPLAY "Stel eerst de eigen bankrekening in (keuze 3)."
               EXIT PARAGRAPH
           END-IF
           *> Uitbetalingen die al met de hand zijn overgemaakt, kunnen
           *> met een begindatum buiten de batch blijven
           DISPLAY "Alleen vrijgaven en afrekeningen vanaf "
             "(yyyymmdd, leeg = alle): " WITH NO ADVANCING
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
           PERFORM BepaalBatchnummer
           MOVE NieuwBatchnummer TO BatchnummerTekst
           MOVE ZERO TO AantalBatchRegels
           MOVE ZERO TO TotaalBatch
           MOVE ZERO TO AantalZonderIban
           MOVE ZERO TO AantalUitgesteld
           PERFORM VerzamelWachtrij
           PERFORM VerzamelEigenaarUitbetalingen
           IF AantalBatchRegels = ZERO
               DISPLAY "Er staan geen uitbetalingen klaar voor een "
                 "betaalbatch."
               PERFORM ToonUitgesteld
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SepaPad
           STRING OMG-HuurDir "SEPA-Uitbetalingen" BatchnummerTekst
             ".xml" DELIMITED BY SIZE INTO SepaPad
           OPEN OUTPUT SepaBestand
           IF NOT IO-OK
               DISPLAY "Het overboekingsbestand kan niet worden "
                 "aangemaakt. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfSepaKop
           PERFORM VARYING BatchIndex FROM 1 BY 1
             UNTIL BatchIndex > AantalBatchRegels
               PERFORM SchrijfSepaTransactie
           END-PERFORM
           PERFORM SchrijfSepaSlot
           CLOSE SepaBestand
           *> Pas nu het bestand er staat, krijgen de regels hun
           *> batchnummer definitief
           IF WachtrijGelezen
               PERFORM KopieerWachtrijTerug
           END-IF
           IF EigenaarUitbetalingenGelezen
               PERFORM KopieerEigenaarUitbetalingenTerug
           END-IF
           DISPLAY SPACE
           COMPUTE BedragCenten = TotaalBatch * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE AantalBatchRegels TO XmlAantal
           DISPLAY "Betaalbatch " BatchnummerTekst ": "
             FUNCTION TRIM (XmlAantal) " overboekingen, totaal "
             FUNCTION TRIM (ToonBedrag) " euro"
           DISPLAY "Bestand: " FUNCTION TRIM (SepaPad)
           PERFORM ToonUitgesteld
           .

       ToonUitgesteld.
           IF AantalZonderIban > ZERO
               DISPLAY "Niet opgenomen, geen IBAN bekend : "
                 AantalZonderIban
           END-IF
           IF AantalUitgesteld > ZERO
               DISPLAY "Uitgesteld naar de volgende batch: "
                 AantalUitgesteld
           END-IF
           .

       LeesEigenRekening.
           MOVE SPACES TO EigenNaam EigenIban
           OPEN INPUT RekeningBestand
           IF IO-OK
               READ RekeningBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RekeningNaam TO EigenNaam
                       MOVE RekeningIban TO EigenIban
               END-READ
               CLOSE RekeningBestand
           END-IF
           .

       BepaalBatchnummer.
           *> Volgende batchnummer: een hoger dan het hoogste dat in de
           *> wachtrij of bij de eigenaaruitbetalingen voorkomt
           MOVE ZERO TO HoogsteBatchnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijBestand
           IF IO-OK
               READ WachtrijBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-U-Batchnummer IS NUMERIC
                     AND FS-U-Batchnummer > HoogsteBatchnummer
                       MOVE FS-U-Batchnummer TO HoogsteBatchnummer
                   END-IF
                   READ WachtrijBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WachtrijBestand
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenBestand
           IF IO-OK
               READ EigenaarUitbetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-EU-Batchnummer IS NUMERIC
                     AND FS-EU-Batchnummer > HoogsteBatchnummer
                       MOVE FS-EU-Batchnummer TO HoogsteBatchnummer
                   END-IF
                   READ EigenaarUitbetalingenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EigenaarUitbetalingenBestand
           END-IF
           COMPUTE NieuwBatchnummer = HoogsteBatchnummer + 1
           .

       VerzamelWachtrij.
           *> Vrijgegeven en nog niet uitbetaald; de regels gaan met hun
           *> batchnummer naar het werkbestand
           MOVE ZERO TO WachtrijGelezenVlag
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           SET WachtrijGelezen TO TRUE
           OPEN OUTPUT WachtrijWerkBestand
           READ WachtrijBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Wachtrijrecord TO WachtrijWerkrecord
               IF FS-U-StatusVrijgegeven
                 AND FS-U-Batchnummer = SPACES
                 AND FS-U-DatumBesluit >= VanafDatum
                   PERFORM ZoekKlantIban
                   MOVE FS-U-Bedrag TO BegunstigdeBedrag
                   MOVE SPACES TO BegunstigdeOmschrijving
                   STRING "Reservering " FS-U-Reserveringsnummer " "
                     FUNCTION TRIM (FS-U-Omschrijving)
                     DELIMITED BY SIZE INTO BegunstigdeOmschrijving
                   PERFORM NeemRegelOp
                   IF RegelOpgenomen
                       MOVE BatchnummerTekst TO FS-W-Batchnummer
                       MOVE BT-Volgnummer(AantalBatchRegels)
                         TO FS-W-BatchVolgnummer
                       MOVE SPACES TO FS-W-DatumAfgeschreven
                   END-IF
               END-IF
               WRITE WachtrijWerkrecord
               READ WachtrijBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WachtrijBestand
           CLOSE WachtrijWerkBestand
           .

       ZoekKlantIban.
           *> De klant van de reservering is de begunstigde
           MOVE SPACES TO BegunstigdeNaam BegunstigdeIban
           OPEN INPUT ReserveringenBestand
           MOVE FS-U-Reserveringsnummer TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   CLOSE ReserveringenBestand
                   EXIT PARAGRAPH
           END-READ
           CLOSE ReserveringenBestand
           OPEN INPUT KlantenBestand
           MOVE FS-R-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING FUNCTION TRIM (FS-K-Voornaam) " "
                     FUNCTION TRIM (FS-K-Naam)
                     DELIMITED BY SIZE INTO BegunstigdeNaam
                   MOVE FS-K-Iban TO BegunstigdeIban
           END-READ
           CLOSE KlantenBestand
           .

       VerzamelEigenaarUitbetalingen.
           MOVE ZERO TO EigenarenGelezenVlag
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           SET EigenaarUitbetalingenGelezen TO TRUE
           OPEN OUTPUT EigenaarUitbetalingenWerk
           READ EigenaarUitbetalingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE EigenaarUitbetalingrecord
                 TO EigenaarUitbetalingWerkrecord
               IF FS-EU-Batchnummer = SPACES
                 AND FS-EU-Bedrag > ZERO
                 AND FS-EU-DatumAfrekening >= VanafDatum
                   PERFORM ZoekEigenaarIban
                   MOVE FS-EU-Bedrag TO BegunstigdeBedrag
                   MOVE SPACES TO BegunstigdeOmschrijving
                   STRING "Eigenarenafrekening " FS-EU-Jaar
                     " kwartaal " FS-EU-Kwartaal
                     DELIMITED BY SIZE INTO BegunstigdeOmschrijving
                   PERFORM NeemRegelOp
                   IF RegelOpgenomen
                       MOVE BatchnummerTekst TO FS-EW-Batchnummer
                       MOVE BT-Volgnummer(AantalBatchRegels)
                         TO FS-EW-BatchVolgnummer
                       MOVE SPACES TO FS-EW-DatumAfgeschreven
                   END-IF
               END-IF
               WRITE EigenaarUitbetalingWerkrecord
               READ EigenaarUitbetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EigenaarUitbetalingenBestand
           CLOSE EigenaarUitbetalingenWerk
           .

       ZoekEigenaarIban.
           MOVE SPACES TO BegunstigdeNaam BegunstigdeIban
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenarenBestand
           IF IO-OK
               READ EigenarenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-E-Eigenaarnummer = FS-EU-Eigenaarnummer
                       MOVE FS-E-Naam TO BegunstigdeNaam
                       MOVE FS-E-Iban TO BegunstigdeIban
                       SET EOFBereikt TO TRUE
                   ELSE
                       READ EigenarenBestand
                           AT END
                               SET EOFBereikt TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EigenarenBestand
           END-IF
           *> EOFVlag hoort bij de lus over de eigenaaruitbetalingen
           MOVE ZERO TO EOFVlag
           .

       NeemRegelOp.
           SET RegelNietOpgenomen TO TRUE
           IF BegunstigdeIban = SPACES
               ADD 1 TO AantalZonderIban
               EXIT PARAGRAPH
           END-IF
           IF AantalBatchRegels NOT < MaxBatchRegels
               ADD 1 TO AantalUitgesteld
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalBatchRegels
           MOVE AantalBatchRegels TO BT-Volgnummer(AantalBatchRegels)
           MOVE BegunstigdeBedrag TO BT-Bedrag(AantalBatchRegels)
           MOVE BegunstigdeNaam TO BT-Naam(AantalBatchRegels)
           MOVE BegunstigdeIban TO BT-Iban(AantalBatchRegels)
           MOVE BegunstigdeOmschrijving
             TO BT-Omschrijving(AantalBatchRegels)
           *> Een ampersand is in het XML-bestand niet toegestaan
           INSPECT BT-Naam(AantalBatchRegels)
             REPLACING ALL "&" BY "+"
           INSPECT BT-Omschrijving(AantalBatchRegels)
             REPLACING ALL "&" BY "+"
           ADD BegunstigdeBedrag TO TotaalBatch
           SET RegelOpgenomen TO TRUE
           .

       SchrijfSepaKop.
           MOVE SPACES TO XmlDatum XmlTijdstip
           STRING Tijdstempel(1:4) "-" Tijdstempel(5:2) "-"
             Tijdstempel(7:2) DELIMITED BY SIZE INTO XmlDatum
           STRING XmlDatum "T" Tijdstempel(9:2) ":" Tijdstempel(11:2)
             ":" Tijdstempel(13:2) DELIMITED BY SIZE INTO XmlTijdstip
           MOVE AantalBatchRegels TO XmlAantal
           MOVE TotaalBatch TO XmlBedrag
           MOVE "<?xml version='1.0' encoding='UTF-8'?>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "<Document xmlns='urn:iso:std:iso:20022:tech:xsd:"
             "pain.001.001.03'>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE " <CstmrCdtTrfInitn>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "  <GrpHdr>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <MsgId>UB" BatchnummerTekst "</MsgId>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <CreDtTm>" XmlTijdstip "</CreDtTm>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           PERFORM SchrijfAantalEnTotaal
           MOVE SPACES TO RegelBuffer
           STRING "   <InitgPty><Nm>" FUNCTION TRIM (EigenNaam)
             "</Nm></InitgPty>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "  </GrpHdr>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "  <PmtInf>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <PmtInfId>UB" BatchnummerTekst "</PmtInfId>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "   <PmtMtd>TRF</PmtMtd>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           PERFORM SchrijfAantalEnTotaal
           MOVE "   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
             TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <ReqdExctnDt>" XmlDatum "</ReqdExctnDt>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <Dbtr><Nm>" FUNCTION TRIM (EigenNaam)
             "</Nm></Dbtr>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <DbtrAcct><Id><IBAN>" FUNCTION TRIM (EigenIban)
             "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
             INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
             "</Id></Othr></FinInstnId></DbtrAgt>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "   <ChrgBr>SLEV</ChrgBr>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           .

       SchrijfAantalEnTotaal.
           MOVE SPACES TO RegelBuffer
           STRING "   <NbOfTxs>" FUNCTION TRIM (XmlAantal) "</NbOfTxs>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "   <CtrlSum>" FUNCTION TRIM (XmlBedrag) "</CtrlSum>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           .

       SchrijfSepaTransactie.
           *> Het kenmerk UB<batch><volgnummer> komt als EndToEndId op
           *> het bankafschrift terug
           MOVE SPACES TO EndToEndId
           STRING "UB" BatchnummerTekst BT-Volgnummer(BatchIndex)
             DELIMITED BY SIZE INTO EndToEndId
           MOVE BT-Bedrag(BatchIndex) TO XmlBedrag
           MOVE "   <CdtTrfTxInf>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "    <PmtId><EndToEndId>" EndToEndId
             "</EndToEndId></PmtId>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "    <Amt><InstdAmt Ccy='EUR'>"
             FUNCTION TRIM (XmlBedrag) "</InstdAmt></Amt>"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "    <Cdtr><Nm>" FUNCTION TRIM (BT-Naam(BatchIndex))
             "</Nm></Cdtr>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "    <CdtrAcct><Id><IBAN>"
             FUNCTION TRIM (BT-Iban(BatchIndex))
             "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
             INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE SPACES TO RegelBuffer
           STRING "    <RmtInf><Ustrd>" EndToEndId " "
             FUNCTION TRIM (BT-Omschrijving(BatchIndex))
             "</Ustrd></RmtInf>" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "   </CdtTrfTxInf>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           .

       SchrijfSepaSlot.
           MOVE "  </PmtInf>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE " </CstmrCdtTrfInitn>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           MOVE "</Document>" TO RegelBuffer
           PERFORM SchrijfSepaRegel
           .

       SchrijfSepaRegel.
           WRITE SepaRegel FROM RegelBuffer
           .

       KopieerWachtrijTerug.
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijWerkBestand
           OPEN OUTPUT WachtrijBestand
           READ WachtrijWerkBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE WachtrijWerkrecord TO Wachtrijrecord
               WRITE Wachtrijrecord
               READ WachtrijWerkBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WachtrijWerkBestand
           CLOSE WachtrijBestand
           .

       KopieerEigenaarUitbetalingenTerug.
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenWerk
           OPEN OUTPUT EigenaarUitbetalingenBestand
           READ EigenaarUitbetalingenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE EigenaarUitbetalingWerkrecord
                 TO EigenaarUitbetalingrecord
               WRITE EigenaarUitbetalingrecord
               READ EigenaarUitbetalingenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EigenaarUitbetalingenWerk
           CLOSE EigenaarUitbetalingenBestand
           .

       ToonBatches.
           DISPLAY SPACE
           DISPLAY "UITBETALINGEN PER BATCH"
           DISPLAY "======================="
           DISPLAY "kenmerk      | bedrag        | afgeschreven | "
             "omschrijving"
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijBestand
           IF IO-OK
               READ WachtrijBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-U-Batchnummer NOT = SPACES
                       COMPUTE BedragCenten = FS-U-Bedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       DISPLAY "UB" FS-U-Batchnummer
                         FS-U-BatchVolgnummer " | " ToonBedrag " | "
                         FS-U-DatumAfgeschreven "     | reservering "
                         FS-U-Reserveringsnummer
                   END-IF
                   READ WachtrijBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WachtrijBestand
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenBestand
           IF IO-OK
               READ EigenaarUitbetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-EU-Batchnummer NOT = SPACES
                       COMPUTE BedragCenten = FS-EU-Bedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       DISPLAY "UB" FS-EU-Batchnummer
                         FS-EU-BatchVolgnummer " | " ToonBedrag " | "
                         FS-EU-DatumAfgeschreven "     | eigenaar "
                         FS-EU-Eigenaarnummer " " FS-EU-Jaar "-"
                         FS-EU-Kwartaal
                   END-IF
                   READ EigenaarUitbetalingenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EigenaarUitbetalingenBestand
           END-IF
           .

       StelRekeningIn.
           PERFORM LeesEigenRekening
           DISPLAY "Huidige rekening: " FUNCTION TRIM (EigenNaam) " "
             EigenIban
           DISPLAY "Naam rekeninghouder: " WITH NO ADVANCING
           ACCEPT EigenNaam
           DISPLAY "IBAN: " WITH NO ADVANCING
           ACCEPT EigenIban
           IF EigenIban = SPACES
               DISPLAY "Zonder IBAN is er niets gewijzigd."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RekeningBestand
           MOVE EigenNaam TO RekeningNaam
           MOVE EigenIban TO RekeningIban
           WRITE Rekeningrecord
           CLOSE RekeningBestand
           DISPLAY "De eigen bankrekening is vastgelegd."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Wachtrij
             PadDir-WachtrijWerk
             PadDir-EigenaarUitbetalingen
             PadDir-EigenaarUitbetalingenWerk
             PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-Eigenaren
             PadDir-BetaalRekening
           .
