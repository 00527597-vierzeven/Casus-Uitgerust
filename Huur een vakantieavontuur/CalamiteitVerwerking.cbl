       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalamiteitVerwerking.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Calamiteitenafhandeling: bij sluiting van een heel park of
       *> van een aantal woningen (storm, wateroverlast, uitgevallen
       *> riolering) over een weekbereik worden alle getroffen
       *> reserveringen in een keer verwerkt. Elke reservering wordt
       *> omgeboekt naar een vrije woning van hetzelfde type (eerst
       *> in hetzelfde park, dan in een ander park, zelfde
       *> overlapregels als Herboeken); lukt dat niet, dan volgt een
       *> kosteloze annulering met een cadeaubon of een
       *> restitutieverzoek in de UitbetalingWachtrij. Elke gast krijgt
       *> een brief in zijn eigen taal; alles staat onder een
       *> calamiteitnummer in het journaal en in Calamiteiten.dat
       SELECT CalamiteitenBestand ASSIGN TO Pad-Calamiteiten
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
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BewonersBestand
           ASSIGN TO Pad-Bewoners
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-B-BewonersID
           FILE STATUS IS IOStatus.
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT BetalingenBestand ASSIGN TO Pad-Betalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WachtrijBestand ASSIGN TO Pad-Wachtrij
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CadeaubonnenBestand ASSIGN TO Pad-Cadeaubonnen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AanmeldingBestand ASSIGN TO Pad-AangemeldeOperator
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Creditnota bij een betaalde boeking, zoals AnnuleerBoeking
       SELECT FactuurRegisterBestand ASSIGN TO Pad-FactuurRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FactuurRegelsBestand ASSIGN TO Pad-FactuurRegels
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FactuurKengetallenBestand
           ASSIGN TO Pad-FactuurKengetallen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VerslagBestand ASSIGN TO VerslagPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BriefBestand ASSIGN TO BriefPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CalamiteitenBestand.
       01 Calamiteitrecord.
       COPY Calamiteit REPLACING ==(pf)== BY ==FS-CA==.
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
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD BetalingenBestand.
       01 Betalingsrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-P==.
       FD WachtrijBestand.
       01 Wachtrijrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-U==.
       FD CadeaubonnenBestand.
       01 Cadeaubonrecord.
       COPY Cadeaubon REPLACING ==(pf)== BY ==FS-CB==.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).
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
       FD VerslagBestand.
       01 VerslagRegel PIC X(132).
       FD BriefBestand.
       01 BriefRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Calamiteiten.
         02 PadDir-Calamiteiten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Calamiteiten.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 Pad-Wachtrij.
         02 PadDir-Wachtrij PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrij.dat".
       01 Pad-Cadeaubonnen.
         02 PadDir-Cadeaubonnen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Cadeaubonnen.dat".
       01 Pad-AangemeldeOperator.
         02 PadDir-AangemeldeOperator PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AangemeldeOperator.dat".
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
       01 VerslagPad PIC X(100) VALUE SPACES.
       01 BriefPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFWoningenVlag PIC 9 VALUE 0.
         88 EOFWoningen VALUE 1.
         88 NotEOFWoningen VALUE 0.
       01 EOFBewonersVlag PIC 9 VALUE 0.
         88 EOFBewoners VALUE 1.
         88 NotEOFBewoners VALUE 0.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
         88 EOFBetalingen VALUE 1.
         88 NotEOFBetalingen VALUE 0.
       01 EOFRegisterVlag PIC 9 VALUE 0.
         88 EOFRegister VALUE 1.
         88 NotEOFRegister VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 Bevestiging PIC X VALUE "N".
         88 BevestigingJa VALUE "J" "j".
       *> Selectie: park, heel park of losse woningen, weekbereik
       01 SelectiePark PIC XX VALUE "01".
       01 HeelParkInvoer PIC X VALUE "J".
         88 SelectieHeelPark VALUE "J" "j".
       01 SelectieJaar PIC 9(4) VALUE ZERO.
       01 SelectieWeekVan PIC 99 VALUE ZERO.
       01 SelectieWeekTot PIC 99 VALUE ZERO.
       01 SelectieOmschrijving PIC X(30) VALUE SPACES.
       78 MaxGeslotenWoningen VALUE 30.
       01 GeslotenTabel.
         02 GeslotenWoning PIC 99 OCCURS 30 TIMES.
       01 AantalGesloten PIC 99 VALUE ZERO.
       01 GeslotenIndex PIC 99 VALUE ZERO.
       01 InvoerWoning PIC 99 VALUE ZERO.
       01 GeslotenVlag PIC 9 VALUE 0.
         88 WoningGesloten VALUE 1.
         88 WoningOpen VALUE 0.
       *> Compensatie bij annulering
       01 CompensatieKeuze PIC X VALUE "C".
         88 CompensatieCadeaubon VALUE "C" "c".
         88 CompensatieTerugbetaling VALUE "T" "t".
       *> Getroffen reserveringen; H = handmatig afhandelen
       *> (allotment, eigen gebruik, wintercontract)
       78 MaxGetroffen VALUE 500.
       01 GetroffenTabel.
         02 GetroffenRegel OCCURS 500 TIMES.
           03 GT-Reserveringsnummer PIC 9(8).
           03 GT-Afhandeling PIC X.
             88 GT-Automatisch VALUE "A".
             88 GT-Handmatig VALUE "H".
       01 AantalGetroffen PIC 9(4) VALUE ZERO.
       01 GetroffenIndex PIC 9(4) VALUE ZERO.
       01 RecordPark PIC XX VALUE "01".
       01 RecordWeekEinde PIC 99 VALUE ZERO.
       01 RecordWoningGesloten PIC 9 VALUE 0.
       *> Calamiteit
       01 Calamiteitnummer PIC 9(6) VALUE ZERO.
       01 HoogsteCalamiteitnummer PIC 9(6) VALUE ZERO.
       01 AantalOmgeboekt PIC 9(4) VALUE ZERO.
       01 AantalGeannuleerd PIC 9(4) VALUE ZERO.
       01 AantalHandmatig PIC 9(4) VALUE ZERO.
       *> De te verwerken reservering
       01 DoelNummer PIC 9(8) VALUE ZERO.
       01 DoelJaar PIC 9(4) VALUE ZERO.
       01 DoelWeeknummer PIC 99 VALUE ZERO.
       01 DoelAantalWeken PIC 99 VALUE ZERO.
       01 DoelWeekEinde PIC 99 VALUE ZERO.
       01 BestaandWeekEinde PIC 99 VALUE ZERO.
       01 OudeWoning PIC 99 VALUE ZERO.
       01 OudePark PIC XX VALUE "01".
       01 OudType PIC X VALUE "S".
       01 HuidigeWoning PIC 99 VALUE ZERO.
       01 HuidigPark PIC XX VALUE "01".
       01 OverlapRecordPark PIC XX VALUE "01".
       01 NieuweWoning PIC 99 VALUE ZERO.
       01 NieuwePark PIC XX VALUE "01".
       01 ZoekInEigenParkVlag PIC 9 VALUE 1.
         88 ZoekInEigenPark VALUE 1.
         88 ZoekInAnderPark VALUE 0.
       01 OverlapVlag PIC 9 VALUE ZERO.
         88 GeenOverlap VALUE ZERO.
         88 Overlap VALUE 1.
       01 WoningGevondenVlag PIC 9 VALUE ZERO.
         88 WoningGevonden VALUE 1.
         88 WoningNietGevonden VALUE 0.
       01 Uitkomst PIC X VALUE SPACE.
         88 UitkomstOmgeboekt VALUE "O".
         88 UitkomstGeannuleerd VALUE "A".
         88 UitkomstOvergeslagen VALUE "S".
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
       COPY ParametersPeriodeSlot REPLACING ==(pf)== BY ==PS==.
       *> Terugbetaling en cadeaubon
       01 BetaaldBedrag PIC S9(7)V99 VALUE ZERO.
       01 HuidigeOperator PIC X(8) VALUE SPACES.
       01 HoogsteBonnummer PIC 9(6) VALUE ZERO.
       01 UitgegevenBon PIC 9(6) VALUE ZERO.
       01 BonVervalDatum PIC 9(8) VALUE ZERO.
       78 MaxBonBedrag VALUE 9999.99.
       01 Compensatie PIC X VALUE SPACE.
         88 CompensatieGeen VALUE SPACE.
         88 CompensatieBon VALUE "C".
         88 CompensatieWachtrij VALUE "T".
       *> Creditnota
       01 CreditOrigineelNummer PIC 9(6) VALUE ZERO.
       01 CreditOrigineelBedrag PIC S9(7)V99 VALUE ZERO.
       01 CreditRegelBuffer PIC X(132) VALUE SPACES.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonCreditBedrag PIC -ZZZZZ9,99.
       *> Brief en verslag
       COPY ParametersTaalTekst REPLACING ==(pf)== BY ==TX==.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       01 ToonBedrag PIC ZZZZZZ9,99.
       01 ToonUitkomst PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "CALAMITEITEN: SLUITING PARK OF WONINGEN"
               DISPLAY "======================================="
               DISPLAY "1. Calamiteit verwerken (omboeken/annuleren)"
               DISPLAY "2. Overzicht eerdere calamiteiten"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM VerwerkCalamiteit
                   WHEN 2
                       PERFORM ToonCalamiteiten
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       VerwerkCalamiteit.
           *> Annuleringen krijgen de datum van vandaag; die mag niet
           *> in een afgesloten boekperiode vallen
           MOVE DatumVandaag TO PS-C-Datum
           CALL "ControleerPeriodeSlot"
             USING BY CONTENT PS-C-ParametersPeriodeSlot,
                   BY REFERENCE PS-R-ParametersPeriodeSlot
           IF PS-R-PeriodeGesloten
               DISPLAY "De boekperiode van vandaag is afgesloten; "
                 "verwerken is niet mogelijk."
               EXIT PARAGRAPH
           END-IF
           PERFORM VraagSelectie
           IF SelectieWeekVan = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VerzamelGetroffen
           IF AantalGetroffen = ZERO
               DISPLAY "Er zijn geen reserveringen getroffen door "
                 "deze sluiting."
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Compensatie bij annulering (C = cadeaubon, "
             "T = terugbetaling): " WITH NO ADVANCING
           ACCEPT CompensatieKeuze
           IF NOT CompensatieCadeaubon
             AND NOT CompensatieTerugbetaling
               MOVE "C" TO CompensatieKeuze
           END-IF
           DISPLAY "Deze " AantalGetroffen " reservering(en) nu "
             "verwerken (J/N): " WITH NO ADVANCING
           ACCEPT Bevestiging
           IF NOT BevestigingJa
               DISPLAY "Verwerking afgebroken; er is niets gewijzigd."
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalCalamiteitnummer
           MOVE ZERO TO AantalOmgeboekt AantalGeannuleerd
             AantalHandmatig
           MOVE SPACES TO VerslagPad
           STRING OMG-HuurDir "Calamiteit" Calamiteitnummer ".txt"
             DELIMITED BY SIZE INTO VerslagPad
           OPEN OUTPUT VerslagBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het aanmaken van het verslag: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfVerslagKop
           OPEN I-O ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               CLOSE VerslagBestand
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING GetroffenIndex FROM 1 BY 1
             UNTIL GetroffenIndex > AantalGetroffen
               PERFORM VerwerkGetroffenReservering
           END-PERFORM
           CLOSE ReserveringenBestand
           MOVE SPACES TO VerslagRegel
           WRITE VerslagRegel
           MOVE SPACES TO RegelBuffer
           STRING "Omgeboekt: " AantalOmgeboekt " | geannuleerd: "
             AantalGeannuleerd " | handmatig af te handelen: "
             AantalHandmatig DELIMITED BY SIZE INTO RegelBuffer
           MOVE RegelBuffer TO VerslagRegel
           WRITE VerslagRegel
           CLOSE VerslagBestand
           PERFORM RegistreerCalamiteit
           DISPLAY SPACE
           DISPLAY "Calamiteit " Calamiteitnummer " verwerkt: "
             AantalOmgeboekt " omgeboekt, " AantalGeannuleerd
             " geannuleerd, " AantalHandmatig " handmatig."
           DISPLAY "Verslag: Calamiteit" Calamiteitnummer ".txt"
           .

       VraagSelectie.
           MOVE ZERO TO SelectieWeekVan
           MOVE ZERO TO AantalGesloten
           DISPLAY SPACE
           DISPLAY "Parkcode (leeg = 01): " WITH NO ADVANCING
           ACCEPT SelectiePark
           IF SelectiePark = SPACES
               MOVE "01" TO SelectiePark
           END-IF
           DISPLAY "Is het hele park gesloten (J/N): "
             WITH NO ADVANCING
           ACCEPT HeelParkInvoer
           IF NOT SelectieHeelPark
               MOVE "N" TO HeelParkInvoer
               DISPLAY "Gesloten woningnummers, een per regel "
                 "(0 = klaar):"
               MOVE 99 TO InvoerWoning
               PERFORM UNTIL InvoerWoning = ZERO
                 OR AantalGesloten = MaxGeslotenWoningen
                   DISPLAY "Woningnummer: " WITH NO ADVANCING
                   ACCEPT InvoerWoning
                   IF InvoerWoning > ZERO
                       ADD 1 TO AantalGesloten
                       MOVE InvoerWoning
                         TO GeslotenWoning (AantalGesloten)
                   END-IF
               END-PERFORM
               IF AantalGesloten = ZERO
                   DISPLAY "Geen woningen opgegeven; verwerking "
                     "afgebroken."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE "J" TO HeelParkInvoer
           END-IF
           DISPLAY "Jaar: " WITH NO ADVANCING
           ACCEPT SelectieJaar
           DISPLAY "Gesloten vanaf week: " WITH NO ADVANCING
           ACCEPT SelectieWeekVan
           DISPLAY "Gesloten tot en met week: " WITH NO ADVANCING
           ACCEPT SelectieWeekTot
           IF SelectieWeekVan < 1 OR SelectieWeekVan > 53
             OR SelectieWeekTot < SelectieWeekVan
             OR SelectieWeekTot > 53
               DISPLAY "Ongeldig weekbereik; verwerking afgebroken."
               MOVE ZERO TO SelectieWeekVan
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Oorzaak (bijv. storm, wateroverlast): "
             WITH NO ADVANCING
           ACCEPT SelectieOmschrijving
           .

       VerzamelGetroffen.
           *> Alle lopende reserveringen in het park en het weekbereik
           *> op een gesloten woning; onderhoud en verkochte weken
           *> tellen niet als gast
           MOVE ZERO TO AantalGetroffen
           SET NotEOD TO TRUE
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "GETROFFEN RESERVERINGEN"
           DISPLAY "Reservering | Klant    | Woning | Jaar | Week "
             "| Weken | Type | Afhandeling"
           READ ReserveringenBestand NEXT RECORD
               AT END
                   SET EOD TO TRUE
           END-READ
           PERFORM UNTIL EOD
               PERFORM BeoordeelRecord
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       BeoordeelRecord.
           IF FS-R-DatumAnnulering NOT = SPACES
             OR FS-R-DatumVerlopen NOT = SPACES
             OR FS-R-TypeOnderhoud
             OR FS-R-TypeVerkoop
             OR FS-R-Jaar NOT = SelectieJaar
               EXIT PARAGRAPH
           END-IF
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO RecordPark
           ELSE
               MOVE FS-R-Parkcode TO RecordPark
           END-IF
           IF RecordPark NOT = SelectiePark
               EXIT PARAGRAPH
           END-IF
           IF FS-R-AantalWeken = ZERO
               MOVE FS-R-Weeknummer TO RecordWeekEinde
           ELSE
               COMPUTE RecordWeekEinde =
                 FS-R-Weeknummer + FS-R-AantalWeken - 1
           END-IF
           IF FS-R-Weeknummer > SelectieWeekTot
             OR RecordWeekEinde < SelectieWeekVan
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-Woningnummer TO HuidigeWoning
           MOVE RecordPark TO HuidigPark
           PERFORM ControleerGesloten
           IF WoningOpen
               EXIT PARAGRAPH
           END-IF
           IF AantalGetroffen = MaxGetroffen
               DISPLAY ">>> Meer dan " MaxGetroffen " getroffen "
                 "reserveringen; de rest volgt in een tweede run."
               SET EOD TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalGetroffen
           MOVE FS-R-Reserveringsnummer
             TO GT-Reserveringsnummer (AantalGetroffen)
           IF FS-R-TypeBoeking OR FS-R-TypeOptie
               SET GT-Automatisch (AantalGetroffen) TO TRUE
               MOVE "omboeken of annuleren" TO ToonUitkomst
           ELSE
               SET GT-Handmatig (AantalGetroffen) TO TRUE
               MOVE "handmatig (allotment/eigen/winter)"
                 TO ToonUitkomst
           END-IF
           DISPLAY FS-R-Reserveringsnummer "    | "
             FS-R-Klantnummer " | " FS-R-Woningnummer "     | "
             FS-R-Jaar " | " FS-R-Weeknummer "   | "
             FS-R-AantalWeken "    | " FS-R-ReserveringsType
             "    | " ToonUitkomst
           .

       ControleerGesloten.
           *> Gesloten: woning in het geselecteerde park en (heel park
           *> of in de lijst van gesloten woningen)
           SET WoningOpen TO TRUE
           IF HuidigPark NOT = SelectiePark
               EXIT PARAGRAPH
           END-IF
           IF SelectieHeelPark
               SET WoningGesloten TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING GeslotenIndex FROM 1 BY 1
             UNTIL GeslotenIndex > AantalGesloten
               IF GeslotenWoning (GeslotenIndex) = HuidigeWoning
                   SET WoningGesloten TO TRUE
               END-IF
           END-PERFORM
           .

       VerwerkGetroffenReservering.
           MOVE GT-Reserveringsnummer (GetroffenIndex) TO DoelNummer
           MOVE DoelNummer TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   MOVE SPACES TO RegelBuffer
                   STRING DoelNummer " | niet meer gevonden"
                     DELIMITED BY SIZE INTO RegelBuffer
                   MOVE RegelBuffer TO VerslagRegel
                   WRITE VerslagRegel
                   EXIT PARAGRAPH
           END-READ
           IF GT-Handmatig (GetroffenIndex)
               ADD 1 TO AantalHandmatig
               MOVE SPACES TO RegelBuffer
               STRING DoelNummer " | woning " FS-R-Woningnummer
                 " | type " FS-R-ReserveringsType
                 " | HANDMATIG AFHANDELEN (allotment, eigen gebruik "
                 "of wintercontract)" DELIMITED BY SIZE
                 INTO RegelBuffer
               MOVE RegelBuffer TO VerslagRegel
               WRITE VerslagRegel
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-Woningnummer TO OudeWoning
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO OudePark
           ELSE
               MOVE FS-R-Parkcode TO OudePark
           END-IF
           MOVE FS-R-Jaar TO DoelJaar
           MOVE FS-R-Weeknummer TO DoelWeeknummer
           MOVE FS-R-AantalWeken TO DoelAantalWeken
           IF DoelAantalWeken = ZERO
               MOVE DoelWeeknummer TO DoelWeekEinde
           ELSE
               COMPUTE DoelWeekEinde =
                 DoelWeeknummer + DoelAantalWeken - 1
           END-IF
           MOVE OudeWoning TO HuidigeWoning
           MOVE OudePark TO HuidigPark
           PERFORM ZoekWoningType
           PERFORM ZoekVrijeWoning
           *> De zoektocht heeft de bestandspositie verzet: de
           *> reservering opnieuw lezen voor de mutatie
           MOVE DoelNummer TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WoningGevonden
               PERFORM BoekOm
           ELSE
               PERFORM AnnuleerKosteloos
           END-IF
           IF NOT UitkomstOvergeslagen
               PERFORM SchrijfGastBrief
           END-IF
           .

       ZoekWoningType.
           MOVE "S" TO OudType
           MOVE ZERO TO EOFWoningenVlag
           OPEN INPUT WoningenBestand
           READ WoningenBestand
               AT END
                   SET EOFWoningen TO TRUE
           END-READ
           PERFORM UNTIL EOFWoningen
               IF WoningParkcode = SPACES
                   MOVE "01" TO WoningParkcode
               END-IF
               IF Woningnummer = OudeWoning
                 AND WoningParkcode = OudePark
                   MOVE Woningtype TO OudType
                   SET EOFWoningen TO TRUE
               ELSE
                   READ WoningenBestand
                       AT END
                           SET EOFWoningen TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningenBestand
           .

       ZoekVrijeWoning.
           *> Eerst een vrije woning van hetzelfde type in hetzelfde
           *> park, daarna in een ander park; gesloten woningen vallen
           *> af, ook als er (nog) niets op geboekt staat
           SET WoningNietGevonden TO TRUE
           SET ZoekInEigenPark TO TRUE
           PERFORM DoorzoekWoningen
           IF WoningNietGevonden
               SET ZoekInAnderPark TO TRUE
               PERFORM DoorzoekWoningen
           END-IF
           .

       DoorzoekWoningen.
           MOVE ZERO TO EOFWoningenVlag
           OPEN INPUT WoningenBestand
           READ WoningenBestand
               AT END
                   SET EOFWoningen TO TRUE
           END-READ
           PERFORM UNTIL EOFWoningen
               IF WoningParkcode = SPACES
                   MOVE "01" TO HuidigPark
               ELSE
                   MOVE WoningParkcode TO HuidigPark
               END-IF
               MOVE Woningnummer TO HuidigeWoning
               IF Woningtype = OudType
                 AND ((ZoekInEigenPark AND HuidigPark = OudePark)
                   OR (ZoekInAnderPark
                       AND HuidigPark NOT = OudePark))
                   PERFORM ControleerGesloten
                   IF WoningOpen
                       PERFORM ControleerOverlapVoorWoning
                       IF GeenOverlap
                           SET WoningGevonden TO TRUE
                           MOVE HuidigeWoning TO NieuweWoning
                           MOVE HuidigPark TO NieuwePark
                           SET EOFWoningen TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT EOFWoningen
                   READ WoningenBestand
                       AT END
                           SET EOFWoningen TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningenBestand
           .

       ControleerOverlapVoorWoning.
           *> Zelfde overlapregels als Herboeken; de eigen reservering
           *> telt niet mee
           SET GeenOverlap TO TRUE
           SET NotEOD TO TRUE
           MOVE HuidigeWoning TO FS-R-Woningnummer
           START ReserveringenBestand KEY >= FS-R-Woningnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           IF NOT EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-IF
           PERFORM WITH TEST BEFORE UNTIL EOD
               OR FS-R-Woningnummer NOT EQUAL HuidigeWoning
               IF FS-R-Parkcode = SPACES
                   MOVE "01" TO OverlapRecordPark
               ELSE
                   MOVE FS-R-Parkcode TO OverlapRecordPark
               END-IF
               IF FS-R-Jaar = DoelJaar
                   AND OverlapRecordPark = HuidigPark
                   AND FS-R-Reserveringsnummer NOT = DoelNummer
                   AND FS-R-DatumAnnulering = SPACES
                   AND FS-R-DatumVerlopen = SPACES
                   IF FS-R-TypeVerkoop
                       MOVE 52 TO BestaandWeekEinde
                   ELSE
                       COMPUTE BestaandWeekEinde =
                         FS-R-Weeknummer + FS-R-AantalWeken - 1
                   END-IF
                   IF DoelWeeknummer <= BestaandWeekEinde
                     AND FS-R-Weeknummer <= DoelWeekEinde
                       SET Overlap TO TRUE
                   END-IF
               END-IF
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-PERFORM
           .

       BoekOm.
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE NieuweWoning TO FS-R-Woningnummer
           *> Een aankomstslot geldt alleen bij de receptie van het
           *> oude park
           IF NieuwePark NOT = OudePark
               MOVE SPACES TO FS-R-AankomstSlot
           END-IF
           MOVE NieuwePark TO FS-R-Parkcode
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Omboeken van " DoelNummer
                     " mislukt. IOStatus: " IOStatus
                   SET UitkomstOvergeslagen TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE
           SET UitkomstOmgeboekt TO TRUE
           ADD 1 TO AantalOmgeboekt
           MOVE "CalamiteitVerwerking" TO JRN-Programma
           MOVE SPACES TO JRN-Actie
           STRING "CAL" Calamiteitnummer " OMGEBOEKT"
             DELIMITED BY SIZE INTO JRN-Actie
           MOVE Reserveringsrecord TO JRN-BeeldNa
           CALL "SchrijfReserveringJournaal"
             USING JRN-ReserveringJournaal
           *> Oude woning uit het aggregaat, nieuwe woning erin
           MOVE "V" TO AGG-C-Actie
           MOVE OudeWoning TO AGG-C-Woningnummer
           MOVE DoelJaar TO AGG-C-Jaar
           MOVE DoelWeeknummer TO AGG-C-Weeknummer
           MOVE DoelAantalWeken TO AGG-C-AantalWeken
           IF FS-R-TypeBoeking
               MOVE "J" TO AGG-C-OmzetMeetellen
           ELSE
               MOVE "N" TO AGG-C-OmzetMeetellen
           END-IF
           MOVE OudePark TO AGG-C-Parkcode
           CALL "SchrijfBezettingAggregaat"
             USING AGG-C-ParametersBezettingAggregaat
           MOVE "T" TO AGG-C-Actie
           MOVE NieuweWoning TO AGG-C-Woningnummer
           MOVE NieuwePark TO AGG-C-Parkcode
           CALL "SchrijfBezettingAggregaat"
             USING AGG-C-ParametersBezettingAggregaat
           MOVE SPACES TO RegelBuffer
           STRING DoelNummer " | woning " OudeWoning " park "
             OudePark " | OMGEBOEKT naar woning " NieuweWoning
             " park " NieuwePark DELIMITED BY SIZE INTO RegelBuffer
           MOVE RegelBuffer TO VerslagRegel
           WRITE VerslagRegel
           .

       AnnuleerKosteloos.
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE DatumVandaag TO FS-R-DatumAnnulering
           MOVE "CA" TO FS-R-AnnuleringsReden
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Annuleren van " DoelNummer
                     " mislukt. IOStatus: " IOStatus
                   SET UitkomstOvergeslagen TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE
           SET UitkomstGeannuleerd TO TRUE
           ADD 1 TO AantalGeannuleerd
           MOVE "CalamiteitVerwerking" TO JRN-Programma
           MOVE SPACES TO JRN-Actie
           STRING "CAL" Calamiteitnummer " ANNULERING"
             DELIMITED BY SIZE INTO JRN-Actie
           MOVE Reserveringsrecord TO JRN-BeeldNa
           MOVE FS-R-AnnuleringsReden TO JRN-Reden
           CALL "SchrijfReserveringJournaal"
             USING JRN-ReserveringJournaal
           MOVE SPACES TO JRN-Reden
           MOVE "V" TO AGG-C-Actie
           MOVE OudeWoning TO AGG-C-Woningnummer
           MOVE DoelJaar TO AGG-C-Jaar
           MOVE DoelWeeknummer TO AGG-C-Weeknummer
           MOVE DoelAantalWeken TO AGG-C-AantalWeken
           MOVE OudePark TO AGG-C-Parkcode
           IF FS-R-TypeBoeking
               MOVE "J" TO AGG-C-OmzetMeetellen
           ELSE
               MOVE "N" TO AGG-C-OmzetMeetellen
           END-IF
           CALL "SchrijfBezettingAggregaat"
             USING AGG-C-ParametersBezettingAggregaat
           *> Geen annuleringskosten: een eventuele factuur wordt
           *> volledig gecrediteerd en alles wat betaald is gaat
           *> terug als cadeaubon of als terugbetaling
           IF FS-R-DatumBetaling > SPACES
               PERFORM MaakCreditnota
           END-IF
           PERFORM VerwijderBewoners
           PERFORM BepaalBetaaldBedrag
           SET CompensatieGeen TO TRUE
           IF BetaaldBedrag > ZERO
               IF CompensatieCadeaubon
                 AND BetaaldBedrag NOT > MaxBonBedrag
                   PERFORM GeefCadeaubonUit
               ELSE
                   PERFORM ZetRestitutieInWachtrij
               END-IF
           END-IF
           COMPUTE BedragCenten = BetaaldBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           EVALUATE TRUE
               WHEN CompensatieBon
                   STRING DoelNummer " | woning " OudeWoning
                     " park " OudePark " | GEANNULEERD, cadeaubon "
                     UitgegevenBon " van " ToonBedrag " euro"
                     DELIMITED BY SIZE INTO RegelBuffer
               WHEN CompensatieWachtrij
                   STRING DoelNummer " | woning " OudeWoning
                     " park " OudePark " | GEANNULEERD, restitutie "
                     ToonBedrag " euro in de wachtrij"
                     DELIMITED BY SIZE INTO RegelBuffer
               WHEN OTHER
                   STRING DoelNummer " | woning " OudeWoning
                     " park " OudePark " | GEANNULEERD, niets "
                     "betaald" DELIMITED BY SIZE INTO RegelBuffer
           END-EVALUATE
           MOVE RegelBuffer TO VerslagRegel
           WRITE VerslagRegel
           .

       BepaalBetaaldBedrag.
           MOVE ZERO TO BetaaldBedrag
           MOVE ZERO TO EOFBetalingenVlag
           OPEN INPUT BetalingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BetalingenBestand
               AT END
                   SET EOFBetalingen TO TRUE
           END-READ
           PERFORM UNTIL EOFBetalingen
               IF FS-P-Reserveringsnummer = DoelNummer
                   EVALUATE TRUE
                       WHEN FS-P-SoortAanbetaling
                       WHEN FS-P-SoortRestant
                       WHEN FS-P-SoortCadeaubon
                       WHEN FS-P-SoortCompensatie
                           ADD FS-P-Bedrag TO BetaaldBedrag
                       WHEN FS-P-SoortTerugbetaling
                           SUBTRACT FS-P-Bedrag FROM BetaaldBedrag
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
           END-PERFORM
           CLOSE BetalingenBestand
           .

       GeefCadeaubonUit.
           *> Nieuwe bon uit dezelfde reeks als CadeaubonBeheer, twee
           *> jaar geldig; het betaalde bedrag gaat van de reservering
           *> af naar de bon (terugbetaling soort T)
           MOVE ZERO TO HoogsteBonnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT CadeaubonnenBestand
           IF IO-OK
               READ CadeaubonnenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-CB-Bonnummer > HoogsteBonnummer
                       MOVE FS-CB-Bonnummer TO HoogsteBonnummer
                   END-IF
                   READ CadeaubonnenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CadeaubonnenBestand
           END-IF
           ADD 1 TO HoogsteBonnummer
           OPEN EXTEND CadeaubonnenBestand
           IF IOStatus = 35
               CLOSE CadeaubonnenBestand
               OPEN OUTPUT CadeaubonnenBestand
           END-IF
           IF IOStatus NOT = 00 AND NOT = 05
               DISPLAY ">>> Fout bij het openen van Cadeaubonnen.dat: "
                 IOStatus
               PERFORM ZetRestitutieInWachtrij
               EXIT PARAGRAPH
           END-IF
           MOVE HoogsteBonnummer TO FS-CB-Bonnummer
           MOVE BetaaldBedrag TO FS-CB-Bedrag
           MOVE BetaaldBedrag TO FS-CB-RestBedrag
           MOVE DatumVandaag TO FS-CB-UitgifteDatum
           COMPUTE FS-CB-VervalDatum = DatumVandaag + 20000
           MOVE "O" TO FS-CB-Status
           WRITE Cadeaubonrecord
           CLOSE CadeaubonnenBestand
           MOVE HoogsteBonnummer TO UitgegevenBon
           MOVE FS-CB-VervalDatum TO BonVervalDatum
           SET CompensatieBon TO TRUE
           OPEN EXTEND BetalingenBestand
           IF IOStatus = 00 OR 05
               MOVE DoelNummer TO FS-P-Reserveringsnummer
               MOVE DatumVandaag TO FS-P-Datum
               MOVE BetaaldBedrag TO FS-P-Bedrag
               MOVE "T" TO FS-P-Soort
               MOVE SPACE TO FS-P-Herkomst
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
           END-IF
           .

       ZetRestitutieInWachtrij.
           *> Terugbetaling altijd via de wachtrij (vier ogen), ook
           *> onder het drempelbedrag: een calamiteit raakt veel gasten
           *> tegelijk en de beheerder geeft ze samen vrij
           MOVE SPACES TO HuidigeOperator
           OPEN INPUT AanmeldingBestand
           IF IO-OK
               READ AanmeldingBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AangemeldeOperator TO HuidigeOperator
               END-READ
               CLOSE AanmeldingBestand
           END-IF
           OPEN EXTEND WachtrijBestand
           IF IOStatus = 35
               CLOSE WachtrijBestand
               OPEN OUTPUT WachtrijBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE DoelNummer TO FS-U-Reserveringsnummer
               MOVE DatumVandaag TO FS-U-DatumAanvraag
               MOVE BetaaldBedrag TO FS-U-Bedrag
               SET FS-U-SoortAnnuleringsRestitutie TO TRUE
               MOVE SPACES TO FS-U-Omschrijving
               STRING "Restitutie calamiteit " Calamiteitnummer
                 DELIMITED BY SIZE INTO FS-U-Omschrijving
               MOVE HuidigeOperator TO FS-U-AangevraagdDoor
               SET FS-U-StatusWachtend TO TRUE
               MOVE ZERO TO FS-U-DatumBesluit
               MOVE SPACES TO FS-U-BeoordeeldDoor
               MOVE SPACES TO FS-U-Batchnummer FS-U-BatchVolgnummer
                 FS-U-DatumAfgeschreven
               WRITE Wachtrijrecord
               CLOSE WachtrijBestand
               SET CompensatieWachtrij TO TRUE
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "UitbetalingWachtrij.dat: " IOStatus
           END-IF
           .

       MaakCreditnota.
           *> Zelfde werkwijze als AnnuleerBoeking: de laatste factuur
           *> met de bevestigde correcties wordt volledig gecrediteerd
           MOVE ZERO TO CreditOrigineelNummer
           MOVE ZERO TO CreditOrigineelBedrag
           MOVE ZERO TO EOFRegisterVlag
           OPEN INPUT FactuurRegisterBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FactuurRegisterBestand
               AT END
                   SET EOFRegister TO TRUE
           END-READ
           PERFORM UNTIL EOFRegister
               IF FS-FR-Reserveringsnummer = DoelNummer
                 AND FS-FR-SoortFactuur
                   MOVE FS-FR-Factuurnummer TO CreditOrigineelNummer
                   MOVE FS-FR-Bedrag TO CreditOrigineelBedrag
               END-IF
               IF FS-FR-Reserveringsnummer = DoelNummer
                 AND NOT FS-FR-SoortFactuur
                 AND CreditOrigineelNummer > ZERO
                 AND FS-FR-OrigineelFactuurnummer =
                     CreditOrigineelNummer
                   ADD FS-FR-Bedrag TO CreditOrigineelBedrag
               END-IF
               READ FactuurRegisterBestand
                   AT END
                       SET EOFRegister TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactuurRegisterBestand
           IF CreditOrigineelNummer = ZERO
             OR CreditOrigineelBedrag NOT > ZERO
               EXIT PARAGRAPH
           END-IF
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
           OPEN OUTPUT FactuurKengetallenBestand
           WRITE FactuurKengetallenrecord
           CLOSE FactuurKengetallenBestand
           OPEN EXTEND FactuurRegisterBestand
           IF IOStatus = 00 OR 05
               MOVE HoogsteFactuurnummer TO FS-FR-Factuurnummer
               MOVE "C" TO FS-FR-Soort
               MOVE DoelNummer TO FS-FR-Reserveringsnummer
               MOVE DatumVandaag TO FS-FR-Datum
               COMPUTE FS-FR-Bedrag = ZERO - CreditOrigineelBedrag
               MOVE CreditOrigineelNummer
                 TO FS-FR-OrigineelFactuurnummer
               WRITE FactuurRegisterrecord
               CLOSE FactuurRegisterBestand
           END-IF
           OPEN EXTEND FactuurRegelsBestand
           IF IOStatus = 00 OR 05
               MOVE HoogsteFactuurnummer TO FRG-Factuurnummer
               COMPUTE BedragCenten = CreditOrigineelBedrag * 100
               MOVE BedragCenten TO ToonCreditBedrag
               MOVE SPACES TO CreditRegelBuffer
               STRING "CREDITNOTA bij factuur " CreditOrigineelNummer
                 " wegens calamiteit " Calamiteitnummer
                 " boeking " DoelNummer " | " ToonCreditBedrag
                 " euro" DELIMITED BY SIZE INTO CreditRegelBuffer
               MOVE CreditRegelBuffer TO FRG-Regel
               WRITE FactuurRegelrecord
               CLOSE FactuurRegelsBestand
           END-IF
           .

       VerwijderBewoners.
           *> Bij een annulering vervallen ook de bewoners
           MOVE ZERO TO EOFBewonersVlag
           OPEN I-O BewonersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE DoelNummer TO FS-B-Reserveringsnummer
           MOVE ZERO TO FS-B-Volgnummer
           START BewonersBestand KEY >= FS-B-BewonersID
               INVALID KEY
                   SET EOFBewoners TO TRUE
           END-START
           PERFORM UNTIL EOFBewoners
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBewoners TO TRUE
               END-READ
               IF NOT EOFBewoners
                   IF FS-B-Reserveringsnummer NOT = DoelNummer
                       SET EOFBewoners TO TRUE
                   ELSE
                       DELETE BewonersBestand RECORD
                           INVALID KEY
                               DISPLAY "File status - " IOStatus
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BewonersBestand
           .

       SchrijfGastBrief.
           *> Brief in de taal van de gast (tekstcodes CO, CA en CE
           *> via HaalTaalTekst, NL terugval)
           OPEN INPUT KlantenBestand
           MOVE FS-R-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE "(onbekende klant)" TO FS-K-Naam
                   MOVE SPACES TO FS-K-Voornaam FS-K-Straat
                     FS-K-Huisnummer FS-K-Postcode FS-K-Woonplaats
                     FS-K-Taalcode
           END-READ
           CLOSE KlantenBestand
           MOVE SPACES TO BriefPad
           STRING OMG-HuurDir "CalamiteitBrief" DoelNummer ".txt"
             DELIMITED BY SIZE INTO BriefPad
           OPEN OUTPUT BriefBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het schrijven van de brief: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE "HUUR EEN VAKANTIEAVONTUUR - BELANGRIJK BERICHT"
             TO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE "==============================================="
             TO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (FS-K-Voornaam) " "
             FUNCTION TRIM (FS-K-Naam) DELIMITED BY SIZE
             INTO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (FS-K-Straat) " " FS-K-Huisnummer
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           STRING FS-K-Postcode "  " FUNCTION TRIM (FS-K-Woonplaats)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfBriefRegel
           STRING "Reservering " DoelNummer " | " DoelAantalWeken
             " we(e)k(en) vanaf week " DoelWeeknummer " van "
             DoelJaar " | kenmerk calamiteit " Calamiteitnummer
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE FS-K-Taalcode TO TX-C-Taalcode
           IF UitkomstOmgeboekt
               MOVE "CO" TO TX-C-TekstCode
           ELSE
               MOVE "CA" TO TX-C-TekstCode
           END-IF
           CALL "HaalTaalTekst"
             USING BY CONTENT TX-C-ParametersTaalTekst,
                   BY REFERENCE TX-R-ParametersTaalTekst
           EVALUATE TRUE
               WHEN TX-R-Tekst NOT = TX-C-TekstCode
                   MOVE TX-R-Tekst TO RegelBuffer
               WHEN UitkomstOmgeboekt
                   STRING "Door een calamiteit is uw woning niet "
                     "beschikbaar; wij hebben u kosteloos omgeboekt."
                     DELIMITED BY SIZE INTO RegelBuffer
               WHEN OTHER
                   STRING "Door een calamiteit kan uw verblijf niet "
                     "doorgaan; wij annuleren kosteloos."
                     DELIMITED BY SIZE INTO RegelBuffer
           END-EVALUATE
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           EVALUATE TRUE
               WHEN UitkomstOmgeboekt
                   STRING "Nieuwe woning: " NieuweWoning " (park "
                     NieuwePark "), zelfde type en dezelfde weken."
                     DELIMITED BY SIZE INTO RegelBuffer
               WHEN CompensatieBon
                   STRING "Cadeaubon " UitgegevenBon " ter waarde van "
                     ToonBedrag " euro, geldig tot " BonVervalDatum "."
                     DELIMITED BY SIZE INTO RegelBuffer
               WHEN CompensatieWachtrij
                   STRING "Het betaalde bedrag van " ToonBedrag
                     " euro wordt aan u terugbetaald."
                     DELIMITED BY SIZE INTO RegelBuffer
               WHEN OTHER
                   STRING "Geannuleerd per " DatumVandaag
                     "; er zijn geen kosten verschuldigd."
                     DELIMITED BY SIZE INTO RegelBuffer
           END-EVALUATE
           PERFORM SchrijfBriefRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfBriefRegel
           MOVE FS-K-Taalcode TO TX-C-Taalcode
           MOVE "CE" TO TX-C-TekstCode
           CALL "HaalTaalTekst"
             USING BY CONTENT TX-C-ParametersTaalTekst,
                   BY REFERENCE TX-R-ParametersTaalTekst
           IF TX-R-Tekst = "CE"
               MOVE "Onze excuses voor het ongemak." TO RegelBuffer
           ELSE
               MOVE TX-R-Tekst TO RegelBuffer
           END-IF
           PERFORM SchrijfBriefRegel
           CLOSE BriefBestand
           .

       SchrijfBriefRegel.
           MOVE RegelBuffer TO BriefRegel
           WRITE BriefRegel
           MOVE SPACES TO RegelBuffer
           .

       SchrijfVerslagKop.
           MOVE SPACES TO RegelBuffer
           STRING "CALAMITEIT " Calamiteitnummer " - "
             SelectieOmschrijving DELIMITED BY SIZE INTO RegelBuffer
           MOVE RegelBuffer TO VerslagRegel
           WRITE VerslagRegel
           MOVE SPACES TO RegelBuffer
           IF SelectieHeelPark
               STRING "Park " SelectiePark " geheel gesloten, jaar "
                 SelectieJaar " week " SelectieWeekVan " t/m "
                 SelectieWeekTot " | verwerkt op " DatumVandaag
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "Park " SelectiePark ", " AantalGesloten
                 " woning(en) gesloten, jaar " SelectieJaar " week "
                 SelectieWeekVan " t/m " SelectieWeekTot
                 " | verwerkt op " DatumVandaag
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           MOVE RegelBuffer TO VerslagRegel
           WRITE VerslagRegel
           MOVE ALL "-" TO VerslagRegel
           WRITE VerslagRegel
           .

       BepaalCalamiteitnummer.
           MOVE ZERO TO HoogsteCalamiteitnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT CalamiteitenBestand
           IF IO-OK
               READ CalamiteitenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-CA-Calamiteitnummer > HoogsteCalamiteitnummer
                       MOVE FS-CA-Calamiteitnummer
                         TO HoogsteCalamiteitnummer
                   END-IF
                   READ CalamiteitenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CalamiteitenBestand
           END-IF
           COMPUTE Calamiteitnummer = HoogsteCalamiteitnummer + 1
           .

       RegistreerCalamiteit.
           OPEN EXTEND CalamiteitenBestand
           IF IOStatus = 35
               CLOSE CalamiteitenBestand
               OPEN OUTPUT CalamiteitenBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE Calamiteitnummer TO FS-CA-Calamiteitnummer
               MOVE DatumVandaag TO FS-CA-Datum
               MOVE SelectiePark TO FS-CA-Parkcode
               MOVE SelectieJaar TO FS-CA-Jaar
               MOVE SelectieWeekVan TO FS-CA-WeekVan
               MOVE SelectieWeekTot TO FS-CA-WeekTot
               MOVE HeelParkInvoer TO FS-CA-HeelParkVlag
               MOVE SelectieOmschrijving TO FS-CA-Omschrijving
               MOVE AantalOmgeboekt TO FS-CA-AantalOmgeboekt
               MOVE AantalGeannuleerd TO FS-CA-AantalGeannuleerd
               MOVE AantalHandmatig TO FS-CA-AantalHandmatig
               WRITE Calamiteitrecord
               CLOSE CalamiteitenBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van Calamiteiten.dat: "
                 IOStatus
           END-IF
           .

       ToonCalamiteiten.
           MOVE ZERO TO EOFVlag
           OPEN INPUT CalamiteitenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen calamiteiten geregistreerd."
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Nummer | Datum    | Park | Jaar | Weken   | "
             "Heel | Omgeb | Annul | Handm | Oorzaak"
           READ CalamiteitenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               DISPLAY FS-CA-Calamiteitnummer " | " FS-CA-Datum " | "
                 FS-CA-Parkcode "   | " FS-CA-Jaar " | "
                 FS-CA-WeekVan " t/m " FS-CA-WeekTot " | "
                 FS-CA-HeelParkVlag "    | " FS-CA-AantalOmgeboekt
                 "  | " FS-CA-AantalGeannuleerd "  | "
                 FS-CA-AantalHandmatig "  | " FS-CA-Omschrijving
               READ CalamiteitenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CalamiteitenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Calamiteiten
             PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-Bewoners
             PadDir-Klanten
             PadDir-Betalingen
             PadDir-Wachtrij
             PadDir-Cadeaubonnen
             PadDir-AangemeldeOperator
             PadDir-FactuurRegister
             PadDir-FactuurRegels
             PadDir-FactuurKengetallen
           .
