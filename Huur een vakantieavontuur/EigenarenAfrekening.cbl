           ASSIGN TO Pad-EigenarenAfrekening
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Uitbetalingen aan de eigenaren voor de betaalbatch
       SELECT EigenaarUitbetalingenBestand
           ASSIGN TO Pad-EigenaarUitbetalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Gereedgemelde werkorders voor rekening van de eigenaar worden
       *> op de afrekening in mindering gebracht
       SELECT WerkordersBestand
           ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersWerk
           ASSIGN TO Pad-WerkordersWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParametersBestand
           ASSIGN TO Pad-WerkorderParameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       COPY Eigenaar REPLACING ==(pf)== BY ==FS-E==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).
       FD EigenaarUitbetalingenBestand.
       01 EigenaarUitbetalingrecord.
       COPY EigenaarUitbetaling REPLACING ==(pf)== BY ==FS-EU==.
       FD WerkordersBestand.
       01 Werkorderrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-W==.
       FD WerkordersWerk.
       01 WerkorderWerkrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-WW==.
       FD ParametersBestand.
       01 Parameterrecord.
       COPY WerkorderParameters REPLACING ==(pf)== BY ==FS-P==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-EigenarenAfrekening.
         02 PadDir-EigenarenAfrekening PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EigenarenAfrekening.txt".
       01 Pad-EigenaarUitbetalingen.
         02 PadDir-EigenaarUitbetalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EigenaarUitbetalingen.dat".
       01 Pad-Werkorders.
         02 PadDir-Werkorders PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Werkorders.dat".
       01 Pad-WerkordersWerk.
         02 PadDir-WerkordersWerk PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WerkordersWerk.dat".
       01 Pad-WerkorderParameters.
         02 PadDir-WerkorderParameters PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WerkorderParameters.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
           03 WT-Woningnummer PIC 99.
           03 WT-Type PIC X.
           03 WT-Eigenaar PIC 9(4).
           03 WT-Parkcode PIC XX.
       01 AantalWoningen PIC 99 VALUE ZERO.
       01 WoningIndex PIC 99 VALUE ZERO.
       *> Omzet per eigenaar
         02 EigenaarOmzetRegel OCCURS 50 TIMES.
           03 EO-Eigenaarnummer PIC 9(4).
           03 EO-Omzet PIC 9(7)V99.
           03 EO-UitTeBetalen PIC 9(7)V99.
           03 EO-KlaarVlag PIC 9.
             88 EO-Klaargezet VALUE 1.
       01 AantalEigenarenMetOmzet PIC 99 VALUE ZERO.
       01 EigenaarIndex PIC 99 VALUE ZERO.
       *> Prijsbepaling per week
       *> Uitbetaling
       01 CommissieBedrag PIC 9(7)V99 VALUE ZERO.
       01 UitTeBetalen PIC 9(7)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayBedrag PIC ZZZZZZ9,99.
       *> Klaarzetten voor de betaalbatch
       01 BevestigingInput PIC X VALUE SPACE.
         88 BevestigingJa VALUE "J" "j".
       01 AlKlaargezetVlag PIC 9 VALUE 0.
         88 AlKlaargezet VALUE 1.
         88 NogNietKlaargezet VALUE 0.
       01 AantalKlaargezet PIC 99 VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Werkorders voor rekening van de eigenaar: gereed tot en met
       *> het einde van het kwartaal en nog niet (of in dit kwartaal)
       *> verrekend. Status A = in mindering gebracht, D = doorgeschoven
       *> (saldo ontoereikend), W = wacht op goedkeuring, B = betwist
       01 WerkorderParameters.
       COPY WerkorderParameters REPLACING ==(pf)== BY ==WP==.
       78 StandaardUurtarief VALUE 45.00.
       78 StandaardEigenaarDrempel VALUE 50.00.
       78 StandaardGoedkeuringsLimiet VALUE 250.00.
       01 KwartaalEinde PIC X(8) VALUE SPACES.
       01 DezePeriode PIC X(5) VALUE SPACES.
       01 OrderKosten PIC 9(7)V99 VALUE ZERO.
       01 OrderParkcode PIC XX VALUE SPACES.
       01 VerrekenTabel.
         02 VerrekenRegel OCCURS 200 TIMES.
           03 VT-Werkordernummer PIC 9(5).
           03 VT-EigenaarIndex PIC 99.
           03 VT-Omschrijving PIC X(40).
           03 VT-Bedrag PIC 9(7)V99.
           03 VT-Status PIC X.
             88 VT-TeVerrekenen VALUE "V".
             88 VT-Afgetrokken VALUE "A".
             88 VT-Doorgeschoven VALUE "D".
             88 VT-WachtOpGoedkeuring VALUE "W".
             88 VT-Betwist VALUE "B".
           03 VT-AlVerrekendVlag PIC 9.
             88 VT-AlVerrekend VALUE 1.
       01 AantalVerrekenOrders PIC 999 VALUE ZERO.
       01 VerrekenIndex PIC 999 VALUE ZERO.
       01 AantalTeMarkeren PIC 999 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           END-EVALUATE
           PERFORM LaadWoningen
           PERFORM TelOmzetPerEigenaar
           PERFORM LaadWerkordersEigenaar
           PERFORM SchrijfAfrekening
           PERFORM ZetUitbetalingenKlaar
           EXIT PROGRAM.

       LaadWoningen.
                       ADD 1 TO AantalWoningen
                       MOVE Woningnummer TO WT-Woningnummer(AantalWoningen)
                       MOVE Woningtype TO WT-Type(AantalWoningen)
                       MOVE WoningParkcode TO WT-Parkcode(AantalWoningen)
                       IF WoningEigenaar IS NUMERIC
                           MOVE WoningEigenaar TO WT-Eigenaar(AantalWoningen)
                       ELSE
                   MOVE GevondenType TO WS-P-C-Woningtype
                   MOVE HuidigWeeknummer TO WS-P-C-Weeknummer
                   MOVE -1 TO WS-P-C-DagenVoorAankomst
                   MOVE ZERO TO WS-P-C-Jaar
                   MOVE SPACES TO WS-P-C-Tariefbestand
                   CALL "BepaalWeekprijs"
                     USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                           BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
               ADD 1 TO AantalEigenarenMetOmzet
               MOVE GevondenEigenaar TO EO-Eigenaarnummer(AantalEigenarenMetOmzet)
               MOVE WS-P-R-Weekprijs TO EO-Omzet(AantalEigenarenMetOmzet)
               MOVE ZERO TO EO-KlaarVlag(AantalEigenarenMetOmzet)
           END-IF
           .

       LaadWerkordersEigenaar.
           *> Gereedgemelde orders voor rekening van de eigenaar boven de
           *> eigenaarsdrempel. Orders die wachten op goedkeuring of
           *> betwist zijn, komen wel op de afrekening maar worden
           *> aangehouden tot een volgend kwartaal
           PERFORM LeesWerkorderParameters
           EVALUATE Kwartaal
               WHEN 1
                   STRING AfrekenJaar "0331" DELIMITED BY SIZE INTO KwartaalEinde
               WHEN 2
                   STRING AfrekenJaar "0630" DELIMITED BY SIZE INTO KwartaalEinde
               WHEN 3
                   STRING AfrekenJaar "0930" DELIMITED BY SIZE INTO KwartaalEinde
               WHEN OTHER
                   STRING AfrekenJaar "1231" DELIMITED BY SIZE INTO KwartaalEinde
           END-EVALUATE
           STRING AfrekenJaar Kwartaal DELIMITED BY SIZE INTO DezePeriode
           MOVE ZERO TO AantalVerrekenOrders
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WerkordersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-W-KostendragerEigenaar
                 AND FS-W-StatusGereed
                 AND FS-W-DatumGereed NOT EQUALS SPACES
                 AND FS-W-DatumGereed <= KwartaalEinde
                 AND (FS-W-VerrekendPeriode EQUALS SPACES
                   OR FS-W-VerrekendPeriode EQUALS DezePeriode)
                   PERFORM NeemWerkorderOp
               END-IF
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersBestand
           .

       NeemWerkorderOp.
           COMPUTE OrderKosten = FS-W-KostenOnderdelen + FS-W-KostenUren * WP-Uurtarief
           IF OrderKosten <= WP-EigenaarDrempel
               *> Kleine reparaties blijven voor rekening van het park
               EXIT PARAGRAPH
           END-IF
           MOVE FS-W-Parkcode TO OrderParkcode
           IF OrderParkcode EQUALS SPACES
               MOVE "01" TO OrderParkcode
           END-IF
           MOVE ZERO TO GevondenEigenaar
           PERFORM VARYING WoningIndex FROM 1 BY 1 UNTIL WoningIndex > AantalWoningen
               IF WT-Woningnummer(WoningIndex) EQUALS FS-W-Woningnummer
                 AND WT-Parkcode(WoningIndex) EQUALS OrderParkcode
                   MOVE WT-Eigenaar(WoningIndex) TO GevondenEigenaar
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF GevondenEigenaar EQUALS ZERO OR AantalVerrekenOrders >= 200
               EXIT PARAGRAPH
           END-IF
           *> Een eigenaar zonder omzet in dit kwartaal komt ook op de
           *> afrekening, zodat hij zijn orders ziet
           PERFORM VARYING EigenaarIndex FROM 1 BY 1 UNTIL EigenaarIndex > AantalEigenarenMetOmzet
               IF EO-Eigenaarnummer(EigenaarIndex) EQUALS GevondenEigenaar
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF EigenaarIndex > AantalEigenarenMetOmzet
               IF AantalEigenarenMetOmzet >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalEigenarenMetOmzet
               MOVE AantalEigenarenMetOmzet TO EigenaarIndex
               MOVE GevondenEigenaar TO EO-Eigenaarnummer(EigenaarIndex)
               MOVE ZERO TO EO-Omzet(EigenaarIndex)
               MOVE ZERO TO EO-KlaarVlag(EigenaarIndex)
           END-IF
           ADD 1 TO AantalVerrekenOrders
           MOVE FS-W-Werkordernummer TO VT-Werkordernummer(AantalVerrekenOrders)
           MOVE EigenaarIndex TO VT-EigenaarIndex(AantalVerrekenOrders)
           MOVE FS-W-Omschrijving TO VT-Omschrijving(AantalVerrekenOrders)
           MOVE OrderKosten TO VT-Bedrag(AantalVerrekenOrders)
           EVALUATE TRUE
               WHEN FS-W-VerrekendPeriode EQUALS DezePeriode
                   MOVE "V" TO VT-Status(AantalVerrekenOrders)
               WHEN FS-W-GoedkeuringWacht
                   MOVE "W" TO VT-Status(AantalVerrekenOrders)
               WHEN FS-W-GoedkeuringBetwist
                   MOVE "B" TO VT-Status(AantalVerrekenOrders)
               WHEN OTHER
                   MOVE "V" TO VT-Status(AantalVerrekenOrders)
           END-EVALUATE
           IF FS-W-VerrekendPeriode EQUALS DezePeriode
               MOVE 1 TO VT-AlVerrekendVlag(AantalVerrekenOrders)
           ELSE
               MOVE 0 TO VT-AlVerrekendVlag(AantalVerrekenOrders)
           END-IF
           .

       LeesWerkorderParameters.
           MOVE StandaardUurtarief TO WP-Uurtarief
           MOVE StandaardEigenaarDrempel TO WP-EigenaarDrempel
           MOVE StandaardGoedkeuringsLimiet TO WP-GoedkeuringsLimiet
           OPEN INPUT ParametersBestand
           IF IO-OK
               READ ParametersBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parameterrecord TO WerkorderParameters
               END-READ
               CLOSE ParametersBestand
           END-IF
           .

           MOVE SPACES TO RegelBuffer
           STRING "Eigenaar " EO-Eigenaarnummer(EigenaarIndex) " " FUNCTION TRIM (FS-E-Naam) " (" FS-E-Iban ")" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = EO-Omzet(EigenaarIndex) * 100
           MOVE BedragCenten TO DisplayBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  huuromzet " DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = CommissieBedrag * 100
           MOVE BedragCenten TO DisplayBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  commissie " FS-E-CommissiePercentage " procent: -" DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING VerrekenIndex FROM 1 BY 1 UNTIL VerrekenIndex > AantalVerrekenOrders
               IF VT-EigenaarIndex(VerrekenIndex) EQUALS EigenaarIndex
                   PERFORM SchrijfWerkorderRegel
               END-IF
           END-PERFORM
           MOVE UitTeBetalen TO EO-UitTeBetalen(EigenaarIndex)
           COMPUTE BedragCenten = UitTeBetalen * 100
           MOVE BedragCenten TO DisplayBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  uit te betalen " DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfWerkorderRegel.
           *> Elke reparatie als eigen regel; wat het saldo te boven gaat
           *> schuift door naar het volgende kwartaal
           IF VT-TeVerrekenen(VerrekenIndex)
               IF VT-Bedrag(VerrekenIndex) <= UitTeBetalen
                   SUBTRACT VT-Bedrag(VerrekenIndex) FROM UitTeBetalen
                   SET VT-Afgetrokken(VerrekenIndex) TO TRUE
               ELSE
                   SET VT-Doorgeschoven(VerrekenIndex) TO TRUE
               END-IF
           END-IF
           COMPUTE BedragCenten = VT-Bedrag(VerrekenIndex) * 100
           MOVE BedragCenten TO DisplayBedrag
           MOVE SPACES TO RegelBuffer
           EVALUATE TRUE
               WHEN VT-Afgetrokken(VerrekenIndex)
                   STRING "  werkorder " VT-Werkordernummer(VerrekenIndex) " " VT-Omschrijving(VerrekenIndex) ": -" DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
               WHEN VT-Doorgeschoven(VerrekenIndex)
                   STRING "  werkorder " VT-Werkordernummer(VerrekenIndex) " " VT-Omschrijving(VerrekenIndex) ": " DisplayBedrag " doorgeschoven naar volgend kwartaal (saldo ontoereikend)" DELIMITED BY SIZE INTO RegelBuffer
               WHEN VT-WachtOpGoedkeuring(VerrekenIndex)
                   STRING "  werkorder " VT-Werkordernummer(VerrekenIndex) " " VT-Omschrijving(VerrekenIndex) ": " DisplayBedrag " wacht op uw goedkeuring, aangehouden tot volgend kwartaal" DELIMITED BY SIZE INTO RegelBuffer
               WHEN OTHER
                   STRING "  werkorder " VT-Werkordernummer(VerrekenIndex) " " VT-Omschrijving(VerrekenIndex) ": " DisplayBedrag " betwist, aangehouden tot volgend kwartaal" DELIMITED BY SIZE INTO RegelBuffer
           END-EVALUATE
           PERFORM SchrijfRegel
           .

       ZetUitbetalingenKlaar.
           *> Alleen de afrekening over beide parken samen gaat naar de
           *> betaalbatch, anders zou een eigenaar met woningen in beide
           *> parken per park dubbel kunnen worden klaargezet
           IF AantalEigenarenMetOmzet EQUALS ZERO
             OR GekozenPark NOT EQUALS "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Uitbetalingen klaarzetten voor de betaalbatch? "
             "(J/N): " WITH NO ADVANCING
           ACCEPT BevestigingInput
           IF NOT BevestigingJa
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO AantalKlaargezet
           PERFORM VARYING EigenaarIndex FROM 1 BY 1
             UNTIL EigenaarIndex > AantalEigenarenMetOmzet
               IF EO-UitTeBetalen(EigenaarIndex) > ZERO
                   PERFORM ZetEigenaarKlaar
               ELSE
                   *> Saldo volledig verrekend met werkorders: niets uit
                   *> te betalen, de orders zijn wel verrekend
                   SET EO-Klaargezet(EigenaarIndex) TO TRUE
               END-IF
           END-PERFORM
           DISPLAY "Aantal uitbetalingen klaargezet: " AantalKlaargezet
           PERFORM MarkeerWerkordersVerrekend
           .

       MarkeerWerkordersVerrekend.
           *> In mindering gebrachte orders krijgen het kwartaal mee,
           *> zodat ze niet nogmaals worden verrekend
           MOVE ZERO TO AantalTeMarkeren
           PERFORM VARYING VerrekenIndex FROM 1 BY 1 UNTIL VerrekenIndex > AantalVerrekenOrders
               IF VT-Afgetrokken(VerrekenIndex)
                 AND NOT VT-AlVerrekend(VerrekenIndex)
                 AND EO-Klaargezet(VT-EigenaarIndex(VerrekenIndex))
                   ADD 1 TO AantalTeMarkeren
               END-IF
           END-PERFORM
           IF AantalTeMarkeren EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           OPEN OUTPUT WerkordersWerk
           READ WerkordersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               PERFORM VARYING VerrekenIndex FROM 1 BY 1 UNTIL VerrekenIndex > AantalVerrekenOrders
                   IF VT-Werkordernummer(VerrekenIndex) EQUALS FS-W-Werkordernummer
                     AND VT-Afgetrokken(VerrekenIndex)
                     AND NOT VT-AlVerrekend(VerrekenIndex)
                     AND EO-Klaargezet(VT-EigenaarIndex(VerrekenIndex))
                       MOVE DezePeriode TO FS-W-VerrekendPeriode
                   END-IF
               END-PERFORM
               WRITE WerkorderWerkrecord FROM Werkorderrecord
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersBestand, WerkordersWerk
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersWerk
           OPEN OUTPUT WerkordersBestand
           READ WerkordersWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Werkorderrecord FROM WerkorderWerkrecord
               READ WerkordersWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersWerk, WerkordersBestand
           DISPLAY "Aantal werkorders verrekend met eigenaren: " AantalTeMarkeren
           .

       ZetEigenaarKlaar.
           *> Een kwartaal wordt per eigenaar maar een keer klaargezet
           SET NogNietKlaargezet TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenBestand
           IF IO-OK
               READ EigenaarUitbetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-EU-Eigenaarnummer
                     EQUALS EO-Eigenaarnummer(EigenaarIndex)
                     AND FS-EU-Jaar EQUALS AfrekenJaar
                     AND FS-EU-Kwartaal EQUALS Kwartaal
                       SET AlKlaargezet TO TRUE
                   END-IF
                   READ EigenaarUitbetalingenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EigenaarUitbetalingenBestand
           END-IF
           IF AlKlaargezet
               DISPLAY "Eigenaar " EO-Eigenaarnummer(EigenaarIndex)
                 " staat voor dit kwartaal al klaar; overgeslagen."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND EigenaarUitbetalingenBestand
           IF IOStatus EQUALS 35
               CLOSE EigenaarUitbetalingenBestand
               OPEN OUTPUT EigenaarUitbetalingenBestand
           END-IF
           IF IOStatus EQUALS 00 OR 05
               MOVE EO-Eigenaarnummer(EigenaarIndex)
                 TO FS-EU-Eigenaarnummer
               MOVE AfrekenJaar TO FS-EU-Jaar
               MOVE Kwartaal TO FS-EU-Kwartaal
               MOVE DatumVandaag TO FS-EU-DatumAfrekening
               MOVE EO-UitTeBetalen(EigenaarIndex) TO FS-EU-Bedrag
               MOVE SPACES TO FS-EU-Batchnummer FS-EU-BatchVolgnummer
                 FS-EU-DatumAfgeschreven
               WRITE EigenaarUitbetalingrecord
               CLOSE EigenaarUitbetalingenBestand
               ADD 1 TO AantalKlaargezet
               SET EO-Klaargezet(EigenaarIndex) TO TRUE
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "EigenaarUitbetalingen.dat: " IOStatus
           END-IF
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer)
           WRITE Rapportregel FROM RegelBuffer
             PadDir-Woningen
             PadDir-Eigenaren
             PadDir-EigenarenAfrekening
             PadDir-EigenaarUitbetalingen
             PadDir-Werkorders
             PadDir-WerkordersWerk
             PadDir-WerkorderParameters
           .
