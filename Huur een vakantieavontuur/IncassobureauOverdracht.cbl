       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncassobureauOverdracht.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Vorderingen die na de laatste aanmaning (AanmaningenBatch)
       *> open blijven, gaan maandelijks naar het incassobureau. De
       *> vordering staat daarna op "uit handen gegeven" en krijgt geen
       *> aanmaningen meer. De afdracht van het bureau (geind bedrag en
       *> ingehouden kosten per vordering) wordt hier ingelezen
       SELECT VorderingenBestand
           ASSIGN TO Pad-Vorderingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VorderingenWerkBestand
           ASSIGN TO Pad-VorderingenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BetalingenBestand
           ASSIGN TO Pad-Betalingen
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
       *> Aantal dagen na de laatste aanmaning voor de overdracht
       SELECT TermijnBestand ASSIGN TO Pad-IncassobureauTermijn
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Overdrachtsbestand voor het bureau, met de datum in de naam
       SELECT OverdrachtBestand ASSIGN TO OverdrachtPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Afdracht van het bureau:
       *> vorderingnummer;geind;kosten;datum (bedragen in centen)
       SELECT AfdrachtBestand ASSIGN TO Pad-IncassobureauAfdracht
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VerslagBestand ASSIGN TO VerslagPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD VorderingenBestand.
       01 Vorderingrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-V==.
       FD VorderingenWerkBestand.
       01 VorderingWerkrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-VW==.
       FD BetalingenBestand.
       01 Betalingsrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-P==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD TermijnBestand.
       01 Termijnrecord.
         02 TermijnDagen PIC 999.
       FD OverdrachtBestand.
       01 OverdrachtRegel PIC X(300).
       FD AfdrachtBestand.
       01 AfdrachtRegel PIC X(100).
       FD VerslagBestand.
       01 VerslagRegel PIC X(200).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Vorderingen.
         02 PadDir-Vorderingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Vorderingen.dat".
       01 Pad-VorderingenWerk.
         02 PadDir-VorderingenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "VorderingenWerk.dat".
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-IncassobureauTermijn.
         02 PadDir-IncassobureauTermijn PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "IncassobureauTermijn.dat".
       01 Pad-IncassobureauAfdracht.
         02 PadDir-IncassobureauAfdracht PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "IncassobureauAfdracht.csv".
       01 OverdrachtPad PIC X(100) VALUE SPACES.
       01 VerslagPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
         88 EOFBetalingen VALUE 1.
         88 NotEOFBetalingen VALUE 0.
       01 EOFAfdrachtVlag PIC 9 VALUE 0.
         88 EOFAfdracht VALUE 1.
         88 NotEOFAfdracht VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 INT-Vandaag PIC 9(8) COMP.
       01 INT-LaatsteAanmaning PIC 9(8) COMP.
       01 LaatsteAanmaningDatum PIC 9(8) VALUE ZERO.
       *> Termijn na de laatste aanmaning; de laatste aanmaning is de
       *> tweede (zie MaxVorderingAanmaningen in AanmaningenBatch)
       78 StandaardTermijnDagen VALUE 14.
       78 LaatsteAanmaning VALUE 2.
       01 HuidigeTermijn PIC 999 VALUE ZERO.
       01 NieuweTermijn PIC 999 VALUE ZERO.
       *> Openstaand bedrag van de vordering die wordt beoordeeld
       01 ZoekReserveringsnummer PIC 9(8) VALUE ZERO.
       01 NogOpenstaand PIC S9(7)V99 VALUE ZERO.
       01 VorderingOpen PIC S9(7)V99 VALUE ZERO.
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==WS-F==.
       *> Periodeslot: de geinde restanten gaan het grootboek in
       COPY ParametersPeriodeSlot REPLACING ==(pf)== BY ==WS-S==.
       *> Overdracht
       01 AantalOverdragen PIC 9(4) VALUE ZERO.
       01 AantalVoldaan PIC 9(4) VALUE ZERO.
       01 TotaalOverdragen PIC 9(9)V99 VALUE ZERO.
       01 SoortTekst PIC X(8) VALUE SPACES.
       *> Afdracht: velden uit de regel van het bureau
       01 AfdrachtVorderingTekst PIC X(6) VALUE SPACES.
       01 AfdrachtGeindTekst PIC X(9) VALUE SPACES.
       01 AfdrachtKostenTekst PIC X(9) VALUE SPACES.
       01 AfdrachtDatumTekst PIC X(8) VALUE SPACES.
       01 AfdrachtVorderingnummer PIC 9(6) VALUE ZERO.
       01 AfdrachtCenten PIC 9(9) VALUE ZERO.
       01 AfdrachtGeind PIC 9(7)V99 VALUE ZERO.
       01 AfdrachtKosten PIC 9(7)V99 VALUE ZERO.
       01 AfdrachtDatum PIC 9(8) VALUE ZERO.
       01 AfdrachtNetto PIC S9(7)V99 VALUE ZERO.
       01 AfdrachtVlag PIC 9 VALUE 0.
         88 AfdrachtVerwerkt VALUE 1.
         88 AfdrachtNietVerwerkt VALUE 0.
       01 UitvalReden PIC X(40) VALUE SPACES.
       01 AfdrachtRegelBewaard PIC X(100) VALUE SPACES.
       01 AantalAfdrachtRegels PIC 9(4) VALUE ZERO.
       01 AantalAfdrachtVerwerkt PIC 9(4) VALUE ZERO.
       01 AantalAfdrachtUitval PIC 9(4) VALUE ZERO.
       01 TotaalGeind PIC 9(9)V99 VALUE ZERO.
       01 TotaalKosten PIC 9(9)V99 VALUE ZERO.
       *> Afdrukvelden: bedragen via centen met een decimale komma
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZZZZ9,99.
       01 ToonGeind PIC -ZZZZZZZZ9,99.
       01 ToonKosten PIC -ZZZZZZZZ9,99.
       01 ToonNetto PIC -ZZZZZZZZ9,99.
       01 RegelBuffer PIC X(300) VALUE SPACES.

       *> Wijzigingsjournaal met voor/na-beeld
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
               DISPLAY SPACE
               DISPLAY "INCASSOBUREAU"
               DISPLAY "============="
               DISPLAY "1. Vorderingen uit handen geven (maandbatch)"
               DISPLAY "2. Afdracht van het incassobureau inlezen"
               DISPLAY "3. Vorderingen tonen"
               DISPLAY "4. Termijn na de laatste aanmaning instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM DraagVorderingenOver
                   WHEN 2
                       PERFORM VerwerkAfdracht
                   WHEN 3
                       PERFORM ToonVorderingen
                   WHEN 4
                       PERFORM StelTermijnIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           EXIT PROGRAM.

       DraagVorderingenOver.
           PERFORM LeesTermijn
           MOVE FUNCTION INTEGER-OF-DATE (DatumVandaag) TO INT-Vandaag
           MOVE ZERO TO AantalOverdragen
           MOVE ZERO TO AantalVoldaan
           MOVE ZERO TO TotaalOverdragen
           MOVE SPACES TO OverdrachtPad
           STRING OMG-HuurDir "IncassobureauOverdracht" DatumVandaag
             ".txt" DELIMITED BY SIZE INTO OverdrachtPad
           MOVE ZERO TO EOFVlag
           OPEN INPUT VorderingenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn geen vorderingen (Vorderingen.dat)."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VorderingenWerkBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "VorderingenWerk.dat: " IOStatus
               CLOSE VorderingenBestand
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OverdrachtBestand
           IF NOT IO-OK
               DISPLAY "Het overdrachtsbestand kan niet worden "
                 "aangemaakt. IO-Status: " IOStatus
               CLOSE VorderingenBestand
               CLOSE VorderingenWerkBestand
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "vorderingnummer;reserveringsnummer;klantnummer;"
             "naam;adres;postcode;woonplaats;telefoon;email;soort;"
             "omschrijving;datumontstaan;hoofdsom;reedsgeind;"
             "openstaand;aanmaningen;laatsteaanmaning"
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE OverdrachtRegel FROM RegelBuffer
           READ VorderingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-V-StatusOpen
                 AND FS-V-AantalAanmaningen >= LaatsteAanmaning
                   PERFORM BeoordeelOverdracht
               END-IF
               WRITE VorderingWerkrecord FROM Vorderingrecord
               READ VorderingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenBestand
           CLOSE VorderingenWerkBestand
           CLOSE OverdrachtBestand
           *> Pas nu het overdrachtsbestand er staat, gaan de
           *> vorderingen definitief op "uit handen gegeven"
           PERFORM KopieerVorderingenTerug
           DISPLAY SPACE
           COMPUTE BedragCenten = TotaalOverdragen * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Uit handen gegeven       : " AantalOverdragen
             " vorderingen, totaal " FUNCTION TRIM (ToonBedrag)
             " euro"
           DISPLAY "Inmiddels voldaan        : " AantalVoldaan
           IF AantalOverdragen > ZERO
               DISPLAY "Bestand: " FUNCTION TRIM (OverdrachtPad)
           END-IF
           .

       BeoordeelOverdracht.
           MOVE FS-V-DatumLaatsteAanmaning TO LaatsteAanmaningDatum
           MOVE FUNCTION INTEGER-OF-DATE (LaatsteAanmaningDatum)
             TO INT-LaatsteAanmaning
           IF INT-LaatsteAanmaning + HuidigeTermijn > INT-Vandaag
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalVorderingOpen
           IF VorderingOpen <= ZERO
               SET FS-V-StatusVoldaan TO TRUE
               ADD 1 TO AantalVoldaan
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekKlant
           EVALUATE TRUE
               WHEN FS-V-SoortRestant
                   MOVE "restant" TO SoortTekst
               WHEN FS-V-SoortEnergie
                   MOVE "energie" TO SoortTekst
               WHEN FS-V-SoortSchade
                   MOVE "schade" TO SoortTekst
               WHEN FS-V-SoortVerzendkosten
                   MOVE "verzend" TO SoortTekst
               WHEN OTHER
                   MOVE FS-V-Soort TO SoortTekst
           END-EVALUATE
           MOVE SPACES TO RegelBuffer
           COMPUTE BedragCenten = FS-V-Bedrag * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = FS-V-BedragGeind * 100
           MOVE BedragCenten TO ToonGeind
           COMPUTE BedragCenten = VorderingOpen * 100
           MOVE BedragCenten TO ToonNetto
           STRING FS-V-Vorderingnummer ";" FS-V-Reserveringsnummer ";"
             FS-V-Klantnummer ";"
             FUNCTION TRIM (FS-K-Voornaam) " "
             FUNCTION TRIM (FS-K-Naam) ";"
             FUNCTION TRIM (FS-K-Straat) " "
             FUNCTION TRIM (FS-K-Huisnummer) ";"
             FS-K-Postcode ";" FUNCTION TRIM (FS-K-Woonplaats) ";"
             FUNCTION TRIM (FS-K-Telefoonnummer) ";"
             FUNCTION TRIM (FS-K-Emailadres) ";"
             FUNCTION TRIM (SoortTekst) ";"
             FUNCTION TRIM (FS-V-Omschrijving) ";"
             FS-V-DatumOntstaan ";"
             FUNCTION TRIM (ToonBedrag) ";"
             FUNCTION TRIM (ToonGeind) ";"
             FUNCTION TRIM (ToonNetto) ";"
             FS-V-AantalAanmaningen ";" FS-V-DatumLaatsteAanmaning
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE OverdrachtRegel FROM RegelBuffer
           SET FS-V-StatusUitHanden TO TRUE
           MOVE DatumVandaag TO FS-V-DatumUitHanden
           ADD 1 TO AantalOverdragen
           ADD VorderingOpen TO TotaalOverdragen
           .

       BepaalVorderingOpen.
           *> Bij een restant telt wat er intussen in het grootboek is
           *> betaald; energie en schade staan alleen in de vordering
           IF FS-V-SoortRestant
               MOVE FS-V-Reserveringsnummer TO ZoekReserveringsnummer
               PERFORM BepaalNogOpenstaand
               MOVE NogOpenstaand TO VorderingOpen
           ELSE
               COMPUTE VorderingOpen = FS-V-Bedrag - FS-V-BedragGeind
           END-IF
           .

       BepaalNogOpenstaand.
           *> Factuurtotaal (gedeeld met FactuurExport) minus wat er in
           *> het grootboek staat voor ZoekReserveringsnummer
           MOVE ZoekReserveringsnummer TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
           MOVE WS-F-R-FactuurTotaal TO NogOpenstaand
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
               IF FS-P-Reserveringsnummer = ZoekReserveringsnummer
                   EVALUATE TRUE
                       WHEN FS-P-SoortAanbetaling
                       WHEN FS-P-SoortRestant
                       WHEN FS-P-SoortCadeaubon
                       WHEN FS-P-SoortCompensatie
                           SUBTRACT FS-P-Bedrag FROM NogOpenstaand
                       WHEN FS-P-SoortTerugbetaling
                           ADD FS-P-Bedrag TO NogOpenstaand
                   END-EVALUATE
               END-IF
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
           END-PERFORM
           CLOSE BetalingenBestand
           .

       ZoekKlant.
           OPEN INPUT KlantenBestand
           IF NOT IO-OK
               MOVE SPACES TO Klantrecord
               EXIT PARAGRAPH
           END-IF
           MOVE FS-V-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE SPACES TO Klantrecord
           END-READ
           CLOSE KlantenBestand
           .

       KopieerVorderingenTerug.
           MOVE ZERO TO EOFVlag
           OPEN INPUT VorderingenWerkBestand
           OPEN OUTPUT VorderingenBestand
           READ VorderingenWerkBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Vorderingrecord FROM VorderingWerkrecord
               READ VorderingenWerkBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenWerkBestand
           CLOSE VorderingenBestand
           .

       VerwerkAfdracht.
           OPEN INPUT AfdrachtBestand
           IF NOT IO-OK
               DISPLAY "Geen afdracht gevonden "
                 "(IncassobureauAfdracht.csv). IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VerslagPad
           STRING OMG-HuurDir "IncassobureauVerslag" DatumVandaag
             ".txt" DELIMITED BY SIZE INTO VerslagPad
           OPEN OUTPUT VerslagBestand
           IF NOT IO-OK
               DISPLAY "Het verslag kan niet worden aangemaakt. "
                 "IO-Status: " IOStatus
               CLOSE AfdrachtBestand
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "vorderingnummer;reserveringsnummer;soort;geind;"
             "kosten;netto;status"
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE VerslagRegel FROM RegelBuffer
           MOVE ZERO TO AantalAfdrachtRegels
           MOVE ZERO TO AantalAfdrachtVerwerkt
           MOVE ZERO TO AantalAfdrachtUitval
           MOVE ZERO TO TotaalGeind
           MOVE ZERO TO TotaalKosten
           MOVE ZERO TO EOFAfdrachtVlag
           READ AfdrachtBestand
               AT END
                   SET EOFAfdracht TO TRUE
           END-READ
           PERFORM UNTIL EOFAfdracht
               ADD 1 TO AantalAfdrachtRegels
               MOVE AfdrachtRegel TO AfdrachtRegelBewaard
               PERFORM VerwerkAfdrachtRegel
               IF AfdrachtNietVerwerkt
                   ADD 1 TO AantalAfdrachtUitval
                   MOVE SPACES TO RegelBuffer
                   STRING "ONVERWERKT;"
                     FUNCTION TRIM (AfdrachtRegelBewaard) ";"
                     FUNCTION TRIM (UitvalReden)
                     DELIMITED BY SIZE INTO RegelBuffer
                   WRITE VerslagRegel FROM RegelBuffer
               END-IF
               READ AfdrachtBestand
                   AT END
                       SET EOFAfdracht TO TRUE
               END-READ
           END-PERFORM
           COMPUTE BedragCenten = TotaalGeind * 100
           MOVE BedragCenten TO ToonGeind
           COMPUTE BedragCenten = TotaalKosten * 100
           MOVE BedragCenten TO ToonKosten
           COMPUTE BedragCenten = (TotaalGeind - TotaalKosten) * 100
           MOVE BedragCenten TO ToonNetto
           MOVE SPACES TO RegelBuffer
           STRING "TOTAAL;;;" FUNCTION TRIM (ToonGeind) ";"
             FUNCTION TRIM (ToonKosten) ";" FUNCTION TRIM (ToonNetto)
             ";" DELIMITED BY SIZE INTO RegelBuffer
           WRITE VerslagRegel FROM RegelBuffer
           CLOSE AfdrachtBestand
           CLOSE VerslagBestand
           DISPLAY SPACE
           DISPLAY "Afdrachtregels gelezen : " AantalAfdrachtRegels
           DISPLAY "Verwerkt               : " AantalAfdrachtVerwerkt
           DISPLAY "Onverwerkt             : " AantalAfdrachtUitval
           DISPLAY "Geind " FUNCTION TRIM (ToonGeind) ", kosten "
             FUNCTION TRIM (ToonKosten) ", netto ontvangen "
             FUNCTION TRIM (ToonNetto) " euro"
           DISPLAY "Verslag: " FUNCTION TRIM (VerslagPad)
           .

       VerwerkAfdrachtRegel.
           SET AfdrachtNietVerwerkt TO TRUE
           MOVE SPACES TO AfdrachtVorderingTekst AfdrachtGeindTekst
             AfdrachtKostenTekst AfdrachtDatumTekst
           UNSTRING AfdrachtRegelBewaard DELIMITED BY ";"
               INTO AfdrachtVorderingTekst AfdrachtGeindTekst
                    AfdrachtKostenTekst AfdrachtDatumTekst
           END-UNSTRING
           IF AfdrachtVorderingTekst IS NOT NUMERIC
             OR AfdrachtGeindTekst IS NOT NUMERIC
             OR AfdrachtKostenTekst IS NOT NUMERIC
             OR AfdrachtDatumTekst IS NOT NUMERIC
               MOVE "regel niet leesbaar" TO UitvalReden
               EXIT PARAGRAPH
           END-IF
           MOVE AfdrachtVorderingTekst TO AfdrachtVorderingnummer
           MOVE AfdrachtGeindTekst TO AfdrachtCenten
           COMPUTE AfdrachtGeind = AfdrachtCenten / 100
           MOVE AfdrachtKostenTekst TO AfdrachtCenten
           COMPUTE AfdrachtKosten = AfdrachtCenten / 100
           MOVE AfdrachtDatumTekst TO AfdrachtDatum
           IF FUNCTION TEST-DATE-YYYYMMDD (AfdrachtDatum) NOT = ZERO
               MOVE "ongeldige datum" TO UitvalReden
               EXIT PARAGRAPH
           END-IF
           *> Het geinde bedrag wordt op de datum van de afdracht
           *> geboekt; een afgesloten periode wordt niet meer geraakt
           MOVE AfdrachtDatum TO WS-S-C-Datum
           CALL "ControleerPeriodeSlot"
             USING BY CONTENT WS-S-C-ParametersPeriodeSlot,
                   BY REFERENCE WS-S-R-ParametersPeriodeSlot
           IF WS-S-R-PeriodeGesloten
               MOVE "boekperiode afgesloten" TO UitvalReden
               EXIT PARAGRAPH
           END-IF
           MOVE "vordering onbekend" TO UitvalReden
           MOVE ZERO TO EOFVlag
           OPEN INPUT VorderingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VorderingenWerkBestand
           IF NOT IO-OK
               MOVE "VorderingenWerk.dat niet te openen" TO UitvalReden
               CLOSE VorderingenBestand
               EXIT PARAGRAPH
           END-IF
           READ VorderingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-V-Vorderingnummer = AfdrachtVorderingnummer
                   IF FS-V-StatusUitHanden
                       PERFORM BoekAfdracht
                   ELSE
                       MOVE "vordering niet uit handen gegeven"
                         TO UitvalReden
                   END-IF
               END-IF
               WRITE VorderingWerkrecord FROM Vorderingrecord
               READ VorderingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenBestand
           CLOSE VorderingenWerkBestand
           IF AfdrachtVerwerkt
               PERFORM KopieerVorderingenTerug
           END-IF
           .

       BoekAfdracht.
           ADD AfdrachtGeind TO FS-V-BedragGeind
           ADD AfdrachtKosten TO FS-V-IncassoKosten
           *> Een geind restant gaat als restantbetaling het grootboek
           *> in, herkenbaar aan de herkomst incassobureau
           IF FS-V-SoortRestant AND AfdrachtGeind > ZERO
               PERFORM BoekRestantBetaling
           END-IF
           IF FS-V-SoortRestant
               MOVE FS-V-Reserveringsnummer TO ZoekReserveringsnummer
               PERFORM BepaalNogOpenstaand
               IF NogOpenstaand <= ZERO
                   SET FS-V-StatusVoldaan TO TRUE
                   PERFORM MeldReserveringBetaald
               END-IF
           ELSE
               IF FS-V-BedragGeind >= FS-V-Bedrag
                   SET FS-V-StatusVoldaan TO TRUE
               END-IF
           END-IF
           SET AfdrachtVerwerkt TO TRUE
           ADD 1 TO AantalAfdrachtVerwerkt
           ADD AfdrachtGeind TO TotaalGeind
           ADD AfdrachtKosten TO TotaalKosten
           COMPUTE AfdrachtNetto = AfdrachtGeind - AfdrachtKosten
           COMPUTE BedragCenten = AfdrachtGeind * 100
           MOVE BedragCenten TO ToonGeind
           COMPUTE BedragCenten = AfdrachtKosten * 100
           MOVE BedragCenten TO ToonKosten
           COMPUTE BedragCenten = AfdrachtNetto * 100
           MOVE BedragCenten TO ToonNetto
           MOVE SPACES TO RegelBuffer
           STRING FS-V-Vorderingnummer ";" FS-V-Reserveringsnummer ";"
             FS-V-Soort ";" FUNCTION TRIM (ToonGeind) ";"
             FUNCTION TRIM (ToonKosten) ";" FUNCTION TRIM (ToonNetto)
             ";" FS-V-Status
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE VerslagRegel FROM RegelBuffer
           .

       BoekRestantBetaling.
           OPEN EXTEND BetalingenBestand
           IF IOStatus = 35
               CLOSE BetalingenBestand
               OPEN OUTPUT BetalingenBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van Betalingen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE FS-V-Reserveringsnummer TO FS-P-Reserveringsnummer
           MOVE AfdrachtDatum TO FS-P-Datum
           MOVE AfdrachtGeind TO FS-P-Bedrag
           SET FS-P-SoortRestant TO TRUE
           SET FS-P-HerkomstIncassobureau TO TRUE
           WRITE Betalingsrecord
           CLOSE BetalingenBestand
           .

       MeldReserveringBetaald.
           *> Het restant is volledig binnen: de reservering krijgt
           *> alsnog haar betaaldatum
           OPEN I-O ReserveringenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FS-V-Reserveringsnummer TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   CLOSE ReserveringenBestand
                   EXIT PARAGRAPH
           END-READ
           IF FS-R-DatumBetaling = SPACES
               MOVE Reserveringsrecord TO JRN-BeeldVoor
               MOVE AfdrachtDatum TO FS-R-DatumBetaling
               REWRITE Reserveringsrecord
                   INVALID KEY
                       DISPLAY "File status - " IOStatus
               END-REWRITE
               MOVE "IncassobureauOverdracht" TO JRN-Programma
               MOVE "VORDERING-VOLDAAN" TO JRN-Actie
               MOVE Reserveringsrecord TO JRN-BeeldNa
               CALL "SchrijfReserveringJournaal"
                 USING JRN-ReserveringJournaal
           END-IF
           CLOSE ReserveringenBestand
           .

       ToonVorderingen.
           DISPLAY SPACE
           DISPLAY "VORDERINGEN"
           DISPLAY "==========="
           DISPLAY "nummer | reservering | S | bedrag        | "
             "geind         | kosten        | st | aanm | uit handen"
           MOVE ZERO TO EOFVlag
           OPEN INPUT VorderingenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn geen vorderingen."
               EXIT PARAGRAPH
           END-IF
           READ VorderingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               COMPUTE BedragCenten = FS-V-Bedrag * 100
               MOVE BedragCenten TO ToonBedrag
               COMPUTE BedragCenten = FS-V-BedragGeind * 100
               MOVE BedragCenten TO ToonGeind
               COMPUTE BedragCenten = FS-V-IncassoKosten * 100
               MOVE BedragCenten TO ToonKosten
               DISPLAY FS-V-Vorderingnummer " | "
                 FS-V-Reserveringsnummer "    | " FS-V-Soort " | "
                 ToonBedrag " | " ToonGeind " | " ToonKosten " | "
                 FS-V-Status "  | " FS-V-AantalAanmaningen "    | "
                 FS-V-DatumUitHanden
               READ VorderingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenBestand
           DISPLAY "Status: O = open, U = uit handen gegeven, "
             "V = voldaan"
           .

       LeesTermijn.
           MOVE StandaardTermijnDagen TO HuidigeTermijn
           OPEN INPUT TermijnBestand
           IF IO-OK
               READ TermijnBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TermijnDagen IS NUMERIC
                           MOVE TermijnDagen TO HuidigeTermijn
                       END-IF
               END-READ
               CLOSE TermijnBestand
           END-IF
           .

       StelTermijnIn.
           PERFORM LeesTermijn
           DISPLAY "Huidige termijn: " HuidigeTermijn
             " dagen na de laatste aanmaning."
           DISPLAY "Nieuwe termijn in dagen (bijv. 030): "
             WITH NO ADVANCING
           ACCEPT NieuweTermijn
           OPEN OUTPUT TermijnBestand
           MOVE NieuweTermijn TO TermijnDagen
           WRITE Termijnrecord
           CLOSE TermijnBestand
           DISPLAY "De termijn is nu " NieuweTermijn " dagen."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Vorderingen
             PadDir-VorderingenWerk
             PadDir-Betalingen
             PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-IncassobureauTermijn
             PadDir-IncassobureauAfdracht
           .
