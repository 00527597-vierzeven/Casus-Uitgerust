       IDENTIFICATION DIVISION.
       PROGRAM-ID. AankomstSlotBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Aankomsttijdvakken aan de receptie: per park tijdvakken met
       *> een maximum aantal aankomsten per aankomstdag. Het gekozen
       *> tijdvak staat als AankomstSlot op de reservering; het wordt
       *> gekozen bij het boeken (ToevoegenReservering) of hier
       *> vastgelegd op het antwoord op de aankomstbrief. De
       *> receptieplanning toont per wisseldag de aankomsten per
       *> tijdvak, met bewoners, openstaand saldo en openstaande
       *> pre-registraties, voor de bezetting van de balie per uur
       SELECT AankomstSlotsBestand ASSIGN TO Pad-AankomstSlots
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AankomstSlotsWerk ASSIGN TO Pad-AankomstSlotsWerk
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
       SELECT PlanningBestand ASSIGN TO Pad-ReceptiePlanning
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AankomstSlotsBestand.
       01 AankomstSlotrecord.
       COPY AankomstSlot REPLACING ==(pf)== BY ==FS-AS==.
       FD AankomstSlotsWerk.
       01 AankomstSlotWerkrecord.
       COPY AankomstSlot REPLACING ==(pf)== BY ==FS-AW==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD BetalingenBestand.
       01 Betalingsrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-P==.
       FD PlanningBestand.
       01 PlanningRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-AankomstSlots.
         02 PadDir-AankomstSlots PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AankomstSlots.dat".
       01 Pad-AankomstSlotsWerk.
         02 PadDir-AankomstSlotsWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AankomstSlotsWerk.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
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
       01 Pad-ReceptiePlanning.
         02 PadDir-ReceptiePlanning PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReceptiePlanning.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFBewonersVlag PIC 9 VALUE 0.
         88 EOFBewoners VALUE 1.
         88 NotEOFBewoners VALUE 0.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
         88 EOFBetalingen VALUE 1.
         88 NotEOFBetalingen VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Invoer tijdvak
       01 InvoerSlot.
       COPY AankomstSlot REPLACING ==(pf)== BY ==IN==.
       01 InvoerBegintijd REDEFINES InvoerSlot.
         02 FILLER PIC XX.
         02 InvoerUur PIC 99.
         02 InvoerMinuut PIC 99.
         02 FILLER PIC X(7).
       01 GevondenVlag PIC 9 VALUE 0.
         88 Gevonden VALUE 1.
         88 NietGevonden VALUE 0.
       01 IngevoegdVlag PIC 9 VALUE 0.
         88 Ingevoegd VALUE 1.
         88 NietIngevoegd VALUE 0.
       *> Tijdvakken van de parken in het geheugen
       78 MaxSlots VALUE 60.
       01 SlotTabel.
         02 SlotRegel OCCURS 60 TIMES.
           03 ST-Parkcode PIC XX.
           03 ST-Begintijd PIC 9(4).
           03 ST-Eindtijd PIC 9(4).
           03 ST-MaxAankomsten PIC 9(3).
           03 ST-Aankomsten PIC 9(3).
           03 ST-Personen PIC 9(4).
           03 ST-OpenSaldo PIC 9(3).
           03 ST-OpenPreCheck PIC 9(3).
       01 AantalSlots PIC 99 VALUE ZERO.
       01 SlotIndex PIC 99 VALUE ZERO.
       01 GekozenIndex PIC 99 VALUE ZERO.
       *> Aankomst waarvoor de tijdvakken gelden
       01 SlotPark PIC XX VALUE "01".
       01 SlotJaar PIC 9(4) VALUE ZERO.
       01 SlotWeek PIC 99 VALUE ZERO.
       01 SlotDag PIC X VALUE "1".
       01 RecordPark PIC XX VALUE "01".
       01 RecordDag PIC X VALUE "1".
       01 VrijePlaatsen PIC S9(3) VALUE ZERO.
       01 ToonVrij PIC -ZZ9.
       01 ToonTijdvak PIC X(11) VALUE SPACES.
       01 ToonBegin PIC 9(4) VALUE ZERO.
       01 ToonEind PIC 9(4) VALUE ZERO.
       *> Slot vastleggen op een reservering
       01 ReserveringnummerInput PIC 9(8) VALUE ZERO.
       01 GekozenBegintijd PIC 9(4) VALUE ZERO.
       01 HuidigSlot PIC X(4) VALUE SPACES.
       01 NieuwSlot PIC X(4) VALUE SPACES.
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
       *> Receptieplanning
       01 GekozenPark PIC XX VALUE "00".
       01 AantalBewoners PIC 99 VALUE ZERO.
       01 AantalOngeregistreerd PIC 99 VALUE ZERO.
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 BetaaldBedrag PIC S9(7)V99 VALUE ZERO.
       01 OpenSaldo PIC S9(7)V99 VALUE ZERO.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonSaldo PIC -ZZZZZ9,99.
       01 TekstSaldo PIC X(30) VALUE SPACES.
       01 TekstPreCheck PIC X(40) VALUE SPACES.
       01 ZonderSlotAankomsten PIC 9(3) VALUE ZERO.
       01 ZonderSlotPersonen PIC 9(4) VALUE ZERO.
       01 TotaalAankomsten PIC 9(4) VALUE ZERO.
       01 TotaalPersonen PIC 9(5) VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           SET BlijfInHetMenu TO TRUE
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "AANKOMSTSLOTS EN RECEPTIEPLANNING"
               DISPLAY "================================="
               DISPLAY "1. Tijdvakken per park tonen"
               DISPLAY "2. Tijdvak toevoegen of wijzigen"
               DISPLAY "3. Tijdvak verwijderen"
               DISPLAY "4. Aankomstslot vastleggen voor een reservering"
               DISPLAY "5. Receptieplanning per wisseldag"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonTijdvakken
                   WHEN 2
                       PERFORM LegTijdvakVast
                   WHEN 3
                       PERFORM VerwijderTijdvak
                   WHEN 4
                       PERFORM LegSlotVastOpReservering
                   WHEN 5
                       PERFORM MaakReceptiePlanning
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonTijdvakken.
           DISPLAY SPACE
           DISPLAY "TIJDVAKKEN AAN DE RECEPTIE"
           DISPLAY "=========================="
           PERFORM LaadSlots
           IF AantalSlots = ZERO
               DISPLAY "Er zijn nog geen tijdvakken vastgelegd."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SlotIndex FROM 1 BY 1
             UNTIL SlotIndex > AantalSlots
               PERFORM ZetToonTijdvak
               DISPLAY "Park " ST-Parkcode (SlotIndex) " | "
                 ToonTijdvak " | max " ST-MaxAankomsten (SlotIndex)
                 " aankomsten"
           END-PERFORM
           .

       LegTijdvakVast.
           *> Een bestaand tijdvak (zelfde park en begintijd) krijgt de
           *> nieuwe eindtijd en het nieuwe maximum; een nieuw tijdvak
           *> wordt op volgorde van park en begintijd ingevoegd
           DISPLAY SPACE
           DISPLAY "Parkcode (leeg = 01): " WITH NO ADVANCING
           MOVE SPACES TO IN-Parkcode
           ACCEPT IN-Parkcode
           IF IN-Parkcode = SPACES
               MOVE "01" TO IN-Parkcode
           END-IF
           DISPLAY "Begintijd (uumm, bijv. 1500): " WITH NO ADVANCING
           ACCEPT IN-Begintijd
           DISPLAY "Eindtijd (uumm, bijv. 1600): " WITH NO ADVANCING
           ACCEPT IN-Eindtijd
           DISPLAY "Maximum aantal aankomsten: " WITH NO ADVANCING
           ACCEPT IN-MaxAankomsten
           IF InvoerUur > 23 OR InvoerMinuut > 59
             OR IN-Eindtijd <= IN-Begintijd
             OR IN-Eindtijd > 2400
               DISPLAY "Begintijd of eindtijd klopt niet; het tijdvak "
                 "is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           IF IN-MaxAankomsten = ZERO
               DISPLAY "Een tijdvak zonder aankomsten heeft geen zin; "
                 "het tijdvak is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           SET NietGevonden TO TRUE
           SET NietIngevoegd TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN OUTPUT AankomstSlotsWerk
           OPEN INPUT AankomstSlotsBestand
           IF IO-OK
               READ AankomstSlotsBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-AS-Parkcode = IN-Parkcode
                     AND FS-AS-Begintijd = IN-Begintijd
                       SET Gevonden TO TRUE
                       SET Ingevoegd TO TRUE
                       WRITE AankomstSlotWerkrecord FROM InvoerSlot
                   ELSE
                       IF NietIngevoegd
                         AND (FS-AS-Parkcode > IN-Parkcode
                           OR (FS-AS-Parkcode = IN-Parkcode
                           AND FS-AS-Begintijd > IN-Begintijd))
                           SET Ingevoegd TO TRUE
                           WRITE AankomstSlotWerkrecord FROM InvoerSlot
                       END-IF
                       WRITE AankomstSlotWerkrecord
                         FROM AankomstSlotrecord
                   END-IF
                   READ AankomstSlotsBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AankomstSlotsBestand
           END-IF
           IF NietIngevoegd
               WRITE AankomstSlotWerkrecord FROM InvoerSlot
           END-IF
           CLOSE AankomstSlotsWerk
           PERFORM SchrijfWerkTerug
           IF Gevonden
               DISPLAY "Tijdvak gewijzigd."
           ELSE
               DISPLAY "Tijdvak toegevoegd."
           END-IF
           .

       VerwijderTijdvak.
           *> Reserveringen houden hun slot; de receptieplanning toont
           *> ze dan onder "zonder geldig tijdvak"
           DISPLAY SPACE
           DISPLAY "Parkcode (leeg = 01): " WITH NO ADVANCING
           MOVE SPACES TO IN-Parkcode
           ACCEPT IN-Parkcode
           IF IN-Parkcode = SPACES
               MOVE "01" TO IN-Parkcode
           END-IF
           DISPLAY "Begintijd (uumm): " WITH NO ADVANCING
           ACCEPT IN-Begintijd
           SET NietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT AankomstSlotsBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen tijdvakken vastgelegd."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AankomstSlotsWerk
           READ AankomstSlotsBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-AS-Parkcode = IN-Parkcode
                 AND FS-AS-Begintijd = IN-Begintijd
                   SET Gevonden TO TRUE
               ELSE
                   WRITE AankomstSlotWerkrecord FROM AankomstSlotrecord
               END-IF
               READ AankomstSlotsBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE AankomstSlotsBestand
           CLOSE AankomstSlotsWerk
           IF NietGevonden
               DISPLAY "Dit tijdvak bestaat niet."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           DISPLAY "Tijdvak verwijderd."
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe tijdvakkenbestand
           MOVE ZERO TO EOFVlag
           OPEN INPUT AankomstSlotsWerk
           OPEN OUTPUT AankomstSlotsBestand
           READ AankomstSlotsWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE AankomstSlotrecord FROM AankomstSlotWerkrecord
               READ AankomstSlotsWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE AankomstSlotsWerk
           CLOSE AankomstSlotsBestand
           .

       LegSlotVastOpReservering.
           *> Het antwoord op de aankomstbrief: het tijdvak moet bij
           *> het park horen en op de aankomstdag nog plaats hebben
           DISPLAY SPACE
           DISPLAY "Reserveringsnummer: " WITH NO ADVANCING
           ACCEPT ReserveringnummerInput
           OPEN I-O ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM LeesReservering
           IF NietGevonden
               CLOSE ReserveringenBestand
               EXIT PARAGRAPH
           END-IF
           IF NOT FS-R-TypeBoeking
             OR FS-R-DatumAnnulering NOT = SPACES
             OR FS-R-DatumVerlopen NOT = SPACES
               DISPLAY "Alleen een lopende boeking krijgt een "
                 "aankomstslot."
               CLOSE ReserveringenBestand
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-AankomstSlot TO HuidigSlot
           PERFORM ZetAankomstVanReservering
           PERFORM LaadSlots
           PERFORM TelAankomstenPerSlot
           PERFORM ToonVrijeSlots
           IF HuidigSlot NOT = SPACES
               DISPLAY "Huidig aankomstslot: " HuidigSlot (1:2) ":"
                 HuidigSlot (3:2)
           END-IF
           DISPLAY "Begintijd van het gekozen tijdvak "
             "(0 = slot vrijgeven): " WITH NO ADVANCING
           ACCEPT GekozenBegintijd
           IF GekozenBegintijd = ZERO
               MOVE SPACES TO NieuwSlot
           ELSE
               PERFORM ZoekGekozenSlot
               IF GekozenIndex = ZERO
                   DISPLAY "Dit tijdvak bestaat niet voor park "
                     SlotPark "."
                   CLOSE ReserveringenBestand
                   EXIT PARAGRAPH
               END-IF
               MOVE GekozenBegintijd TO NieuwSlot
               IF NieuwSlot NOT = HuidigSlot
                 AND ST-Aankomsten (GekozenIndex)
                   >= ST-MaxAankomsten (GekozenIndex)
                   DISPLAY "Dit tijdvak is vol; kies een ander "
                     "tijdvak."
                   CLOSE ReserveringenBestand
                   EXIT PARAGRAPH
               END-IF
           END-IF
           *> Het tellen heeft het record verplaatst: opnieuw lezen
           PERFORM LeesReservering
           IF NietGevonden
               CLOSE ReserveringenBestand
               EXIT PARAGRAPH
           END-IF
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE NieuwSlot TO FS-R-AankomstSlot
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Vastleggen aankomstslot mislukt. "
                     "IOStatus: " IOStatus
               NOT INVALID KEY
                   MOVE "AankomstSlotBeheer" TO JRN-Programma
                   MOVE "AANKOMSTSLOT" TO JRN-Actie
                   MOVE Reserveringsrecord TO JRN-BeeldNa
                   CALL "SchrijfReserveringJournaal"
                     USING JRN-ReserveringJournaal
                   IF NieuwSlot = SPACES
                       DISPLAY "Aankomstslot vrijgegeven."
                   ELSE
                       DISPLAY "Aankomstslot " NieuwSlot (1:2) ":"
                         NieuwSlot (3:2) " vastgelegd voor reservering "
                         ReserveringnummerInput "."
                   END-IF
           END-REWRITE
           CLOSE ReserveringenBestand
           .

       LeesReservering.
           SET Gevonden TO TRUE
           MOVE ReserveringnummerInput TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   SET NietGevonden TO TRUE
                   DISPLAY "Dit reserveringsnummer bestaat niet."
           END-READ
           .

       ZetAankomstVanReservering.
           *> Park, jaar, week en aankomstdag van de gelezen
           *> reservering; een heleweeksboeking komt op dag 1
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO SlotPark
           ELSE
               MOVE FS-R-Parkcode TO SlotPark
           END-IF
           MOVE FS-R-Jaar TO SlotJaar
           MOVE FS-R-Weeknummer TO SlotWeek
           MOVE "1" TO SlotDag
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > "0"
               MOVE FS-R-AankomstDag TO SlotDag
           END-IF
           .

       LaadSlots.
           MOVE ZERO TO AantalSlots
           MOVE ZERO TO EOFVlag
           OPEN INPUT AankomstSlotsBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AankomstSlotsBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF AantalSlots < MaxSlots
                   ADD 1 TO AantalSlots
                   MOVE FS-AS-Parkcode TO ST-Parkcode (AantalSlots)
                   MOVE FS-AS-Begintijd TO ST-Begintijd (AantalSlots)
                   MOVE FS-AS-Eindtijd TO ST-Eindtijd (AantalSlots)
                   MOVE FS-AS-MaxAankomsten
                     TO ST-MaxAankomsten (AantalSlots)
                   MOVE ZERO TO ST-Aankomsten (AantalSlots)
                     ST-Personen (AantalSlots)
                     ST-OpenSaldo (AantalSlots)
                     ST-OpenPreCheck (AantalSlots)
               END-IF
               READ AankomstSlotsBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE AankomstSlotsBestand
           .

       TelAankomstenPerSlot.
           *> Lopende boekingen van het park die op dezelfde dag
           *> aankomen, per tijdvak geteld
           SET NotEOD TO TRUE
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY >= FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           PERFORM UNTIL EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
               IF NOT EOD
                   PERFORM BepaalRecordAankomst
                   IF FS-R-TypeBoeking
                     AND FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                     AND FS-R-Jaar = SlotJaar
                     AND FS-R-Weeknummer = SlotWeek
                     AND RecordDag = SlotDag
                     AND RecordPark = SlotPark
                     AND FS-R-AankomstSlot NOT = SPACES
                       PERFORM VARYING SlotIndex FROM 1 BY 1
                         UNTIL SlotIndex > AantalSlots
                           IF ST-Parkcode (SlotIndex) = RecordPark
                             AND ST-Begintijd (SlotIndex)
                               = FS-R-AankomstSlot
                               ADD 1 TO ST-Aankomsten (SlotIndex)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

       BepaalRecordAankomst.
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO RecordPark
           ELSE
               MOVE FS-R-Parkcode TO RecordPark
           END-IF
           MOVE "1" TO RecordDag
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > "0"
               MOVE FS-R-AankomstDag TO RecordDag
           END-IF
           .

       ToonVrijeSlots.
           DISPLAY SPACE
           DISPLAY "Tijdvakken park " SlotPark " voor aankomst in week "
             SlotWeek " van " SlotJaar " (dag " SlotDag "):"
           MOVE ZERO TO GekozenIndex
           PERFORM VARYING SlotIndex FROM 1 BY 1
             UNTIL SlotIndex > AantalSlots
               IF ST-Parkcode (SlotIndex) = SlotPark
                   MOVE 1 TO GekozenIndex
                   COMPUTE VrijePlaatsen = ST-MaxAankomsten (SlotIndex)
                     - ST-Aankomsten (SlotIndex)
                   IF VrijePlaatsen < ZERO
                       MOVE ZERO TO VrijePlaatsen
                   END-IF
                   MOVE VrijePlaatsen TO ToonVrij
                   PERFORM ZetToonTijdvak
                   DISPLAY "  " ToonTijdvak " | nog " ToonVrij
                     " van " ST-MaxAankomsten (SlotIndex) " vrij"
               END-IF
           END-PERFORM
           IF GekozenIndex = ZERO
               DISPLAY "  (voor dit park zijn geen tijdvakken "
                 "vastgelegd)"
           END-IF
           .

       ZoekGekozenSlot.
           MOVE ZERO TO GekozenIndex
           PERFORM VARYING SlotIndex FROM 1 BY 1
             UNTIL SlotIndex > AantalSlots
               IF ST-Parkcode (SlotIndex) = SlotPark
                 AND ST-Begintijd (SlotIndex) = GekozenBegintijd
                   MOVE SlotIndex TO GekozenIndex
               END-IF
           END-PERFORM
           .

       ZetToonTijdvak.
           MOVE ST-Begintijd (SlotIndex) TO ToonBegin
           MOVE ST-Eindtijd (SlotIndex) TO ToonEind
           MOVE SPACES TO ToonTijdvak
           STRING ToonBegin (1:2) ":" ToonBegin (3:2) "-"
             ToonEind (1:2) ":" ToonEind (3:2)
             DELIMITED BY SIZE INTO ToonTijdvak
           .

       MaakReceptiePlanning.
           *> Per park en tijdvak de aankomsten van de wisseldag (dag 1
           *> van de week), met bewoners, openstaand saldo en
           *> bewoners die nog niet vooraf geregistreerd zijn
           DISPLAY SPACE
           DISPLAY "Jaar (0 = huidig jaar): " WITH NO ADVANCING
           ACCEPT SlotJaar
           IF SlotJaar = ZERO
               MOVE DatumVandaag (1:4) TO SlotJaar
           END-IF
           DISPLAY "Wisselweek (weeknummer): " WITH NO ADVANCING
           ACCEPT SlotWeek
           DISPLAY "Parkcode (leeg of 00 = beide parken): "
             WITH NO ADVANCING
           MOVE SPACES TO GekozenPark
           ACCEPT GekozenPark
           IF GekozenPark = SPACES
               MOVE "00" TO GekozenPark
           END-IF
           MOVE "1" TO SlotDag
           PERFORM LaadSlots
           MOVE ZERO TO ZonderSlotAankomsten ZonderSlotPersonen
             TotaalAankomsten TotaalPersonen
           OPEN OUTPUT PlanningBestand
           MOVE SPACES TO RegelBuffer
           STRING "RECEPTIEPLANNING WISSELDAG WEEK " SlotWeek " VAN "
             SlotJaar DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer (1:40)
           PERFORM SchrijfRegel
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               CLOSE PlanningBestand
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KlantenBestand
           *> Eerst de aankomsten per tijdvak, daarna wie nog geen
           *> (geldig) tijdvak heeft
           PERFORM VARYING GekozenIndex FROM 1 BY 1
             UNTIL GekozenIndex > AantalSlots
               IF GekozenPark = "00"
                 OR ST-Parkcode (GekozenIndex) = GekozenPark
                   PERFORM PlanTijdvak
               END-IF
           END-PERFORM
           MOVE ZERO TO GekozenIndex
           PERFORM PlanZonderSlot
           CLOSE KlantenBestand
           CLOSE ReserveringenBestand
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Totaal: " TotaalAankomsten " aankomsten, "
             TotaalPersonen " personen, waarvan "
             ZonderSlotAankomsten " zonder tijdvak"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE PlanningBestand
           DISPLAY SPACE
           DISPLAY "De planning staat ook in ReceptiePlanning.txt."
           .

       PlanTijdvak.
           MOVE GekozenIndex TO SlotIndex
           PERFORM ZetToonTijdvak
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Park " ST-Parkcode (GekozenIndex) " | "
             ToonTijdvak " | max " ST-MaxAankomsten (GekozenIndex)
             " aankomsten"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           SET NotEOD TO TRUE
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY >= FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           PERFORM UNTIL EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
               IF NOT EOD
                   PERFORM BepaalRecordAankomst
                   IF FS-R-TypeBoeking
                     AND FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                     AND FS-R-Jaar = SlotJaar
                     AND FS-R-Weeknummer = SlotWeek
                     AND RecordDag = SlotDag
                     AND RecordPark = ST-Parkcode (GekozenIndex)
                     AND FS-R-AankomstSlot NOT = SPACES
                     AND ST-Begintijd (GekozenIndex)
                       = FS-R-AankomstSlot
                       PERFORM SchrijfAankomstRegel
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           STRING "  subtotaal: " ST-Aankomsten (GekozenIndex)
             " aankomsten, " ST-Personen (GekozenIndex)
             " personen, " ST-OpenSaldo (GekozenIndex)
             " met open saldo, " ST-OpenPreCheck (GekozenIndex)
             " met open pre-registratie"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       PlanZonderSlot.
           *> Aankomsten zonder tijdvak, of met een tijdvak dat voor het
           *> park niet (meer) bestaat: de balie verwacht ze om 15:00
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Zonder (geldig) tijdvak:" TO RegelBuffer
           PERFORM SchrijfRegel
           SET NotEOD TO TRUE
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY >= FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           PERFORM UNTIL EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
               IF NOT EOD
                   PERFORM BepaalRecordAankomst
                   IF FS-R-TypeBoeking
                     AND FS-R-DatumAnnulering = SPACES
                     AND FS-R-DatumVerlopen = SPACES
                     AND FS-R-Jaar = SlotJaar
                     AND FS-R-Weeknummer = SlotWeek
                     AND RecordDag = SlotDag
                     AND (GekozenPark = "00"
                       OR RecordPark = GekozenPark)
                       MOVE RecordPark TO SlotPark
                       MOVE ZERO TO GekozenBegintijd
                       IF FS-R-AankomstSlot IS NUMERIC
                           MOVE FS-R-AankomstSlot TO GekozenBegintijd
                       END-IF
                       PERFORM ZoekGekozenSlot
                       IF GekozenIndex = ZERO
                           PERFORM SchrijfAankomstRegel
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       SchrijfAankomstRegel.
           *> Een aankomst: bewoners, open saldo en pre-registratie;
           *> GekozenIndex nul betekent de groep zonder tijdvak
           PERFORM TelBewoners
           PERFORM BepaalOpenSaldo
           MOVE FS-R-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE "(onbekende klant)" TO FS-K-Naam
           END-READ
           ADD 1 TO TotaalAankomsten
           ADD AantalBewoners TO TotaalPersonen
           MOVE SPACES TO TekstSaldo TekstPreCheck
           IF OpenSaldo > ZERO
               COMPUTE BedragCenten = OpenSaldo * 100
               MOVE BedragCenten TO ToonSaldo
               STRING "OPEN SALDO " ToonSaldo
                 DELIMITED BY SIZE INTO TekstSaldo
           END-IF
           IF AantalBewoners = ZERO
               MOVE "PRE-REGISTRATIE: geen bewoners bekend"
                 TO TekstPreCheck
           ELSE
               IF AantalOngeregistreerd > ZERO
                   STRING "PRE-REGISTRATIE: " AantalOngeregistreerd
                     " open" DELIMITED BY SIZE INTO TekstPreCheck
               END-IF
           END-IF
           IF GekozenIndex = ZERO
               ADD 1 TO ZonderSlotAankomsten
               ADD AantalBewoners TO ZonderSlotPersonen
           ELSE
               ADD 1 TO ST-Aankomsten (GekozenIndex)
               ADD AantalBewoners TO ST-Personen (GekozenIndex)
               IF OpenSaldo > ZERO
                   ADD 1 TO ST-OpenSaldo (GekozenIndex)
               END-IF
               IF TekstPreCheck NOT = SPACES
                   ADD 1 TO ST-OpenPreCheck (GekozenIndex)
               END-IF
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "  " FS-R-Reserveringsnummer " | park " RecordPark
             " woning " FS-R-Woningnummer " | " FS-K-Naam " | "
             AantalBewoners " pers. | " TekstSaldo " "
             TekstPreCheck
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       TelBewoners.
           MOVE ZERO TO AantalBewoners
           MOVE ZERO TO AantalOngeregistreerd
           MOVE ZERO TO EOFBewonersVlag
           OPEN INPUT BewonersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-Reserveringsnummer TO FS-B-Reserveringsnummer
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
                   IF FS-B-Reserveringsnummer
                     NOT = FS-R-Reserveringsnummer
                       SET EOFBewoners TO TRUE
                   ELSE
                       ADD 1 TO AantalBewoners
                       IF FS-B-VolledigeNaam = SPACES
                         OR FS-B-DocumentNummer = SPACES
                           ADD 1 TO AantalOngeregistreerd
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BewonersBestand
           .

       BepaalOpenSaldo.
           *> Factuurtotaal volgens BepaalFactuurTotaal minus de
           *> huurbetalingen uit het grootboek (borg staat er los van)
           MOVE FS-R-Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           MOVE ZERO TO BetaaldBedrag
           MOVE ZERO TO EOFBetalingenVlag
           OPEN INPUT BetalingenBestand
           IF IO-OK
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
               PERFORM UNTIL EOFBetalingen
                   IF FS-P-Reserveringsnummer = FS-R-Reserveringsnummer
                       EVALUATE TRUE
                           WHEN FS-P-SoortAanbetaling
                               ADD FS-P-Bedrag TO BetaaldBedrag
                           WHEN FS-P-SoortRestant
                               ADD FS-P-Bedrag TO BetaaldBedrag
                           WHEN FS-P-SoortCadeaubon
                               ADD FS-P-Bedrag TO BetaaldBedrag
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
           END-IF
           COMPUTE OpenSaldo = FT-R-FactuurTotaal - BetaaldBedrag
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE PlanningRegel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-AankomstSlots
             PadDir-AankomstSlotsWerk
             PadDir-ReserveringenMetAltKey
             PadDir-Bewoners
             PadDir-Klanten
             PadDir-Betalingen
             PadDir-ReceptiePlanning
           .
