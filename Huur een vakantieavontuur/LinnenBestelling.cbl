       IDENTIFICATION DIVISION.
       PROGRAM-ID. LinnenBestelling.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Wekelijkse linnenbestelling voor de wasserij: per aankomende
       *> reservering een bedlinnen- en handdoekenset per bewoner plus
       *> de linnenpakketten die als extra zijn geboekt, opgeteld per
       *> woning en per park. Op de retourdag worden de teruggekomen
       *> sets per woning vastgelegd; ontbrekende en beschadigde sets
       *> gaan als inventaristekort naar de BorgAfhandeling
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
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CatalogusBestand ASSIGN TO Pad-ExtraCatalogus
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ReserveringExtrasBestand ASSIGN TO Pad-ReserveringExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UitgifteBestand ASSIGN TO Pad-LinnenUitgifte
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UitgifteWerk ASSIGN TO Pad-LinnenUitgifteWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT TekortenBestand ASSIGN TO Pad-InventarisTekorten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Bestelbestand voor de wasserij
       SELECT BestellingBestand ASSIGN TO Pad-LinnenBestelling
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD CatalogusBestand.
       01 Catalogusrecord.
       COPY ExtraArtikel REPLACING ==(pf)== BY ==FS-C==.
       FD ReserveringExtrasBestand.
       01 ReserveringExtrarecord.
       COPY ReserveringExtra REPLACING ==(pf)== BY ==FS-E==.
       FD UitgifteBestand.
       01 Uitgifterecord.
       COPY LinnenUitgifte REPLACING ==(pf)== BY ==FS-U==.
       FD UitgifteWerk.
       01 UitgifteWerkrecord.
       COPY LinnenUitgifte REPLACING ==(pf)== BY ==FS-UW==.
       FD TekortenBestand.
       01 Tekortrecord.
       COPY InventarisTekort REPLACING ==(pf)== BY ==FS-T==.
       FD BestellingBestand.
       01 Bestellingregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-ExtraCatalogus.
         02 PadDir-ExtraCatalogus PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ExtraCatalogus.dat".
       01 Pad-ReserveringExtras.
         02 PadDir-ReserveringExtras PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringExtras.dat".
       01 Pad-LinnenUitgifte.
         02 PadDir-LinnenUitgifte PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "LinnenUitgifte.dat".
       01 Pad-LinnenUitgifteWerk.
         02 PadDir-LinnenUitgifteWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "LinnenUitgifteWerk.dat".
       01 Pad-InventarisTekorten.
         02 PadDir-InventarisTekorten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "InventarisTekorten.dat".
       01 Pad-LinnenBestelling.
         02 PadDir-LinnenBestelling PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "LinnenBestelling.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 EOFWoningenVlag PIC 9 VALUE 0.
         88 EOFWoningen VALUE 1.
         88 NotEOFWoningen VALUE 0.
       01 EOFBewonersVlag PIC 9 VALUE 0.
         88 EOFBewoners VALUE 1.
         88 NotEOFBewoners VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 GekozenJaar PIC 9(4) VALUE ZERO.
       01 GekozenWeek PIC 99 VALUE ZERO.
       01 GekozenWoning PIC 99 VALUE ZERO.
       01 HuidigeWoning PIC 99 VALUE ZERO.
       01 HuidigPark PIC XX VALUE SPACES.
       *> Standaard per bewoner; linnenpakketten uit de extra's komen
       *> er bovenop
       78 BedSetsPerPersoon VALUE 1.
       78 HanddoekSetsPerPersoon VALUE 1.
       *> Vervangwaarde van een ontbrekende of beschadigde set, geboekt
       *> als inventaristekort onder een vast artikelnummer
       78 ArtikelBedSet VALUE 901.
       78 ArtikelHanddoekSet VALUE 902.
       78 VervangPrijsBedSet VALUE 35.00.
       78 VervangPrijsHanddoekSet VALUE 20.00.
       *> Linnenartikelen uit de extrascatalogus
       78 MaxLinnenArtikelen VALUE 50.
       01 LinnenArtikelTabel.
         02 LinnenArtikel OCCURS 50 TIMES.
           03 LA-Artikelnummer PIC 9(3).
           03 LA-LinnenSoort PIC X.
       01 AantalLinnenArtikelen PIC 99 VALUE ZERO.
       01 ArtikelIndex PIC 99 VALUE ZERO.
       *> Totalen per park
       78 MaxParken VALUE 10.
       01 ParkTotaalTabel.
         02 ParkTotaal OCCURS 10 TIMES.
           03 PT-Parkcode PIC XX.
           03 PT-Woningen PIC 9(4).
           03 PT-Personen PIC 9(5).
           03 PT-BedSets PIC 9(5).
           03 PT-HanddoekSets PIC 9(5).
       01 AantalParken PIC 99 VALUE ZERO.
       01 ParkIndex PIC 99 VALUE ZERO.
       01 TotaalWoningen PIC 9(4) VALUE ZERO.
       01 TotaalPersonen PIC 9(5) VALUE ZERO.
       01 TotaalBedSets PIC 9(5) VALUE ZERO.
       01 TotaalHanddoekSets PIC 9(5) VALUE ZERO.
       *> Berekening per aankomst
       01 NieuweUitgifte.
       COPY LinnenUitgifte REPLACING ==(pf)== BY ==NU==.
       01 TelResnr PIC 9(8) VALUE ZERO.
       01 AantalBewoners PIC 99 VALUE ZERO.
       01 ExtraBedSets PIC 99 VALUE ZERO.
       01 ExtraHanddoekSets PIC 99 VALUE ZERO.
       01 RetourBestaatVlag PIC 9 VALUE 0.
         88 RetourBestaat VALUE 1.
         88 GeenRetour VALUE 0.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       *> Retour
       01 UitgifteGevondenVlag PIC 9 VALUE 0.
         88 UitgifteGevonden VALUE 1.
         88 UitgifteNietGevonden VALUE 0.
       01 AantalInput PIC 99 VALUE ZERO.
       01 BedOntbreekt PIC 99 VALUE ZERO.
       01 HanddoekOntbreekt PIC 99 VALUE ZERO.
       01 TekortArtikel PIC 9(3) VALUE ZERO.
       01 TekortOmschrijving PIC X(20) VALUE SPACES.
       01 TekortAantal PIC 99 VALUE ZERO.
       01 TekortPrijs PIC 9(4)V99 VALUE ZERO.
       01 AantalTekortRegels PIC 99 VALUE ZERO.
       01 AantalOpenstaand PIC 9(4) VALUE ZERO.
       *> Weergave
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZ9,99.
       01 ToonAantal PIC ZZZZ9.
       01 ToonAantal2 PIC ZZZZ9.
       01 ToonAantal3 PIC ZZZZ9.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "LINNEN EN WASSERIJ"
               DISPLAY "=================="
               DISPLAY "1. Wasserijbestelling voor een aankomstweek"
               DISPLAY "2. Retour van linnen per woning vastleggen"
               DISPLAY "3. Openstaand linnen tonen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM BerekenBestelling
                   WHEN 2
                       PERFORM RegistreerRetour
                   WHEN 3
                       PERFORM ToonOpenstaand
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       VraagJaarWeek.
           DISPLAY "Jaar (0 = huidig jaar): " WITH NO ADVANCING
           ACCEPT GekozenJaar
           IF GekozenJaar = ZERO
               MOVE DatumVandaag(1:4) TO GekozenJaar
           END-IF
           DISPLAY "Aankomstweek (weeknummer): " WITH NO ADVANCING
           ACCEPT GekozenWeek
           .

       BerekenBestelling.
           DISPLAY SPACE
           PERFORM VraagJaarWeek
           IF GekozenWeek < 1 OR GekozenWeek > 53
               DISPLAY "Ongeldig weeknummer."
               EXIT PARAGRAPH
           END-IF
           *> Na de eerste retour ligt de bestelling van die week vast
           PERFORM ControleerRetourInWeek
           IF RetourBestaat
               DISPLAY "Voor week " GekozenWeek " van " GekozenJaar
                 " is al linnen retour gemeld; de bestelling kan"
                 " niet opnieuw worden berekend."
               EXIT PARAGRAPH
           END-IF
           PERFORM LaadLinnenArtikelen
           INITIALIZE ParkTotaalTabel
           MOVE ZERO TO AantalParken
           MOVE ZERO TO TotaalWoningen TotaalPersonen
           MOVE ZERO TO TotaalBedSets TotaalHanddoekSets
           *> Een eerdere berekening voor dezelfde week vervalt: de
           *> overige uitgifteregels gaan ongewijzigd naar het
           *> werkbestand, de nieuwe regels komen erachter
           MOVE ZERO TO EOFVlag
           OPEN OUTPUT UitgifteWerk
           OPEN INPUT UitgifteBestand
           IF IO-OK
               READ UitgifteBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-U-Jaar = GekozenJaar
                     AND FS-U-Weeknummer = GekozenWeek
                       CONTINUE
                   ELSE
                       WRITE UitgifteWerkrecord FROM Uitgifterecord
                   END-IF
                   READ UitgifteBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE UitgifteBestand
           END-IF
           OPEN OUTPUT BestellingBestand
           MOVE SPACES TO RegelBuffer
           STRING "LINNENBESTELLING WASSERIJ - AANKOMSTWEEK "
             GekozenWeek " VAN " GekozenJaar
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Besteld op " DatumVandaag(7:2) "-"
             DatumVandaag(5:2) "-" DatumVandaag(1:4)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "=============================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Park Woning Reservering Personen  Bedsets Handdoeksets"
             TO RegelBuffer
           PERFORM SchrijfRegel
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "ReserveringenMetAltKey.dat: " IOStatus
           END-IF
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
               MOVE Woningnummer TO HuidigeWoning
               MOVE WoningParkcode TO HuidigPark
               PERFORM ZoekAankomsten
               READ WoningenBestand
                   AT END
                       SET EOFWoningen TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           CLOSE ReserveringenBestand
           PERFORM SchrijfParkTotalen
           CLOSE BestellingBestand
           CLOSE UitgifteWerk
           PERFORM KopieerWerkNaarUitgifte
           DISPLAY SPACE
           DISPLAY "Bestelling geschreven naar LinnenBestelling.txt."
           .

       ControleerRetourInWeek.
           SET GeenRetour TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT UitgifteBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ UitgifteBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-U-Jaar = GekozenJaar
                 AND FS-U-Weeknummer = GekozenWeek
                 AND FS-U-Geretourneerd
                   SET RetourBestaat TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ UitgifteBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE UitgifteBestand
           .

       LaadLinnenArtikelen.
           *> Alleen catalogusartikelen met een linnensoort tellen mee
           MOVE ZERO TO AantalLinnenArtikelen
           MOVE ZERO TO EOFVlag
           OPEN INPUT CatalogusBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ CatalogusBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF (FS-C-LinnenBed OR FS-C-LinnenHanddoek)
                 AND AantalLinnenArtikelen < MaxLinnenArtikelen
                   ADD 1 TO AantalLinnenArtikelen
                   MOVE FS-C-Artikelnummer
                     TO LA-Artikelnummer(AantalLinnenArtikelen)
                   MOVE FS-C-LinnenSoort
                     TO LA-LinnenSoort(AantalLinnenArtikelen)
               END-IF
               READ CatalogusBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CatalogusBestand
           .

       ZoekAankomsten.
           *> Aankomst: een boeking die in de gekozen week begint
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
               OR FS-R-Woningnummer NOT = HuidigeWoning
               IF FS-R-Jaar = GekozenJaar
                 AND FS-R-Weeknummer = GekozenWeek
                 AND FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-DatumVerlopen = SPACES
                   PERFORM VerwerkAankomst
               END-IF
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-PERFORM
           .

       VerwerkAankomst.
           MOVE FS-R-Reserveringsnummer TO TelResnr
           PERFORM TelBewoners
           *> Zijn de bewoners nog niet opgegeven, dan rekenen we met
           *> de maximale bezetting van het woningtype
           IF AantalBewoners = ZERO
               MOVE Woningtype TO WT-C-Woningtype
               CALL "HaalWoningtype"
                 USING BY CONTENT WT-C-ParametersWoningtype,
                       BY REFERENCE WT-R-ParametersWoningtype
               MOVE WT-R-MaxPersonen TO AantalBewoners
           END-IF
           PERFORM TelLinnenExtras
           INITIALIZE NieuweUitgifte
           MOVE GekozenJaar TO NU-Jaar
           MOVE GekozenWeek TO NU-Weeknummer
           MOVE HuidigPark TO NU-Parkcode
           MOVE HuidigeWoning TO NU-Woningnummer
           MOVE TelResnr TO NU-Reserveringsnummer
           MOVE AantalBewoners TO NU-AantalPersonen
           COMPUTE NU-BedSets =
             AantalBewoners * BedSetsPerPersoon + ExtraBedSets
           COMPUTE NU-HanddoekSets =
             AantalBewoners * HanddoekSetsPerPersoon
             + ExtraHanddoekSets
           SET NU-Uitgegeven TO TRUE
           MOVE SPACES TO NU-DatumRetour
           WRITE UitgifteWerkrecord FROM NieuweUitgifte
           MOVE SPACES TO RegelBuffer
           STRING " " NU-Parkcode "   " NU-Woningnummer "    "
             NU-Reserveringsnummer "      " NU-AantalPersonen
             "       " NU-BedSets "        " NU-HanddoekSets
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM TelOpBijPark
           .

       TelBewoners.
           MOVE ZERO TO AantalBewoners
           MOVE ZERO TO EOFBewonersVlag
           OPEN INPUT BewonersBestand
           IF NOT IO-OK
               CLOSE BewonersBestand
               EXIT PARAGRAPH
           END-IF
           MOVE TelResnr TO FS-B-Reserveringsnummer
           MOVE ZERO TO FS-B-Volgnummer
           START BewonersBestand
             KEY >= FS-B-BewonersID
             INVALID KEY
                 SET EOFBewoners TO TRUE
           END-START
           PERFORM UNTIL EOFBewoners
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBewoners TO TRUE
               END-READ
               IF NOT EOFBewoners
                   IF FS-B-Reserveringsnummer NOT = TelResnr
                       SET EOFBewoners TO TRUE
                   ELSE
                       ADD 1 TO AantalBewoners
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BewonersBestand
           .

       TelLinnenExtras.
           *> Linnenpakketten die als extra bij de reservering zijn
           *> geboekt
           MOVE ZERO TO ExtraBedSets
           MOVE ZERO TO ExtraHanddoekSets
           IF AantalLinnenArtikelen = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT ReserveringExtrasBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ReserveringExtrasBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-E-Reserveringsnummer = TelResnr
                   PERFORM TelLinnenExtraRegel
               END-IF
               READ ReserveringExtrasBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringExtrasBestand
           .

       TelLinnenExtraRegel.
           PERFORM VARYING ArtikelIndex FROM 1 BY 1
             UNTIL ArtikelIndex > AantalLinnenArtikelen
               IF LA-Artikelnummer(ArtikelIndex) = FS-E-Artikelnummer
                   IF LA-LinnenSoort(ArtikelIndex) = "B"
                       ADD FS-E-Aantal TO ExtraBedSets
                   ELSE
                       ADD FS-E-Aantal TO ExtraHanddoekSets
                   END-IF
                   MOVE AantalLinnenArtikelen TO ArtikelIndex
               END-IF
           END-PERFORM
           .

       TelOpBijPark.
           PERFORM VARYING ParkIndex FROM 1 BY 1
             UNTIL ParkIndex > AantalParken
               OR PT-Parkcode(ParkIndex) = HuidigPark
               CONTINUE
           END-PERFORM
           IF ParkIndex > AantalParken
               IF AantalParken < MaxParken
                   ADD 1 TO AantalParken
                   MOVE AantalParken TO ParkIndex
                   MOVE HuidigPark TO PT-Parkcode(ParkIndex)
               ELSE
                   MOVE MaxParken TO ParkIndex
               END-IF
           END-IF
           ADD 1 TO PT-Woningen(ParkIndex) TotaalWoningen
           ADD NU-AantalPersonen TO PT-Personen(ParkIndex)
             TotaalPersonen
           ADD NU-BedSets TO PT-BedSets(ParkIndex) TotaalBedSets
           ADD NU-HanddoekSets TO PT-HanddoekSets(ParkIndex)
             TotaalHanddoekSets
           .

       SchrijfParkTotalen.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "TOTAAL PER PARK" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING ParkIndex FROM 1 BY 1
             UNTIL ParkIndex > AantalParken
               MOVE PT-Personen(ParkIndex) TO ToonAantal
               MOVE PT-BedSets(ParkIndex) TO ToonAantal2
               MOVE PT-HanddoekSets(ParkIndex) TO ToonAantal3
               MOVE SPACES TO RegelBuffer
               STRING "Park " PT-Parkcode(ParkIndex) ": "
                 PT-Woningen(ParkIndex) " woningen, " ToonAantal
                 " personen, " ToonAantal2 " bedsets, "
                 ToonAantal3 " handdoeksets"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           MOVE TotaalPersonen TO ToonAantal
           MOVE TotaalBedSets TO ToonAantal2
           MOVE TotaalHanddoekSets TO ToonAantal3
           MOVE SPACES TO RegelBuffer
           STRING "TOTAAL  : " TotaalWoningen " woningen, "
             ToonAantal " personen, " ToonAantal2 " bedsets, "
             ToonAantal3 " handdoeksets"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       RegistreerRetour.
           DISPLAY SPACE
           PERFORM VraagJaarWeek
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT GekozenWoning
           PERFORM ZoekUitgifte
           IF UitgifteNietGevonden
               DISPLAY "Geen openstaand linnen voor woning "
                 GekozenWoning " in week " GekozenWeek "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reservering " NU-Reserveringsnummer ": "
             NU-BedSets " bedsets en " NU-HanddoekSets
             " handdoeksets uitgegeven."
           DISPLAY "Teruggekomen bedsets: " WITH NO ADVANCING
           ACCEPT AantalInput
           IF AantalInput > NU-BedSets
               MOVE NU-BedSets TO AantalInput
           END-IF
           MOVE AantalInput TO NU-BedRetour
           DISPLAY "  waarvan beschadigd: " WITH NO ADVANCING
           ACCEPT AantalInput
           IF AantalInput > NU-BedRetour
               MOVE NU-BedRetour TO AantalInput
           END-IF
           MOVE AantalInput TO NU-BedBeschadigd
           DISPLAY "Teruggekomen handdoeksets: " WITH NO ADVANCING
           ACCEPT AantalInput
           IF AantalInput > NU-HanddoekSets
               MOVE NU-HanddoekSets TO AantalInput
           END-IF
           MOVE AantalInput TO NU-HanddoekRetour
           DISPLAY "  waarvan beschadigd: " WITH NO ADVANCING
           ACCEPT AantalInput
           IF AantalInput > NU-HanddoekRetour
               MOVE NU-HanddoekRetour TO AantalInput
           END-IF
           MOVE AantalInput TO NU-HanddoekBeschadigd
           SET NU-Geretourneerd TO TRUE
           MOVE DatumVandaag TO NU-DatumRetour
           COMPUTE BedOntbreekt = NU-BedSets - NU-BedRetour
           COMPUTE HanddoekOntbreekt =
             NU-HanddoekSets - NU-HanddoekRetour
           *> Ontbrekende en beschadigde sets komen als tekort op de
           *> reservering; de BorgAfhandeling houdt ze in op de borg
           MOVE ZERO TO AantalTekortRegels
           MOVE ArtikelBedSet TO TekortArtikel
           MOVE VervangPrijsBedSet TO TekortPrijs
           MOVE BedOntbreekt TO TekortAantal
           MOVE "BEDSET ONTBREEKT" TO TekortOmschrijving
           PERFORM BoekTekort
           MOVE NU-BedBeschadigd TO TekortAantal
           MOVE "BEDSET BESCHADIGD" TO TekortOmschrijving
           PERFORM BoekTekort
           MOVE ArtikelHanddoekSet TO TekortArtikel
           MOVE VervangPrijsHanddoekSet TO TekortPrijs
           MOVE HanddoekOntbreekt TO TekortAantal
           MOVE "HANDDOEKSET ONTBREEKT" TO TekortOmschrijving
           PERFORM BoekTekort
           MOVE NU-HanddoekBeschadigd TO TekortAantal
           MOVE "HANDDOEKSET BESCHADIGD" TO TekortOmschrijving
           PERFORM BoekTekort
           PERFORM SchrijfUitgifteTerug
           IF AantalTekortRegels = ZERO
               DISPLAY "Retour compleet; geen tekorten."
           ELSE
               DISPLAY AantalTekortRegels " tekortregel(s) geboekt op "
                 "reservering " NU-Reserveringsnummer "."
               DISPLAY "BorgAfhandeling verrekent de tekorten met de "
                 "borg."
           END-IF
           .

       ZoekUitgifte.
           *> Eerste openstaande uitgifte van de woning in de gekozen
           *> week; het record komt in NieuweUitgifte
           SET UitgifteNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT UitgifteBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ UitgifteBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-U-Jaar = GekozenJaar
                 AND FS-U-Weeknummer = GekozenWeek
                 AND FS-U-Woningnummer = GekozenWoning
                 AND FS-U-Uitgegeven
                   SET UitgifteGevonden TO TRUE
                   MOVE Uitgifterecord TO NieuweUitgifte
                   SET EOFBereikt TO TRUE
               ELSE
                   READ UitgifteBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE UitgifteBestand
           .

       BoekTekort.
           IF TekortAantal = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TekortenBestand
           IF IOStatus = 35
               CLOSE TekortenBestand
               OPEN OUTPUT TekortenBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE NU-Reserveringsnummer TO FS-T-Reserveringsnummer
               MOVE NU-Woningnummer TO FS-T-Woningnummer
               MOVE TekortArtikel TO FS-T-Artikelnummer
               MOVE TekortOmschrijving TO FS-T-Omschrijving
               MOVE TekortAantal TO FS-T-AantalTekort
               COMPUTE FS-T-Bedrag = TekortAantal * TekortPrijs
               MOVE DatumVandaag TO FS-T-Datum
               WRITE Tekortrecord
               CLOSE TekortenBestand
               ADD 1 TO AantalTekortRegels
               COMPUTE BedragCenten = FS-T-Bedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY ">>> Tekort: " TekortAantal " x "
                 FUNCTION TRIM (TekortOmschrijving) " = "
                 ToonBedrag " euro"
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "InventarisTekorten.dat: " IOStatus
           END-IF
           .

       SchrijfUitgifteTerug.
           *> Het werkbestand wordt het nieuwe uitgiftebestand
           MOVE ZERO TO EOFVlag
           OPEN INPUT UitgifteBestand
           OPEN OUTPUT UitgifteWerk
           READ UitgifteBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-U-Jaar = NU-Jaar
                 AND FS-U-Weeknummer = NU-Weeknummer
                 AND FS-U-Reserveringsnummer = NU-Reserveringsnummer
                   WRITE UitgifteWerkrecord FROM NieuweUitgifte
               ELSE
                   WRITE UitgifteWerkrecord FROM Uitgifterecord
               END-IF
               READ UitgifteBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE UitgifteBestand, UitgifteWerk
           PERFORM KopieerWerkNaarUitgifte
           .

       KopieerWerkNaarUitgifte.
           MOVE ZERO TO EOFVlag
           OPEN INPUT UitgifteWerk
           OPEN OUTPUT UitgifteBestand
           READ UitgifteWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Uitgifterecord FROM UitgifteWerkrecord
               READ UitgifteWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE UitgifteWerk, UitgifteBestand
           .

       ToonOpenstaand.
           DISPLAY SPACE
           DISPLAY "OPENSTAAND LINNEN (NOG NIET RETOUR GEMELD)"
           DISPLAY "=========================================="
           MOVE ZERO TO AantalOpenstaand
           MOVE ZERO TO EOFVlag
           OPEN INPUT UitgifteBestand
           IF NOT IO-OK
               DISPLAY "Er is nog geen linnen uitgegeven. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ UitgifteBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-U-Uitgegeven
                   ADD 1 TO AantalOpenstaand
                   DISPLAY FS-U-Jaar "-" FS-U-Weeknummer " | park "
                     FS-U-Parkcode " | woning " FS-U-Woningnummer
                     " | reservering " FS-U-Reserveringsnummer " | "
                     FS-U-BedSets " bedsets | " FS-U-HanddoekSets
                     " handdoeksets"
               END-IF
               READ UitgifteBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE UitgifteBestand
           IF AantalOpenstaand = ZERO
               DISPLAY "Al het uitgegeven linnen is retour gemeld."
           END-IF
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE Bestellingregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Bewoners
             PadDir-Woningen
             PadDir-ExtraCatalogus
             PadDir-ReserveringExtras
             PadDir-LinnenUitgifte
             PadDir-LinnenUitgifteWerk
             PadDir-InventarisTekorten
             PadDir-LinnenBestelling
           .
