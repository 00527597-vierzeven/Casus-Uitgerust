       IDENTIFICATION DIVISION.
       PROGRAM-ID. 50--JaarOverzicht.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OpenPostenBestand ASSIGN TO Pad-OpenPosten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Contante en pinbetalingen aan de balie (05--LastMinuteBoeking,
       *> 37--StrippenkaartVerkoop)
       SELECT DirecteBetalingenBestand ASSIGN TO Pad-DirecteBetalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT StrippenkaartenBestand ASSIGN TO Pad-Strippenkaarten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT LockersBestand ASSIGN TO Pad-Lockers
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT PostadressenBestand ASSIGN TO Pad-Postadressen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BoekingExtrasBestand ASSIGN TO Pad-BoekingExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParkeerReserveringenBestand ASSIGN TO Pad-ParkeerReserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VergaderBoekingenBestand ASSIGN TO Pad-VergaderBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Regels van de verzamelfacturen per medewerker en kostenplaats
       SELECT BedrijfsFactuurRegelsBestand ASSIGN TO Pad-BedrijfsFactuurRegels
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Concerntabel met BTW-tarieven (beheerd in Huur een
       *> vakantieavontuur)
       SELECT BtwCodesBestand ASSIGN TO Pad-BtwCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT OverzichtBestand ASSIGN TO OverzichtPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OpenPostenBestand.
       COPY OpenPost REPLACING ==(pf)== BY ==OP==.
       FD DirecteBetalingenBestand.
       COPY DirecteBetaling REPLACING ==(pf)== BY ==DB==.
       FD StrippenkaartenBestand.
       COPY Strippenkaart REPLACING ==(pf)== BY ==SK==.
       FD LockersBestand.
       COPY Locker REPLACING ==(pf)== BY ==LK==.
       FD PostadressenBestand.
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==PA==.
       FD BoekingExtrasBestand.
       COPY BoekingExtra REPLACING ==(pf)== BY ==BX==.
       FD ParkeerReserveringenBestand.
       COPY ParkeerReservering REPLACING ==(pf)== BY ==PR==.
       FD VergaderBoekingenBestand.
       COPY VergaderBoeking REPLACING ==(pf)== BY ==VB==.
       FD BedrijfsFactuurRegelsBestand.
       COPY BedrijfsFactuurRegel REPLACING ==(pf)== BY ==BFR==.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD BtwCodesBestand.
       01 BtwCoderecord.
         02 BC-Code PIC X.
         02 BC-Percentage PIC 99.
         02 BC-Omschrijving PIC X(20).
       FD OverzichtBestand.
       01 OverzichtRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-OpenPosten.
         02 PadDir-OpenPosten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "OpenPosten.dat".
       01 Pad-DirecteBetalingen.
         02 PadDir-DirecteBetalingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "DirecteBetalingen.dat".
       01 Pad-Strippenkaarten.
         02 PadDir-Strippenkaarten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Strippenkaarten.dat".
       01 Pad-Lockers.
         02 PadDir-Lockers PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Lockers.dat".
       01 Pad-Postadressen.
         02 PadDir-Postadressen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Postadressen.dat".
       01 Pad-BoekingExtras.
         02 PadDir-BoekingExtras PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BoekingExtras.dat".
       01 Pad-ParkeerReserveringen.
         02 PadDir-ParkeerReserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ParkeerReserveringen.dat".
       01 Pad-VergaderBoekingen.
         02 PadDir-VergaderBoekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
       01 Pad-BedrijfsFactuurRegels.
         02 PadDir-BedrijfsFactuurRegels PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsFactuurRegels.dat".
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwCodes.dat".
       01 OverzichtPad PIC X(100) VALUE SPACES.
       01 OverzichtNaam PIC X(30) VALUE SPACES.
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       *> END OF DATA VLAG
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> MENU VLAG
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Maanden voor deze maand zijn gefactureerd; de lopende maand
       *> volgt pas bij de maandfacturatie
       01 HuidigJaarMaand PIC 9(6) VALUE ZERO.
       01 HuidigeMaandBegin PIC 9(8) VALUE ZERO.
       *> Aanmaken en versturen voor iedereen, of een herdruk aan de balie
       01 ModusVlag PIC X VALUE "V".
         88 ModusVerzenden VALUE "V".
         88 ModusHerdruk VALUE "H".
       01 OverzichtJaar PIC 9(4) VALUE ZERO.
       01 PercentageHoog PIC 99 VALUE 21.
       *> VOOR WIE HET OVERZICHT IS
       01 OntvangerVlag PIC X VALUE "K".
         88 OntvangerKlant VALUE "K".
         88 OntvangerBedrijf VALUE "B".
       01 HuidigKlantnummer PIC 9(6) VALUE ZERO.
       01 HuidigBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 HuidigNaam PIC X(30) VALUE SPACES.
       01 HuidigEmail PIC X(40) VALUE SPACES.
       *> Verzamelfacturen staan als open post op 990000 + bedrijfsnummer
       01 HuidigDebiteurnummer PIC 9(6) VALUE ZERO.
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 GezochtBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 GevondenVlag PIC 9 VALUE ZERO.
         88 Gevonden VALUE 1.
         88 NietGevonden VALUE 0.
       *> KLANTEN EN BEDRIJVEN VOOR DE JAARLIJKSE RUN
       01 KlantTabel.
         02 KlantRegelT OCCURS 500 TIMES.
           03 KT-Klantnummer PIC 9(6).
           03 KT-Naam PIC X(24).
           03 KT-Emailadres PIC X(40).
       01 AantalKlanten PIC 999 VALUE ZERO.
       01 KlantIndex PIC 999 VALUE ZERO.
       01 BedrijfTabel.
         02 BedrijfRegelT OCCURS 200 TIMES.
           03 BT-Bedrijfsnummer PIC 9(4).
           03 BT-Naam PIC X(30).
           03 BT-Emailadres PIC X(40).
       01 AantalBedrijven PIC 999 VALUE ZERO.
       01 BedrijfIndex PIC 999 VALUE ZERO.
       *> REGELS VAN HET OVERZICHT: eerst opgebouwd, pas geschreven als
       *> er in het jaar iets te melden is
       01 OverzichtTabel.
         02 OverzichtRegelT PIC X(132) OCCURS 400 TIMES.
       01 AantalRegels PIC 999 VALUE ZERO.
       01 RegelIndex PIC 999 VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       01 AantalPosten PIC 9(4) VALUE ZERO.
       01 AantalSectiePosten PIC 9(4) VALUE ZERO.
       *> TOTALEN VAN HET JAAR
       01 TotaalGefactureerd PIC 9(7)V99 VALUE ZERO.
       01 TotaalBetaaldFacturen PIC 9(7)V99 VALUE ZERO.
       01 TotaalOpen PIC 9(7)V99 VALUE ZERO.
       01 TotaalDirect PIC 9(7)V99 VALUE ZERO.
       01 TotaalStrippen PIC 9(7)V99 VALUE ZERO.
       01 TotaalSpecificatie PIC 9(7)V99 VALUE ZERO.
       *> Betaald parkeren van het jaar, per soort plaats
       01 ParkeerDagen PIC 999 VALUE ZERO.
       01 ParkeerBedrag PIC 9(5)V99 VALUE ZERO.
       01 LaadplaatsDagen PIC 999 VALUE ZERO.
       01 LaadplaatsBedrag PIC 9(5)V99 VALUE ZERO.
       01 TotaalVergader PIC 9(7)V99 VALUE ZERO.
       01 TotaalOntvangen PIC 9(7)V99 VALUE ZERO.
       01 TotaalRegels PIC 9(7)V99 VALUE ZERO.
       *> MAANDEN VAN EEN LOCKER OF POSTADRES
       01 Maand PIC 99 VALUE ZERO.
       01 MaandBegin PIC 9(8) VALUE ZERO.
       01 MaandEinde PIC 9(8) VALUE ZERO.
       01 AantalMaanden PIC 99 VALUE ZERO.
       01 PeriodeBedrag PIC 9(6)V99 VALUE ZERO.
       *> BTW PER TARIEF (bedragen inclusief BTW)
       01 BtwTabel.
         02 BtwRegelT OCCURS 5 TIMES.
           03 BR-Percentage PIC 99.
           03 BR-BedragIncl PIC S9(7)V99.
       01 AantalBtwRegels PIC 9 VALUE ZERO.
       01 BtwIndex PIC 9 VALUE ZERO.
       01 BtwInvoerPercentage PIC 99 VALUE ZERO.
       01 BtwInvoerBedrag PIC S9(7)V99 VALUE ZERO.
       01 BtwBedrag PIC S9(7)V99 VALUE ZERO.
       01 BtwGrondslag PIC S9(7)V99 VALUE ZERO.
       *> VERZAMELFACTUURREGELS: per medewerker en maand de laatste regel
       01 FactuurRegelTabel.
         02 FactuurRegelT OCCURS 600 TIMES.
           03 FR-Klantnummer PIC 9(6).
           03 FR-Maand PIC 99.
           03 FR-Naam PIC X(24).
           03 FR-Kostenplaats PIC X(6).
           03 FR-Bedrag PIC 9(6)V99.
           03 FR-BtwPercentage PIC 99.
       01 AantalFactuurRegels PIC 999 VALUE ZERO.
       01 FactuurRegelIndex PIC 999 VALUE ZERO.
       01 MedewerkerTabel.
         02 MedewerkerRegelT OCCURS 200 TIMES.
           03 MW-Klantnummer PIC 9(6).
           03 MW-Naam PIC X(24).
           03 MW-Kostenplaats PIC X(6).
           03 MW-AantalMaanden PIC 99.
           03 MW-Bedrag PIC 9(7)V99.
       01 AantalMedewerkers PIC 999 VALUE ZERO.
       01 MedewerkerIndex PIC 999 VALUE ZERO.
       *> TELLERS VAN DE JAARLIJKSE RUN
       01 AantalOverzichten PIC 9(4) VALUE ZERO.
       01 AantalVerzonden PIC 9(4) VALUE ZERO.
       01 AantalZonderEmail PIC 9(4) VALUE ZERO.
       *> WEERGAVE
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 BedragCentenS PIC S9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZ9,99.
       01 ToonBedrag2 PIC ZZZZZ9,99.
       01 ToonBedrag3 PIC ZZZZZ9,99.
       01 ToonBedragS PIC -ZZZZZ9,99.
       01 ToonBedragS2 PIC -ZZZZZ9,99.
       01 ToonBedragS3 PIC -ZZZZZ9,99.
       01 StatusTekst PIC X(8) VALUE SPACES.
       01 WijzeTekst PIC X(7) VALUE SPACES.
       01 Bevestiging PIC X VALUE SPACE.

       COPY Bericht REPLACING ==(pf)== BY ==BER==.

       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE DatumVandaag(1:6) TO HuidigJaarMaand
           COMPUTE HuidigeMaandBegin = HuidigJaarMaand * 100 + 1
           PERFORM LaadBtwPercentage
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "JAAROVERZICHT VOOR DE AANGIFTE"
               DISPLAY "=============================="
               DISPLAY "1. Jaaroverzichten aanmaken en versturen (alle klanten en bedrijven)"
               DISPLAY "2. Jaaroverzicht van een klant afdrukken"
               DISPLAY "3. Jaaroverzicht van een bedrijf afdrukken"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakAlleOverzichten
                   WHEN 2
                       PERFORM HerdrukKlantOverzicht
                   WHEN 3
                       PERFORM HerdrukBedrijfOverzicht
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       VraagJaar.
           *> Standaard het afgelopen kalenderjaar
           MOVE ZERO TO OverzichtJaar
           DISPLAY "Jaar (yyyy, leeg = vorig jaar): " WITH NO ADVANCING
           ACCEPT OverzichtJaar
           IF (OverzichtJaar IS NOT NUMERIC OR OverzichtJaar EQUALS ZERO)
               COMPUTE OverzichtJaar = HuidigJaarMaand / 100 - 1
           END-IF
           .

       MaakAlleOverzichten.
           PERFORM VraagJaar
           IF (OverzichtJaar * 100 + 12 >= HuidigJaarMaand)
               DISPLAY "Let op: " OverzichtJaar " is nog niet volledig gefactureerd."
           END-IF
           DISPLAY "Jaaroverzichten " OverzichtJaar " aanmaken en versturen? (J/N): " WITH NO ADVANCING
           ACCEPT Bevestiging
           IF NOT (Bevestiging EQUALS "J" OR "j")
               DISPLAY "Er is niets aangemaakt."
               EXIT PARAGRAPH
           END-IF
           SET ModusVerzenden TO TRUE
           MOVE ZERO TO AantalOverzichten, AantalVerzonden, AantalZonderEmail
           PERFORM LaadKlanten
           PERFORM LaadBedrijven
           PERFORM VARYING KlantIndex FROM 1 BY 1 UNTIL KlantIndex > AantalKlanten
               SET OntvangerKlant TO TRUE
               MOVE KT-Klantnummer(KlantIndex) TO HuidigKlantnummer
               MOVE ZERO TO HuidigBedrijfsnummer
               MOVE KT-Naam(KlantIndex) TO HuidigNaam
               MOVE KT-Emailadres(KlantIndex) TO HuidigEmail
               PERFORM MaakOverzicht
           END-PERFORM
           PERFORM VARYING BedrijfIndex FROM 1 BY 1 UNTIL BedrijfIndex > AantalBedrijven
               SET OntvangerBedrijf TO TRUE
               MOVE ZERO TO HuidigKlantnummer
               MOVE BT-Bedrijfsnummer(BedrijfIndex) TO HuidigBedrijfsnummer
               MOVE BT-Naam(BedrijfIndex) TO HuidigNaam
               MOVE BT-Emailadres(BedrijfIndex) TO HuidigEmail
               PERFORM MaakOverzicht
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "Jaaroverzichten aangemaakt : " AantalOverzichten
           DISPLAY "Per e-mail verstuurd       : " AantalVerzonden
           DISPLAY "Zonder e-mailadres         : " AantalZonderEmail
           MOVE "50--JaarOverzicht" TO LOG-Programma
           MOVE "JAAROVERZICHTEN" TO LOG-Actie
           MOVE SPACES TO LOG-BeeldVoor
           MOVE SPACES TO LOG-BeeldNa
           STRING "jaar " OverzichtJaar " overzichten " AantalOverzichten " verstuurd " AantalVerzonden
             DELIMITED BY SIZE INTO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           .

       HerdrukKlantOverzicht.
           DISPLAY "Klantnummer: " WITH NO ADVANCING
           ACCEPT GezochtKlantnummer
           MOVE GezochtKlantnummer TO FK-Klantnummer
           OPEN INPUT FlexKlantenBestand
           IF NOT (IO-OK)
               DISPLAY "FlexKlanten.dat kon niet worden gelezen. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ FlexKlantenBestand KEY IS FK-Klantnummer
               INVALID KEY
                   MOVE ZERO TO FK-Klantnummer
           END-READ
           CLOSE FlexKlantenBestand
           IF (FK-Klantnummer EQUALS ZERO)
               DISPLAY "Klant " GezochtKlantnummer " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           PERFORM VraagJaar
           SET ModusHerdruk TO TRUE
           SET OntvangerKlant TO TRUE
           MOVE FK-Klantnummer TO HuidigKlantnummer
           MOVE ZERO TO HuidigBedrijfsnummer
           MOVE FK-Naam TO HuidigNaam
           MOVE FK-Emailadres TO HuidigEmail
           PERFORM MaakOverzicht
           IF (AantalPosten > ZERO)
               PERFORM LogHerdruk
           END-IF
           .

       HerdrukBedrijfOverzicht.
           DISPLAY "Bedrijfsnummer: " WITH NO ADVANCING
           ACCEPT GezochtBedrijfsnummer
           PERFORM LaadBedrijven
           SET NietGevonden TO TRUE
           PERFORM VARYING BedrijfIndex FROM 1 BY 1 UNTIL BedrijfIndex > AantalBedrijven OR Gevonden
               IF (BT-Bedrijfsnummer(BedrijfIndex) EQUALS GezochtBedrijfsnummer)
                   SET Gevonden TO TRUE
                   MOVE BT-Naam(BedrijfIndex) TO HuidigNaam
                   MOVE BT-Emailadres(BedrijfIndex) TO HuidigEmail
               END-IF
           END-PERFORM
           IF (NietGevonden)
               DISPLAY "Bedrijf " GezochtBedrijfsnummer " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           PERFORM VraagJaar
           SET ModusHerdruk TO TRUE
           SET OntvangerBedrijf TO TRUE
           MOVE ZERO TO HuidigKlantnummer
           MOVE GezochtBedrijfsnummer TO HuidigBedrijfsnummer
           PERFORM MaakOverzicht
           IF (AantalPosten > ZERO)
               PERFORM LogHerdruk
           END-IF
           .

       LogHerdruk.
           MOVE "50--JaarOverzicht" TO LOG-Programma
           MOVE "JAAROVERZICHT-HERDRUK" TO LOG-Actie
           MOVE SPACES TO LOG-BeeldVoor
           MOVE SPACES TO LOG-BeeldNa
           STRING FUNCTION TRIM (OverzichtNaam) DELIMITED BY SIZE INTO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           .

       MaakOverzicht.
           MOVE ZERO TO AantalRegels, AantalPosten, AantalBtwRegels
           MOVE ZERO TO TotaalGefactureerd, TotaalBetaaldFacturen, TotaalOpen
           MOVE ZERO TO TotaalDirect, TotaalStrippen, TotaalSpecificatie, TotaalVergader
           IF (OntvangerKlant)
               MOVE HuidigKlantnummer TO HuidigDebiteurnummer
               MOVE SPACES TO OverzichtNaam
               STRING "JaarOverzicht" HuidigKlantnummer OverzichtJaar ".txt" DELIMITED BY SIZE INTO OverzichtNaam
           ELSE
               COMPUTE HuidigDebiteurnummer = 990000 + HuidigBedrijfsnummer
               MOVE SPACES TO OverzichtNaam
               STRING "JaarOverzichtBedr" HuidigBedrijfsnummer OverzichtJaar ".txt" DELIMITED BY SIZE INTO OverzichtNaam
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "JAAROVERZICHT FLEXEN EN RELAXEN - JAAR " OverzichtJaar DELIMITED BY SIZE INTO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "=============================================" TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE SPACES TO RegelBuffer
           IF (OntvangerKlant)
               STRING "Klant   : " HuidigKlantnummer " | " HuidigNaam DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "Bedrijf : " HuidigBedrijfsnummer " | " HuidigNaam DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM VoegRegelToe
           MOVE SPACES TO RegelBuffer
           STRING "Datum   : " DatumVandaag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "Alle bedragen zijn in euro en inclusief BTW." TO RegelBuffer
           PERFORM VoegRegelToe
           PERFORM VoegFacturenToe
           IF (OntvangerKlant)
               PERFORM VoegDirecteBetalingenToe
               PERFORM VoegStrippenkaartenToe
               PERFORM VoegSpecificatieKlantToe
               PERFORM VoegVergaderruimtenToe
               *> Alle flexomzet valt onder het hoge tarief
               MOVE PercentageHoog TO BtwInvoerPercentage
               COMPUTE BtwInvoerBedrag = TotaalGefactureerd + TotaalDirect + TotaalStrippen
               PERFORM TelBtwOp
           ELSE
               PERFORM VoegSpecificatieBedrijfToe
           END-IF
           IF (AantalPosten EQUALS ZERO)
               IF (ModusHerdruk)
                   DISPLAY "Er is in " OverzichtJaar " niets gefactureerd of betaald."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VoegBtwToe
           PERFORM VoegBetalingenToe
           PERFORM SchrijfOverzicht
           IF (ModusVerzenden)
               PERFORM VerstuurOverzicht
           END-IF
           .

       VoegFacturenToe.
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           IF (OntvangerKlant)
               MOVE "FACTUREN" TO RegelBuffer
           ELSE
               MOVE "VERZAMELFACTUREN" TO RegelBuffer
           END-IF
           PERFORM VoegRegelToe
           MOVE ZERO TO AantalSectiePosten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT OpenPostenBestand
           IF (IO-OK)
               READ OpenPostenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (OP-Klantnummer EQUALS HuidigDebiteurnummer)
                     AND (OP-FactuurJaar EQUALS OverzichtJaar)
                       ADD 1 TO AantalSectiePosten
                       ADD OP-FactuurBedrag TO TotaalGefactureerd
                       ADD OP-BetaaldBedrag TO TotaalBetaaldFacturen
                       IF (OP-BetaaldBedrag < OP-FactuurBedrag)
                           COMPUTE TotaalOpen = TotaalOpen + OP-FactuurBedrag - OP-BetaaldBedrag
                       END-IF
                       EVALUATE TRUE
                           WHEN OP-StatusBetaald
                               MOVE "betaald" TO StatusTekst
                           WHEN OP-StatusIncasso
                               MOVE "incasso" TO StatusTekst
                           WHEN OTHER
                               MOVE "open" TO StatusTekst
                       END-EVALUATE
                       COMPUTE BedragCenten = OP-FactuurBedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       COMPUTE BedragCenten = OP-BetaaldBedrag * 100
                       MOVE BedragCenten TO ToonBedrag2
                       MOVE SPACES TO RegelBuffer
                       STRING "   Factuur " OP-FactuurJaar "-" OP-FactuurMaand " | vestiging " OP-Vestiging
                         " | datum " OP-FactuurDatum " | bedrag " ToonBedrag " | betaald " ToonBedrag2
                         " | " StatusTekst DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM VoegRegelToe
                   END-IF
                   READ OpenPostenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenPostenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           IF (AantalSectiePosten EQUALS ZERO)
               MOVE "   Geen facturen in dit jaar." TO RegelBuffer
               PERFORM VoegRegelToe
           ELSE
               ADD AantalSectiePosten TO AantalPosten
               COMPUTE BedragCenten = TotaalGefactureerd * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Totaal gefactureerd : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           .

       VoegDirecteBetalingenToe.
           *> Last-minute boekingen die aan de balie zijn afgerekend; een
           *> dag van een strippenkaart is geen betaling en de verkoop van
           *> een strippenkaart staat in het eigen overzicht hierna
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "DIRECT BETAALD AAN DE BALIE" TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE ZERO TO AantalSectiePosten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT DirecteBetalingenBestand
           IF (IO-OK)
               READ DirecteBetalingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (DB-Klantnummer EQUALS HuidigKlantnummer)
                     AND (DB-Datum(1:4) EQUALS OverzichtJaar)
                     AND (DB-WijzeContant OR DB-WijzePin)
                     AND (DB-Dagdeel NOT EQUALS "X")
                       ADD 1 TO AantalSectiePosten
                       ADD DB-Bedrag TO TotaalDirect
                       IF (DB-WijzeContant)
                           MOVE "contant" TO WijzeTekst
                       ELSE
                           MOVE "pin" TO WijzeTekst
                       END-IF
                       COMPUTE BedragCenten = DB-Bedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "   " DB-Datum " | vestiging " DB-Vestiging " | werkplek " DB-Huisnummer "/" DB-Kamernummer
                         " dagdeel " DB-Dagdeel " | " ToonBedrag " | " WijzeTekst DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM VoegRegelToe
                   END-IF
                   READ DirecteBetalingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DirecteBetalingenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           IF (AantalSectiePosten EQUALS ZERO)
               MOVE "   Geen directe betalingen in dit jaar." TO RegelBuffer
               PERFORM VoegRegelToe
           ELSE
               ADD AantalSectiePosten TO AantalPosten
               COMPUTE BedragCenten = TotaalDirect * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Totaal direct betaald : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           .

       VoegStrippenkaartenToe.
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "GEKOCHTE STRIPPENKAARTEN" TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE ZERO TO AantalSectiePosten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StrippenkaartenBestand
           IF (IO-OK)
               READ StrippenkaartenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (SK-Klantnummer EQUALS HuidigKlantnummer)
                     AND (SK-KoopDatum(1:4) EQUALS OverzichtJaar)
                       ADD 1 TO AantalSectiePosten
                       ADD SK-Bedrag TO TotaalStrippen
                       COMPUTE BedragCenten = SK-Bedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "   Gekocht op " SK-KoopDatum " | " SK-AantalGekocht " dagen | geldig tot " SK-GeldigTot
                         " | " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM VoegRegelToe
                   END-IF
                   READ StrippenkaartenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StrippenkaartenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           IF (AantalSectiePosten EQUALS ZERO)
               MOVE "   Geen strippenkaarten gekocht in dit jaar." TO RegelBuffer
               PERFORM VoegRegelToe
           ELSE
               ADD AantalSectiePosten TO AantalPosten
               COMPUTE BedragCenten = TotaalStrippen * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Totaal strippenkaarten : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           .

       VoegSpecificatieKlantToe.
           *> Wat naast de werkplekken in de maandfacturen is opgenomen:
           *> lockerhuur, postadres, extra's en parkeren
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "OPGENOMEN IN DE MAANDFACTUREN" TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE ZERO TO AantalSectiePosten
           PERFORM VoegLockersToe
           PERFORM VoegPostadressenToe
           PERFORM VoegExtrasToe
           PERFORM VoegParkerenToe
           IF (AantalSectiePosten EQUALS ZERO)
               MOVE "   Geen lockers, postadres, extra's of parkeren in dit jaar." TO RegelBuffer
               PERFORM VoegRegelToe
           ELSE
               ADD AantalSectiePosten TO AantalPosten
               COMPUTE BedragCenten = TotaalSpecificatie * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Totaal lockers, postadres, extra's en parkeren : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           .

       VoegLockersToe.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT LockersBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ LockersBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (LK-Klantnummer EQUALS HuidigKlantnummer)
                   *> Zelfde voorwaarden als de maandfacturatie, per maand
                   *> met de aangekondigde nieuwe prijs zodra die ingaat
                   MOVE ZERO TO AantalMaanden, PeriodeBedrag
                   PERFORM VARYING Maand FROM 1 BY 1 UNTIL Maand > 12
                       PERFORM BepaalMaandGrenzen
                       IF (OverzichtJaar * 100 + Maand < HuidigJaarMaand)
                         AND (LK-VanDatum <= MaandEinde)
                         AND (LK-TotDatum EQUALS SPACES OR LK-TotDatum >= MaandBegin)
                           ADD 1 TO AantalMaanden
                           IF (LK-NieuwBedragVanaf NOT EQUALS SPACES)
                             AND (LK-NieuwBedragVanaf <= MaandBegin)
                               ADD LK-NieuwMaandBedrag TO PeriodeBedrag
                           ELSE
                               ADD LK-MaandBedrag TO PeriodeBedrag
                           END-IF
                       END-IF
                   END-PERFORM
                   IF (AantalMaanden > ZERO)
                       ADD 1 TO AantalSectiePosten
                       ADD PeriodeBedrag TO TotaalSpecificatie
                       COMPUTE BedragCenten = PeriodeBedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "   Lockerhuur locker " LK-Lockernummer " vestiging " LK-Vestiging
                         " | " AantalMaanden " maanden | " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM VoegRegelToe
                   END-IF
               END-IF
               READ LockersBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE LockersBestand
           MOVE ZERO TO EndOfDataFlag
           .

       VoegPostadressenToe.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostadressenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ PostadressenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PA-Klantnummer EQUALS HuidigKlantnummer)
                   MOVE ZERO TO AantalMaanden, PeriodeBedrag
                   PERFORM VARYING Maand FROM 1 BY 1 UNTIL Maand > 12
                       PERFORM BepaalMaandGrenzen
                       IF (OverzichtJaar * 100 + Maand < HuidigJaarMaand)
                         AND (PA-VanDatum <= MaandEinde)
                         AND (PA-TotDatum EQUALS SPACES OR PA-TotDatum >= MaandBegin)
                           ADD 1 TO AantalMaanden
                           IF (PA-NieuwBedragVanaf NOT EQUALS SPACES)
                             AND (PA-NieuwBedragVanaf <= MaandBegin)
                               ADD PA-NieuwMaandBedrag TO PeriodeBedrag
                           ELSE
                               ADD PA-MaandBedrag TO PeriodeBedrag
                           END-IF
                       END-IF
                   END-PERFORM
                   IF (AantalMaanden > ZERO)
                       ADD 1 TO AantalSectiePosten
                       ADD PeriodeBedrag TO TotaalSpecificatie
                       COMPUTE BedragCenten = PeriodeBedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "   Postadres vestiging " PA-Vestiging " (abonnement " PA-Abonnementnummer ")"
                         " | " AantalMaanden " maanden | " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM VoegRegelToe
                   END-IF
               END-IF
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenBestand
           MOVE ZERO TO EndOfDataFlag
           .

       VoegExtrasToe.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingExtrasBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BoekingExtrasBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BX-Klantnummer EQUALS HuidigKlantnummer)
                 AND (BX-Datum(1:4) EQUALS OverzichtJaar)
                 AND (BX-Datum < HuidigeMaandBegin)
                   ADD 1 TO AantalSectiePosten
                   ADD BX-Bedrag TO TotaalSpecificatie
                   COMPUTE BedragCenten = BX-Bedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   MOVE SPACES TO RegelBuffer
                   STRING "   " BX-Datum " | " BX-Omschrijving " | aantal " BX-Aantal " | " ToonBedrag
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM VoegRegelToe
               END-IF
               READ BoekingExtrasBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BoekingExtrasBestand
           MOVE ZERO TO EndOfDataFlag
           .

       VoegParkerenToe.
           *> Betaalde parkeerplaatsen zoals 09--MaandFacturatie ze als
           *> extra factureert: per soort plaats het aantal dagen
           MOVE ZERO TO ParkeerDagen ParkeerBedrag
           MOVE ZERO TO LaadplaatsDagen LaadplaatsBedrag
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerReserveringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ParkeerReserveringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PR-Klantnummer EQUALS HuidigKlantnummer)
                 AND (PR-Datum(1:4) EQUALS OverzichtJaar)
                 AND (PR-Datum < HuidigeMaandBegin)
                 AND (PR-NietGeannuleerd)
                 AND (PR-Bedrag > ZERO)
                   IF (PR-PlaatsLaadpaal)
                       ADD 1 TO LaadplaatsDagen
                       ADD PR-Bedrag TO LaadplaatsBedrag
                   ELSE
                       ADD 1 TO ParkeerDagen
                       ADD PR-Bedrag TO ParkeerBedrag
                   END-IF
               END-IF
               READ ParkeerReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerReserveringenBestand
           MOVE ZERO TO EndOfDataFlag
           IF (ParkeerDagen > ZERO)
               ADD 1 TO AantalSectiePosten
               ADD ParkeerBedrag TO TotaalSpecificatie
               COMPUTE BedragCenten = ParkeerBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Parkeren            | " ParkeerDagen " dagen | " ToonBedrag
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           IF (LaadplaatsDagen > ZERO)
               ADD 1 TO AantalSectiePosten
               ADD LaadplaatsBedrag TO TotaalSpecificatie
               COMPUTE BedragCenten = LaadplaatsBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Parkeren laadplaats | " LaadplaatsDagen " dagen | " ToonBedrag
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           .

       VoegVergaderruimtenToe.
           *> Vergaderruimten worden per reservering afgerekend en staan
           *> daarom niet op de maandfactuur; ter informatie vermeld
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "GERESERVEERDE VERGADERRUIMTEN (afgerekend per reservering)" TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE ZERO TO AantalSectiePosten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VergaderBoekingenBestand
           IF (IO-OK)
               READ VergaderBoekingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (VB-Klantnummer EQUALS HuidigKlantnummer)
                     AND (VB-Datum(1:4) EQUALS OverzichtJaar)
                     AND (VB-NietGeannuleerd)
                       ADD 1 TO AantalSectiePosten
                       ADD VB-Bedrag TO TotaalVergader
                       COMPUTE BedragCenten = VB-Bedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "   " VB-Datum " | vestiging " VB-Vestiging " ruimte " VB-Ruimtenummer
                         " | " VB-VanUur ":00-" VB-TotUur ":00 | " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM VoegRegelToe
                   END-IF
                   READ VergaderBoekingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VergaderBoekingenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           IF (AantalSectiePosten EQUALS ZERO)
               MOVE "   Geen vergaderruimten gereserveerd in dit jaar." TO RegelBuffer
               PERFORM VoegRegelToe
           ELSE
               ADD AantalSectiePosten TO AantalPosten
               COMPUTE BedragCenten = TotaalVergader * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Totaal vergaderruimten : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           .

       VoegSpecificatieBedrijfToe.
           *> Uitsplitsing van de verzamelfacturen per medewerker en
           *> kostenplaats; bij een herhaalde facturatie van een maand
           *> telt alleen de laatste regel
           MOVE ZERO TO AantalFactuurRegels, AantalMedewerkers, TotaalRegels
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijfsFactuurRegelsBestand
           IF (IO-OK)
               READ BedrijfsFactuurRegelsBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (BFR-Bedrijfsnummer EQUALS HuidigBedrijfsnummer)
                     AND (BFR-FactuurJaar EQUALS OverzichtJaar)
                       PERFORM BewaarFactuurRegel
                   END-IF
                   READ BedrijfsFactuurRegelsBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BedrijfsFactuurRegelsBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           PERFORM VARYING FactuurRegelIndex FROM 1 BY 1 UNTIL FactuurRegelIndex > AantalFactuurRegels
               ADD FR-Bedrag(FactuurRegelIndex) TO TotaalRegels
               MOVE FR-BtwPercentage(FactuurRegelIndex) TO BtwInvoerPercentage
               MOVE FR-Bedrag(FactuurRegelIndex) TO BtwInvoerBedrag
               PERFORM TelBtwOp
               PERFORM TelMedewerkerOp
           END-PERFORM
           *> Wat niet in de regels terugkomt valt onder het hoge tarief
           MOVE PercentageHoog TO BtwInvoerPercentage
           COMPUTE BtwInvoerBedrag = TotaalGefactureerd - TotaalRegels
           IF (BtwInvoerBedrag NOT EQUALS ZERO)
               PERFORM TelBtwOp
           END-IF
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "PER MEDEWERKER EN KOSTENPLAATS" TO RegelBuffer
           PERFORM VoegRegelToe
           IF (AantalMedewerkers EQUALS ZERO)
               MOVE "   Geen factuurregels in dit jaar." TO RegelBuffer
               PERFORM VoegRegelToe
               EXIT PARAGRAPH
           END-IF
           ADD AantalMedewerkers TO AantalPosten
           PERFORM VARYING MedewerkerIndex FROM 1 BY 1 UNTIL MedewerkerIndex > AantalMedewerkers
               COMPUTE BedragCenten = MW-Bedrag(MedewerkerIndex) * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               IF (MW-Klantnummer(MedewerkerIndex) EQUALS ZERO)
                   STRING "   Postadres en postafhandeling (virtueel kantoor) | " MW-AantalMaanden(MedewerkerIndex) " maanden | "
                     ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               ELSE
                   STRING "   Medewerker " MW-Klantnummer(MedewerkerIndex) " | " MW-Naam(MedewerkerIndex)
                     " | kostenplaats " MW-Kostenplaats(MedewerkerIndex) " | " MW-AantalMaanden(MedewerkerIndex)
                     " maanden | " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               END-IF
               PERFORM VoegRegelToe
           END-PERFORM
           COMPUTE BedragCenten = TotaalRegels * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "   Totaal medewerkers en postadres : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM VoegRegelToe
           .

       BewaarFactuurRegel.
           SET NietGevonden TO TRUE
           PERFORM VARYING FactuurRegelIndex FROM 1 BY 1 UNTIL FactuurRegelIndex > AantalFactuurRegels OR Gevonden
               IF (FR-Klantnummer(FactuurRegelIndex) EQUALS BFR-Klantnummer)
                 AND (FR-Maand(FactuurRegelIndex) EQUALS BFR-FactuurMaand)
                   SET Gevonden TO TRUE
               END-IF
           END-PERFORM
           IF (Gevonden)
               SUBTRACT 1 FROM FactuurRegelIndex
           ELSE
               IF (AantalFactuurRegels >= 600)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalFactuurRegels
               MOVE AantalFactuurRegels TO FactuurRegelIndex
           END-IF
           MOVE BFR-Klantnummer TO FR-Klantnummer(FactuurRegelIndex)
           MOVE BFR-FactuurMaand TO FR-Maand(FactuurRegelIndex)
           MOVE BFR-KlantNaam TO FR-Naam(FactuurRegelIndex)
           MOVE BFR-Kostenplaats TO FR-Kostenplaats(FactuurRegelIndex)
           MOVE BFR-Bedrag TO FR-Bedrag(FactuurRegelIndex)
           MOVE BFR-BtwPercentage TO FR-BtwPercentage(FactuurRegelIndex)
           .

       TelMedewerkerOp.
           SET NietGevonden TO TRUE
           PERFORM VARYING MedewerkerIndex FROM 1 BY 1 UNTIL MedewerkerIndex > AantalMedewerkers OR Gevonden
               IF (MW-Klantnummer(MedewerkerIndex) EQUALS FR-Klantnummer(FactuurRegelIndex))
                 AND (MW-Kostenplaats(MedewerkerIndex) EQUALS FR-Kostenplaats(FactuurRegelIndex))
                   SET Gevonden TO TRUE
               END-IF
           END-PERFORM
           IF (Gevonden)
               SUBTRACT 1 FROM MedewerkerIndex
           ELSE
               IF (AantalMedewerkers >= 200)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalMedewerkers
               MOVE AantalMedewerkers TO MedewerkerIndex
               MOVE FR-Klantnummer(FactuurRegelIndex) TO MW-Klantnummer(MedewerkerIndex)
               MOVE FR-Naam(FactuurRegelIndex) TO MW-Naam(MedewerkerIndex)
               MOVE FR-Kostenplaats(FactuurRegelIndex) TO MW-Kostenplaats(MedewerkerIndex)
               MOVE ZERO TO MW-AantalMaanden(MedewerkerIndex), MW-Bedrag(MedewerkerIndex)
           END-IF
           ADD 1 TO MW-AantalMaanden(MedewerkerIndex)
           ADD FR-Bedrag(FactuurRegelIndex) TO MW-Bedrag(MedewerkerIndex)
           .

       TelBtwOp.
           *> Bedrag inclusief BTW optellen bij het eigen tarief
           SET NietGevonden TO TRUE
           PERFORM VARYING BtwIndex FROM 1 BY 1 UNTIL BtwIndex > AantalBtwRegels OR Gevonden
               IF (BR-Percentage(BtwIndex) EQUALS BtwInvoerPercentage)
                   SET Gevonden TO TRUE
               END-IF
           END-PERFORM
           IF (Gevonden)
               SUBTRACT 1 FROM BtwIndex
           ELSE
               IF (AantalBtwRegels >= 5)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalBtwRegels
               MOVE AantalBtwRegels TO BtwIndex
               MOVE BtwInvoerPercentage TO BR-Percentage(BtwIndex)
               MOVE ZERO TO BR-BedragIncl(BtwIndex)
           END-IF
           ADD BtwInvoerBedrag TO BR-BedragIncl(BtwIndex)
           .

       VoegBtwToe.
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "BTW PER TARIEF" TO RegelBuffer
           PERFORM VoegRegelToe
           PERFORM VARYING BtwIndex FROM 1 BY 1 UNTIL BtwIndex > AantalBtwRegels
               COMPUTE BtwBedrag ROUNDED =
                 BR-BedragIncl(BtwIndex) * BR-Percentage(BtwIndex) / (100 + BR-Percentage(BtwIndex))
               COMPUTE BtwGrondslag = BR-BedragIncl(BtwIndex) - BtwBedrag
               COMPUTE BedragCentenS = BtwGrondslag * 100
               MOVE BedragCentenS TO ToonBedragS
               COMPUTE BedragCentenS = BtwBedrag * 100
               MOVE BedragCentenS TO ToonBedragS2
               COMPUTE BedragCentenS = BR-BedragIncl(BtwIndex) * 100
               MOVE BedragCentenS TO ToonBedragS3
               MOVE SPACES TO RegelBuffer
               STRING "   " BR-Percentage(BtwIndex) "% | excl. BTW " ToonBedragS " | BTW " ToonBedragS2
                 " | incl. BTW " ToonBedragS3 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-PERFORM
           .

       VoegBetalingenToe.
           *> Betalingen op de facturen van het jaar en wat direct aan de
           *> balie is voldaan
           COMPUTE TotaalOntvangen = TotaalBetaaldFacturen + TotaalDirect + TotaalStrippen
           MOVE SPACES TO RegelBuffer
           PERFORM VoegRegelToe
           MOVE "BETALINGEN" TO RegelBuffer
           PERFORM VoegRegelToe
           COMPUTE BedragCenten = TotaalBetaaldFacturen * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "   Betaald op de facturen van dit jaar : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM VoegRegelToe
           IF (OntvangerKlant)
               COMPUTE BedragCenten = (TotaalDirect + TotaalStrippen) * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "   Direct betaald aan de balie         : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
               PERFORM VoegRegelToe
           END-IF
           COMPUTE BedragCenten = TotaalOntvangen * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "   Totaal betaald                      : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM VoegRegelToe
           COMPUTE BedragCenten = TotaalOpen * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "   Nog openstaand                      : " ToonBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM VoegRegelToe
           .

       VoegRegelToe.
           IF (AantalRegels < 400)
               ADD 1 TO AantalRegels
               MOVE RegelBuffer TO OverzichtRegelT(AantalRegels)
           END-IF
           .

       BepaalMaandGrenzen.
           COMPUTE MaandBegin = OverzichtJaar * 10000 + Maand * 100 + 1
           COMPUTE MaandEinde = OverzichtJaar * 10000 + Maand * 100 + 31
           .

       SchrijfOverzicht.
           MOVE SPACES TO OverzichtPad
           STRING OMG-FlexDir OverzichtNaam DELIMITED BY SIZE INTO OverzichtPad
           OPEN OUTPUT OverzichtBestand
           IF NOT (IO-OK)
               DISPLAY "Er is iets mis gegaan bij het jaaroverzicht. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RegelIndex FROM 1 BY 1 UNTIL RegelIndex > AantalRegels
               WRITE OverzichtRegel FROM OverzichtRegelT(RegelIndex)
               IF (ModusHerdruk)
                   DISPLAY FUNCTION TRIM (OverzichtRegelT(RegelIndex) TRAILING)
               END-IF
           END-PERFORM
           CLOSE OverzichtBestand
           ADD 1 TO AantalOverzichten
           IF (ModusHerdruk)
               DISPLAY SPACE
               DISPLAY "Afdruk geschreven naar " OverzichtNaam
           END-IF
           .

       VerstuurOverzicht.
           *> Het overzicht gaat per e-mail naar de klant, of voor een
           *> bedrijf naar het algemene adres van het bedrijf
           IF (HuidigEmail EQUALS SPACES)
               ADD 1 TO AantalZonderEmail
               EXIT PARAGRAPH
           END-IF
           IF (OntvangerKlant)
               MOVE HuidigKlantnummer TO BER-Klantnummer
           ELSE
               MOVE ZERO TO BER-Klantnummer
           END-IF
           MOVE HuidigEmail TO BER-Emailadres
           MOVE "JO" TO BER-Soort
           MOVE OverzichtNaam TO BER-Referentie
           CALL "SchrijfBericht" USING BER-Bericht
           ADD 1 TO AantalVerzonden
           .

       LaadKlanten.
           MOVE ZERO TO AantalKlanten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT FlexKlantenBestand
           IF NOT (IO-OK)
               DISPLAY "FlexKlanten.dat kon niet worden gelezen. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ FlexKlantenBestand NEXT RECORD
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData OR AantalKlanten >= 500
               ADD 1 TO AantalKlanten
               MOVE FK-Klantnummer TO KT-Klantnummer(AantalKlanten)
               MOVE FK-Naam TO KT-Naam(AantalKlanten)
               MOVE FK-Emailadres TO KT-Emailadres(AantalKlanten)
               READ FlexKlantenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexKlantenBestand
           MOVE ZERO TO EndOfDataFlag
           .

       LaadBedrijven.
           MOVE ZERO TO AantalBedrijven
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijvenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BedrijvenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData OR AantalBedrijven >= 200
               ADD 1 TO AantalBedrijven
               MOVE BD-Bedrijfsnummer TO BT-Bedrijfsnummer(AantalBedrijven)
               MOVE BD-Naam TO BT-Naam(AantalBedrijven)
               MOVE BD-Emailadres TO BT-Emailadres(AantalBedrijven)
               READ BedrijvenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BedrijvenBestand
           MOVE ZERO TO EndOfDataFlag
           .

       LaadBtwPercentage.
           *> Het hoge tarief uit de concerntabel; bij een ontbrekende
           *> tabel geldt het wettelijke standaardtarief
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BtwCodesBestand
           IF (IO-OK)
               READ BtwCodesBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (BC-Code EQUALS "H")
                       MOVE BC-Percentage TO PercentageHoog
                   END-IF
                   READ BtwCodesBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BtwCodesBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-OpenPosten
             PadDir-DirecteBetalingen
             PadDir-Strippenkaarten
             PadDir-Lockers
             PadDir-Postadressen
             PadDir-BoekingExtras
             PadDir-ParkeerReserveringen
             PadDir-VergaderBoekingen
             PadDir-BedrijfsFactuurRegels
             PadDir-FlexKlanten
             PadDir-Bedrijven
           MOVE OMG-HuurDir TO PadDir-BtwCodes
           .
