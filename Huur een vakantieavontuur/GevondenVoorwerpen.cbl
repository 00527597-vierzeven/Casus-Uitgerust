       IDENTIFICATION DIVISION.
       PROGRAM-ID. GevondenVoorwerpen.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Register van gevonden voorwerpen voor beide bedrijven. Een
       *> voorwerp uit een woning wordt gekoppeld aan de reservering
       *> die er op de vinddatum verbleef of net vertrok (gevonden
       *> tijdens de schoonmaakronde), een voorwerp van een werkplek
       *> aan de Flexen-boeking van die datum. De vermoedelijke
       *> eigenaar krijgt een bericht via de berichtenbak van Flexen en
       *> Relaxen; verzendkosten worden doorberekend en niet opgehaalde
       *> voorwerpen komen na de bewaartermijn op de afvoerlijst
       SELECT GevondenBestand ASSIGN TO Pad-GevondenVoorwerpen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT GevondenWerk ASSIGN TO Pad-GevondenVoorwerpenWerk
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
       SELECT KlantenBestand ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT SchoonmaakBestand ASSIGN TO Pad-SchoonmaakStatus
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VorderingenBestand ASSIGN TO Pad-Vorderingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> De boekingen van de Flexen-administratie
       SELECT FlexBoekingenBestand ASSIGN TO Pad-FlexBoekingen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FB-Boekingssleutel
           ALTERNATE RECORD KEY IS FB-Naam WITH DUPLICATES
           FILE STATUS IS IOStatus.
       *> Extra's per Flexen-boeking, gefactureerd door de
       *> maandfacturatie van Flexen en Relaxen
       SELECT FlexExtrasBestand ASSIGN TO Pad-FlexBoekingExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Centrale uitgaande-berichtenbak van Flexen en Relaxen
       SELECT BerichtenBestand ASSIGN TO Pad-Berichten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AfvoerlijstBestand ASSIGN TO Pad-Afvoerlijst
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD GevondenBestand.
       01 Gevondenrecord.
       COPY GevondenVoorwerp REPLACING ==(pf)== BY ==FS-G==.
       FD GevondenWerk.
       01 GevondenWerkrecord.
       COPY GevondenVoorwerp REPLACING ==(pf)== BY ==FS-GW==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD SchoonmaakBestand.
       01 Schoonmaakrecord.
       COPY SchoonmaakStatus REPLACING ==(pf)== BY ==FS-S==.
       FD VorderingenBestand.
       01 Vorderingrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-V==.
       FD FlexBoekingenBestand.
       01 FB-Boeking.
         02 FB-Naam PIC X(24).
         02 FB-Boekingssleutel.
           03 FB-Datum PIC 9(8).
           03 FB-Huisnummer PIC 99.
           03 FB-Kamernummer PIC 9.
           03 FB-Dagdeel PIC X.
           03 FB-Vestiging PIC XX.
         02 FB-SleutelUitgereiktVlag PIC 9.
         02 FB-Telefoonnummer PIC X(14).
         02 FB-Emailadres PIC X(40).
         02 FB-NoShowVlag PIC 9.
         02 FB-Klantnummer PIC 9(6).
       FD FlexExtrasBestand.
       01 FX-BoekingExtra.
         02 FX-Datum PIC 9(8).
         02 FX-Klantnummer PIC 9(6).
         02 FX-Vestiging PIC XX.
         02 FX-Artikelnummer PIC 9(3).
         02 FX-Omschrijving PIC X(20).
         02 FX-Aantal PIC 99.
         02 FX-Bedrag PIC 9(5)V99.
       FD BerichtenBestand.
       01 BER-Bericht.
         02 BER-Tijdstip PIC 9(14).
         02 BER-Klantnummer PIC 9(6).
         02 BER-Emailadres PIC X(40).
         02 BER-Soort PIC XX.
         02 BER-Referentie PIC X(30).
         02 BER-Status PIC X.
       FD AfvoerlijstBestand.
       01 Afvoerregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-GevondenVoorwerpen.
         02 PadDir-GevondenVoorwerpen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "GevondenVoorwerpen.dat".
       01 Pad-GevondenVoorwerpenWerk.
         02 PadDir-GevondenVoorwerpenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "GevondenVoorwerpenWerk.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-SchoonmaakStatus.
         02 PadDir-SchoonmaakStatus PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakStatus.dat".
       01 Pad-Vorderingen.
         02 PadDir-Vorderingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Vorderingen.dat".
       01 Pad-Afvoerlijst.
         02 PadDir-Afvoerlijst PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "GevondenAfvoerlijst.txt".
       01 Pad-FlexBoekingen.
         02 PadDir-FlexBoekingen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-FlexBoekingExtras.
         02 PadDir-FlexBoekingExtras PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BoekingExtras.dat".
       01 Pad-Berichten.
         02 PadDir-Berichten PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Berichten.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Bewaartermijn in dagen na de vinddatum
       78 BewaarTermijnDagen VALUE 90.
       *> Een voorwerp dat kort na vertrek in een lege woning wordt
       *> gevonden, hoort nog bij de vertrokken gast
       78 DagenNaVertrek VALUE 7.
       *> Verzendkosten bij Flexen komen als extra op de maandfactuur
       78 ArtikelVerzendkosten VALUE 990.
       01 NieuwVoorwerp.
       COPY GevondenVoorwerp REPLACING ==(pf)== BY ==NV==.
       01 HoogsteVolgnummer PIC 9(6) VALUE ZERO.
       01 BedrijfInput PIC X VALUE SPACE.
       01 DatumInput PIC 9(8) VALUE ZERO.
       01 DagdeelInput PIC X VALUE SPACE.
       01 SchoonmakerInput PIC X(4) VALUE SPACES.
       01 VolgnummerInput PIC 9(6) VALUE ZERO.
       01 AfhandelingInput PIC X VALUE SPACE.
       01 AfvoerenInput PIC X VALUE SPACE.
       01 VerzendkostenInput PIC 9(3)V99 VALUE ZERO.
       01 INT-Gevonden PIC 9(8) COMP VALUE ZERO.
       01 INT-Vandaag PIC 9(8) COMP VALUE ZERO.
       01 INT-Aankomst PIC 9(8) COMP VALUE ZERO.
       01 INT-Vertrek PIC 9(8) COMP VALUE ZERO.
       01 INT-BesteAankomst PIC 9(8) COMP VALUE ZERO.
       01 DagdeelIndex PIC 9 VALUE ZERO.
       01 DagdeelVolgorde PIC X(3) VALUE "HMO".
       01 VoorwerpGevondenVlag PIC 9 VALUE 0.
         88 VoorwerpGevonden VALUE 1.
         88 VoorwerpNietGevonden VALUE 0.
       01 BoekingGevondenVlag PIC 9 VALUE 0.
         88 BoekingGevonden VALUE 1.
         88 BoekingNietGevonden VALUE 0.
       01 HoogsteVorderingnummer PIC 9(6) VALUE ZERO.
       01 AantalInLijst PIC 9(4) VALUE ZERO.
       01 StatusTekst PIC X(12) VALUE SPACES.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE FUNCTION INTEGER-OF-DATE (DatumVandaag) TO INT-Vandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "GEVONDEN VOORWERPEN"
               DISPLAY "==================="
               DISPLAY "1. Gevonden voorwerp registreren"
               DISPLAY "2. Voorwerp afhandelen (opgehaald of verzonden)"
               DISPLAY "3. Voorwerpen in bewaring tonen"
               DISPLAY "4. Afvoerlijst na de bewaartermijn"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM RegistreerVoorwerp
                   WHEN 2
                       PERFORM HandelVoorwerpAf
                   WHEN 3
                       PERFORM ToonInBewaring
                   WHEN 4
                       PERFORM MaakAfvoerlijst
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       RegistreerVoorwerp.
           DISPLAY SPACE
           INITIALIZE NieuwVoorwerp
           DISPLAY "Gevonden bij (H = Huur een vakantieavontuur, "
             "F = Flexen en Relaxen): " WITH NO ADVANCING
           ACCEPT BedrijfInput
           MOVE FUNCTION UPPER-CASE (BedrijfInput) TO NV-Bedrijf
           IF NOT NV-BedrijfHuur AND NOT NV-BedrijfFlex
               DISPLAY "Onbekend bedrijf."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Datum gevonden (yyyymmdd, 0 = vandaag): "
             WITH NO ADVANCING
           ACCEPT DatumInput
           IF DatumInput = ZERO
               MOVE DatumVandaag TO DatumInput
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (DatumInput) NOT = ZERO
               DISPLAY "Ongeldige datum."
               EXIT PARAGRAPH
           END-IF
           MOVE DatumInput TO NV-DatumGevonden
           MOVE FUNCTION INTEGER-OF-DATE (DatumInput) TO INT-Gevonden
           DISPLAY "Omschrijving van het voorwerp: " WITH NO ADVANCING
           ACCEPT NV-Omschrijving
           IF NV-BedrijfHuur
               PERFORM RegistreerInWoning
           ELSE
               PERFORM RegistreerOpWerkplek
           END-IF
           PERFORM BepaalVolgendVolgnummer
           MOVE HoogsteVolgnummer TO NV-Volgnummer
           MOVE FUNCTION DATE-OF-INTEGER
             (INT-Gevonden + BewaarTermijnDagen) TO NV-BewaarTot
           MOVE SPACES TO NV-DatumAfgehandeld
           MOVE ZERO TO NV-Verzendkosten
           SET NV-StatusGevonden TO TRUE
           IF NV-Emailadres NOT = SPACES
               PERFORM MeldAanEigenaar
           END-IF
           OPEN EXTEND GevondenBestand
           IF IOStatus = 35
               CLOSE GevondenBestand
               OPEN OUTPUT GevondenBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van "
                 "GevondenVoorwerpen.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE Gevondenrecord FROM NieuwVoorwerp
           CLOSE GevondenBestand
           DISPLAY SPACE
           DISPLAY "Voorwerp " NV-Volgnummer " geregistreerd, bewaren"
             " tot " NV-BewaarTot "."
           IF NV-Klantnummer = ZERO
               DISPLAY "Geen vermoedelijke eigenaar gevonden."
           ELSE
               DISPLAY "Vermoedelijke eigenaar: " NV-Naam
                 " (klant " NV-Klantnummer ")"
               IF NV-StatusGemeld
                   DISPLAY "Bericht klaargezet voor " NV-Emailadres
               ELSE
                   DISPLAY "Geen e-mailadres bekend; neem telefonisch"
                     " contact op."
               END-IF
           END-IF
           .

       RegistreerInWoning.
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT NV-Woningnummer
           PERFORM ZoekHuurReservering
           IF NV-Reserveringsnummer NOT = ZERO
               PERFORM ZoekHuurKlant
           END-IF
           IF NV-Parkcode = SPACES
               MOVE "01" TO NV-Parkcode
           END-IF
           *> De vinder is de schoonmaker van de statusronde die dag
           PERFORM ZoekSchoonmaker
           DISPLAY "Gevonden door (schoonmakercode, leeg = "
             SchoonmakerInput "): " WITH NO ADVANCING
           MOVE SPACES TO NV-GevondenDoor
           ACCEPT NV-GevondenDoor
           IF NV-GevondenDoor = SPACES
               MOVE SchoonmakerInput TO NV-GevondenDoor
           END-IF
           .

       ZoekHuurReservering.
           *> De reservering die op de vinddatum in de woning verbleef
           *> of als laatste vertrok; een gast die op de vinddatum pas
           *> aankomt kan het voorwerp niet hebben achtergelaten
           MOVE ZERO TO NV-Reserveringsnummer
           MOVE ZERO TO INT-BesteAankomst
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "ReserveringenMetAltKey.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           SET NotEOD TO TRUE
           MOVE NV-Woningnummer TO FS-R-Woningnummer
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
               OR FS-R-Woningnummer NOT = NV-Woningnummer
               IF FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-DatumVerlopen = SPACES
                   PERFORM BeoordeelHuurReservering
               END-IF
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       BeoordeelHuurReservering.
           *> Aankomst volgens dezelfde weekindeling als
           *> GenereerDatumWeek (week 1 begint op 1 januari); een
           *> short-stay komt op zijn eigen aankomstdag
           COMPUTE INT-Aankomst =
             FUNCTION INTEGER-OF-DATE (FS-R-Jaar * 10000 + 0101)
             + (FS-R-Weeknummer - 1) * 7
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > ZERO
               COMPUTE INT-Aankomst = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AankomstDag) - 1
           END-IF
           IF FS-R-AantalNachten IS NUMERIC
             AND FS-R-AantalNachten > ZERO
               COMPUTE INT-Vertrek = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AantalNachten)
           ELSE
               COMPUTE INT-Vertrek = INT-Aankomst
                 + FS-R-AantalWeken * 7
           END-IF
           IF INT-Aankomst < INT-Gevonden
             AND INT-Vertrek + DagenNaVertrek >= INT-Gevonden
             AND INT-Aankomst > INT-BesteAankomst
               MOVE INT-Aankomst TO INT-BesteAankomst
               MOVE FS-R-Reserveringsnummer TO NV-Reserveringsnummer
               MOVE FS-R-Klantnummer TO NV-Klantnummer
               MOVE FS-R-Parkcode TO NV-Parkcode
           END-IF
           .

       ZoekHuurKlant.
           OPEN INPUT KlantenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE NV-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE "Onbekende klant" TO NV-Naam
               NOT INVALID KEY
                   MOVE SPACES TO NV-Naam
                   STRING FUNCTION TRIM (FS-K-Voornaam) " "
                     FUNCTION TRIM (FS-K-Naam)
                     DELIMITED BY SIZE INTO NV-Naam
                   MOVE FS-K-Emailadres TO NV-Emailadres
           END-READ
           CLOSE KlantenBestand
           .

       ZoekSchoonmaker.
           MOVE SPACES TO SchoonmakerInput
           MOVE ZERO TO EOFVlag
           OPEN INPUT SchoonmaakBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ SchoonmaakBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-S-Woningnummer = NV-Woningnummer
                 AND FS-S-Wisseldatum = NV-DatumGevonden
                   MOVE FS-S-SchoonmakerCode TO SchoonmakerInput
                   SET EOFBereikt TO TRUE
               ELSE
                   READ SchoonmaakBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SchoonmaakBestand
           .

       RegistreerOpWerkplek.
           DISPLAY "Vestiging (leeg = 01): " WITH NO ADVANCING
           ACCEPT NV-Vestiging
           IF NV-Vestiging = SPACES
               MOVE "01" TO NV-Vestiging
           END-IF
           DISPLAY "Huisnummer werkplek: " WITH NO ADVANCING
           ACCEPT NV-Huisnummer
           DISPLAY "Kamernummer werkplek: " WITH NO ADVANCING
           ACCEPT NV-Kamernummer
           DISPLAY "Dagdeel (O/M/H, leeg = onbekend): "
             WITH NO ADVANCING
           ACCEPT DagdeelInput
           MOVE FUNCTION UPPER-CASE (DagdeelInput) TO NV-Dagdeel
           *> Zonder dagdeel gaat een hele dag voor, daarna de middag:
           *> wie het laatst op de werkplek zat is de eerste kandidaat
           SET BoekingNietGevonden TO TRUE
           OPEN INPUT FlexBoekingenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Boekingen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           IF NV-Dagdeel = "O" OR "M" OR "H"
               PERFORM LeesFlexBoeking
           ELSE
               PERFORM VARYING DagdeelIndex FROM 1 BY 1
                 UNTIL DagdeelIndex > 3 OR BoekingGevonden
                   MOVE DagdeelVolgorde (DagdeelIndex:1) TO NV-Dagdeel
                   PERFORM LeesFlexBoeking
               END-PERFORM
               IF BoekingNietGevonden
                   MOVE SPACE TO NV-Dagdeel
               END-IF
           END-IF
           CLOSE FlexBoekingenBestand
           IF BoekingGevonden
               MOVE FB-Klantnummer TO NV-Klantnummer
               MOVE FB-Naam TO NV-Naam
               MOVE FB-Emailadres TO NV-Emailadres
           END-IF
           .

       LeesFlexBoeking.
           MOVE NV-DatumGevonden TO FB-Datum
           MOVE NV-Huisnummer TO FB-Huisnummer
           MOVE NV-Kamernummer TO FB-Kamernummer
           MOVE NV-Dagdeel TO FB-Dagdeel
           MOVE NV-Vestiging TO FB-Vestiging
           READ FlexBoekingenBestand KEY IS FB-Boekingssleutel
               INVALID KEY
                   SET BoekingNietGevonden TO TRUE
               NOT INVALID KEY
                   SET BoekingGevonden TO TRUE
           END-READ
           .

       MeldAanEigenaar.
           *> Bericht in de berichtenbak; de berichtenbatch van Flexen
           *> en Relaxen rendert het naar de mailmerge-export. Het
           *> klantnummer in het bericht is dat van Flexen, een
           *> parkklant gaat op het e-mailadres
           OPEN EXTEND BerichtenBestand
           IF IOStatus = 35
               CLOSE BerichtenBestand
               OPEN OUTPUT BerichtenBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van Berichten.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO BER-Tijdstip
           IF NV-BedrijfFlex
               MOVE NV-Klantnummer TO BER-Klantnummer
           ELSE
               MOVE ZERO TO BER-Klantnummer
           END-IF
           MOVE NV-Emailadres TO BER-Emailadres
           MOVE "GV" TO BER-Soort
           MOVE SPACES TO BER-Referentie
           STRING "Gevonden voorwerp " NV-Volgnummer
             DELIMITED BY SIZE INTO BER-Referentie
           MOVE "P" TO BER-Status
           WRITE BER-Bericht
           CLOSE BerichtenBestand
           SET NV-StatusGemeld TO TRUE
           .

       BepaalVolgendVolgnummer.
           MOVE ZERO TO HoogsteVolgnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenBestand
           IF IO-OK
               READ GevondenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-G-Volgnummer > HoogsteVolgnummer
                       MOVE FS-G-Volgnummer TO HoogsteVolgnummer
                   END-IF
                   READ GevondenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GevondenBestand
           END-IF
           ADD 1 TO HoogsteVolgnummer
           .

       HandelVoorwerpAf.
           DISPLAY SPACE
           DISPLAY "Volgnummer voorwerp: " WITH NO ADVANCING
           ACCEPT VolgnummerInput
           PERFORM ZoekVoorwerp
           IF VoorwerpNietGevonden
               DISPLAY "Voorwerp " VolgnummerInput " niet gevonden."
               EXIT PARAGRAPH
           END-IF
           IF NOT NV-StatusInBewaring
               DISPLAY "Voorwerp " VolgnummerInput
                 " is al afgehandeld."
               EXIT PARAGRAPH
           END-IF
           PERFORM ToonVoorwerp
           DISPLAY "O = opgehaald, V = verzonden naar de eigenaar: "
             WITH NO ADVANCING
           ACCEPT AfhandelingInput
           MOVE FUNCTION UPPER-CASE (AfhandelingInput)
             TO AfhandelingInput
           EVALUATE AfhandelingInput
               WHEN "O"
                   SET NV-StatusOpgehaald TO TRUE
               WHEN "V"
                   SET NV-StatusVerzonden TO TRUE
                   DISPLAY "Verzendkosten voor de eigenaar "
                     "(0 = geen): " WITH NO ADVANCING
                   ACCEPT VerzendkostenInput
                   MOVE VerzendkostenInput TO NV-Verzendkosten
               WHEN OTHER
                   DISPLAY "Geen afhandeling vastgelegd."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE DatumVandaag TO NV-DatumAfgehandeld
           IF NV-Verzendkosten > ZERO
               IF NV-Klantnummer = ZERO
                   DISPLAY "Eigenaar onbekend; verzendkosten worden "
                     "niet doorberekend."
                   MOVE ZERO TO NV-Verzendkosten
               ELSE
                   IF NV-BedrijfHuur
                       PERFORM BoekVerzendkostenHuur
                   ELSE
                       PERFORM BoekVerzendkostenFlex
                   END-IF
               END-IF
           END-IF
           PERFORM SchrijfVoorwerpTerug
           DISPLAY "Voorwerp " NV-Volgnummer " afgehandeld."
           .

       ZoekVoorwerp.
           *> Het gevonden record komt in NieuwVoorwerp
           SET VoorwerpNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ GevondenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-G-Volgnummer = VolgnummerInput
                   SET VoorwerpGevonden TO TRUE
                   MOVE Gevondenrecord TO NieuwVoorwerp
                   SET EOFBereikt TO TRUE
               ELSE
                   READ GevondenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE GevondenBestand
           .

       BoekVerzendkostenHuur.
           *> Na het verblijf is er geen factuur meer: de verzendkosten
           *> worden een vordering die AanmaningenBatch opvolgt
           PERFORM BepaalVolgendVorderingnummer
           OPEN EXTEND VorderingenBestand
           IF IOStatus = 35
               CLOSE VorderingenBestand
               OPEN OUTPUT VorderingenBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van Vorderingen.dat: "
                 IOStatus
               MOVE ZERO TO NV-Verzendkosten
               EXIT PARAGRAPH
           END-IF
           MOVE HoogsteVorderingnummer TO FS-V-Vorderingnummer
           MOVE NV-Reserveringsnummer TO FS-V-Reserveringsnummer
           MOVE NV-Klantnummer TO FS-V-Klantnummer
           SET FS-V-SoortVerzendkosten TO TRUE
           MOVE DatumVandaag TO FS-V-DatumOntstaan
           MOVE NV-Verzendkosten TO FS-V-Bedrag
           MOVE SPACES TO FS-V-Omschrijving
           STRING "Verzending gevonden vw " NV-Volgnummer
             DELIMITED BY SIZE INTO FS-V-Omschrijving
           MOVE ZERO TO FS-V-AantalAanmaningen
           MOVE SPACES TO FS-V-DatumLaatsteAanmaning
           SET FS-V-StatusOpen TO TRUE
           MOVE SPACES TO FS-V-DatumUitHanden
           MOVE ZERO TO FS-V-BedragGeind
           MOVE ZERO TO FS-V-IncassoKosten
           WRITE Vorderingrecord
           CLOSE VorderingenBestand
           COMPUTE BedragCenten = NV-Verzendkosten * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Vordering " HoogsteVorderingnummer " van "
             ToonBedrag " euro op klant " NV-Klantnummer
             " vastgelegd."
           .

       BepaalVolgendVorderingnummer.
           MOVE ZERO TO HoogsteVorderingnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT VorderingenBestand
           IF IO-OK
               READ VorderingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-V-Vorderingnummer > HoogsteVorderingnummer
                       MOVE FS-V-Vorderingnummer
                         TO HoogsteVorderingnummer
                   END-IF
                   READ VorderingenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VorderingenBestand
           END-IF
           ADD 1 TO HoogsteVorderingnummer
           .

       BoekVerzendkostenFlex.
           *> Als extra bij de klant; de maandfacturatie van Flexen en
           *> Relaxen zet het als aparte regel op de maandfactuur
           OPEN EXTEND FlexExtrasBestand
           IF IOStatus = 35
               CLOSE FlexExtrasBestand
               OPEN OUTPUT FlexExtrasBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van BoekingExtras.dat: "
                 IOStatus
               MOVE ZERO TO NV-Verzendkosten
               EXIT PARAGRAPH
           END-IF
           MOVE DatumVandaag TO FX-Datum
           MOVE NV-Klantnummer TO FX-Klantnummer
           MOVE NV-Vestiging TO FX-Vestiging
           MOVE ArtikelVerzendkosten TO FX-Artikelnummer
           MOVE "VERZENDKOSTEN GEV.VW" TO FX-Omschrijving
           MOVE 1 TO FX-Aantal
           MOVE NV-Verzendkosten TO FX-Bedrag
           WRITE FX-BoekingExtra
           CLOSE FlexExtrasBestand
           COMPUTE BedragCenten = NV-Verzendkosten * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY ToonBedrag " euro verzendkosten op de maandfactuur "
             "van flexklant " NV-Klantnummer (3:6) "."
           .

       SchrijfVoorwerpTerug.
           *> Bestand via het werkbestand herschrijven met het
           *> bijgewerkte record
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GevondenWerk
           READ GevondenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-G-Volgnummer = NV-Volgnummer
                   WRITE GevondenWerkrecord FROM NieuwVoorwerp
               ELSE
                   WRITE GevondenWerkrecord FROM Gevondenrecord
               END-IF
               READ GevondenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE GevondenBestand
           CLOSE GevondenWerk
           PERFORM KopieerWerkNaarGevonden
           .

       KopieerWerkNaarGevonden.
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenWerk
           OPEN OUTPUT GevondenBestand
           READ GevondenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Gevondenrecord FROM GevondenWerkrecord
               READ GevondenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE GevondenWerk
           CLOSE GevondenBestand
           .

       ToonInBewaring.
           DISPLAY SPACE
           DISPLAY "VOORWERPEN IN BEWARING"
           DISPLAY "======================"
           MOVE ZERO TO AantalInLijst
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen gevonden voorwerpen."
               EXIT PARAGRAPH
           END-IF
           READ GevondenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-G-StatusInBewaring
                   MOVE Gevondenrecord TO NieuwVoorwerp
                   PERFORM ToonVoorwerp
                   ADD 1 TO AantalInLijst
               END-IF
               READ GevondenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE GevondenBestand
           DISPLAY SPACE
           DISPLAY "Aantal voorwerpen in bewaring: " AantalInLijst
           .

       ToonVoorwerp.
           PERFORM BepaalStatusTekst
           DISPLAY SPACE
           DISPLAY NV-Volgnummer " " NV-Omschrijving " gevonden "
             NV-DatumGevonden " (" FUNCTION TRIM (StatusTekst) ")"
           IF NV-BedrijfHuur
               DISPLAY "  park " NV-Parkcode " woning "
                 NV-Woningnummer " reservering "
                 NV-Reserveringsnummer " vinder " NV-GevondenDoor
           ELSE
               DISPLAY "  vestiging " NV-Vestiging " werkplek "
                 NV-Huisnummer "-" NV-Kamernummer " dagdeel "
                 NV-Dagdeel
           END-IF
           IF NV-Klantnummer NOT = ZERO
               DISPLAY "  eigenaar " NV-Naam " "
                 FUNCTION TRIM (NV-Emailadres)
           END-IF
           DISPLAY "  bewaren tot " NV-BewaarTot
           .

       BepaalStatusTekst.
           EVALUATE TRUE
               WHEN NV-StatusGevonden
                   MOVE "niet gemeld" TO StatusTekst
               WHEN NV-StatusGemeld
                   MOVE "gemeld" TO StatusTekst
               WHEN NV-StatusOpgehaald
                   MOVE "opgehaald" TO StatusTekst
               WHEN NV-StatusVerzonden
                   MOVE "verzonden" TO StatusTekst
               WHEN NV-StatusAfgevoerd
                   MOVE "afgevoerd" TO StatusTekst
               WHEN OTHER
                   MOVE NV-Status TO StatusTekst
           END-EVALUATE
           .

       MaakAfvoerlijst.
           *> Voorwerpen waarvan de bewaartermijn is verstreken; na
           *> bevestiging worden ze als afgevoerd vastgelegd
           DISPLAY SPACE
           MOVE ZERO TO AantalInLijst
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen gevonden voorwerpen."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AfvoerlijstBestand
           MOVE SPACES TO RegelBuffer
           STRING "AFVOERLIJST GEVONDEN VOORWERPEN PER " DatumVandaag
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfAfvoerregel
           MOVE "==========================================="
             TO RegelBuffer
           PERFORM SchrijfAfvoerregel
           MOVE "Nummer Bedrijf Gevonden Bewaren tot Omschrijving"
             TO RegelBuffer
           PERFORM SchrijfAfvoerregel
           READ GevondenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-G-StatusInBewaring
                 AND FS-G-BewaarTot < DatumVandaag
                   MOVE SPACES TO RegelBuffer
                   STRING FS-G-Volgnummer " " FS-G-Bedrijf "       "
                     FS-G-DatumGevonden " " FS-G-BewaarTot "    "
                     FS-G-Omschrijving
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfAfvoerregel
                   ADD 1 TO AantalInLijst
               END-IF
               READ GevondenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE GevondenBestand
           CLOSE AfvoerlijstBestand
           DISPLAY "Afvoerlijst geschreven naar GevondenAfvoerlijst.txt"
           DISPLAY "Aantal voorwerpen voorbij de bewaartermijn: "
             AantalInLijst
           IF AantalInLijst = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Voorwerpen als afgevoerd vastleggen (J/N): "
             WITH NO ADVANCING
           ACCEPT AfvoerenInput
           IF AfvoerenInput = "J" OR "j"
               PERFORM LegAfvoerVast
               DISPLAY AantalInLijst " voorwerp(en) afgevoerd."
           END-IF
           .

       LegAfvoerVast.
           MOVE ZERO TO EOFVlag
           OPEN INPUT GevondenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GevondenWerk
           READ GevondenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-G-StatusInBewaring
                 AND FS-G-BewaarTot < DatumVandaag
                   SET FS-G-StatusAfgevoerd TO TRUE
                   MOVE DatumVandaag TO FS-G-DatumAfgehandeld
               END-IF
               WRITE GevondenWerkrecord FROM Gevondenrecord
               READ GevondenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE GevondenBestand
           CLOSE GevondenWerk
           PERFORM KopieerWerkNaarGevonden
           .

       SchrijfAfvoerregel.
           WRITE Afvoerregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-GevondenVoorwerpen
             PadDir-GevondenVoorwerpenWerk
             PadDir-ReserveringenMetAltKey PadDir-Klanten
             PadDir-SchoonmaakStatus PadDir-Vorderingen
             PadDir-Afvoerlijst
           MOVE OMG-FlexDir TO PadDir-FlexBoekingen
             PadDir-FlexBoekingExtras PadDir-Berichten
           .
