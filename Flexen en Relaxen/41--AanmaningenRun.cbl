       IDENTIFICATION DIVISION.
       PROGRAM-ID. 41--AanmaningenRun.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Openstaande posten (gevuld door 09--MaandFacturatie, betalingen
       *> via 26--DebiteurenBeheer); niveau en datum van de laatste
       *> aanmaning worden op de post bijgehouden
       SELECT OpenPostenBestand ASSIGN TO Pad-OpenPosten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT OpenPostenWerk ASSIGN TO Pad-OpenPostenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       *> Bedrijvenstambestand: verzamelfacturen (debiteur 99bbbb) worden
       *> aan het bedrijf gericht
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Termijnen en rentepercentages (keuze 3 van dit programma)
       SELECT ParameterBestand ASSIGN TO Pad-AanmaanParameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Lijst van de debiteuren op sommatieniveau, voor overdracht aan
       *> het incassobureau of blokkade
       SELECT SommatieLijst ASSIGN TO Pad-Sommaties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OpenPostenBestand.
       COPY OpenPost REPLACING ==(pf)== BY ==OP==.
       FD OpenPostenWerk.
       COPY OpenPost REPLACING ==(pf)== BY ==OPW==.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD ParameterBestand.
       01 ParameterRecord.
         02 PR-DagenHerinnering PIC 999.
         02 PR-DagenAanmaning PIC 999.
         02 PR-DagenSommatie PIC 999.
         02 PR-RenteParticulier PIC 99V99.
         02 PR-RenteZakelijk PIC 99V99.
       FD SommatieLijst.
       01 SommatieRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-OpenPosten.
         02 PadDir-OpenPosten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "OpenPosten.dat".
       01 Pad-OpenPostenWerk.
         02 PadDir-OpenPostenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "OpenPostenWerk.dat".
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-AanmaanParameters.
         02 PadDir-AanmaanParameters PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "AanmaanParameters.dat".
       01 Pad-Sommaties.
         02 PadDir-Sommaties PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Sommaties.txt".
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       *> END OF DATA VLAG
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       01 EOFBedrijvenVlag PIC 9 VALUE ZERO.
         88 EOFBedrijven VALUE 1.
       *> MENU VLAG
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       *> TERMIJNEN EN RENTE: de herinnering gaat uit als de factuur het
       *> aantal dagen na de factuurdatum nog openstaat (dat is meteen
       *> de betaaltermijn waarover rente loopt), de aanmaning en de
       *> sommatie het aantal dagen na het vorige bericht. Standaard
       *> geldt de wettelijke rente voor particulieren en de wettelijke
       *> handelsrente voor bedrijven (percentages per jaar)
       78 StandaardDagenHerinnering VALUE 14.
       78 StandaardDagenAanmaning VALUE 14.
       78 StandaardDagenSommatie VALUE 14.
       78 StandaardRenteParticulier VALUE 6.00.
       78 StandaardRenteZakelijk VALUE 10.15.
       01 DagenHerinnering PIC 999 VALUE ZERO.
       01 DagenAanmaning PIC 999 VALUE ZERO.
       01 DagenSommatie PIC 999 VALUE ZERO.
       01 RenteParticulier PIC 99V99 VALUE ZERO.
       01 RenteZakelijk PIC 99V99 VALUE ZERO.
       *> WETTELIJKE INCASSOKOSTEN: staffel over de hoofdsom, met een
       *> minimum en een maximum
       78 IncassokostenMinimum VALUE 40.00.
       78 IncassokostenMaximum VALUE 6775.00.
       *> AANMAANRUN
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 DagnummerVandaag PIC 9(8) VALUE ZERO.
       01 DagnummerVervaldatum PIC 9(8) VALUE ZERO.
       01 DatumLaatsteAanmaning PIC 9(8) VALUE ZERO.
       01 DagenSindsAanmaning PIC S9(5) VALUE ZERO.
       01 DagenTeLaat PIC S9(5) VALUE ZERO.
       01 OpenRestant PIC 9(6)V99 VALUE ZERO.
       01 Incassokosten PIC 9(4)V99 VALUE ZERO.
       01 RenteBedrag PIC 9(5)V99 VALUE ZERO.
       01 RentePercentage PIC 99V99 VALUE ZERO.
       01 TotaalVordering PIC 9(7)V99 VALUE ZERO.
       01 NieuwNiveau PIC X VALUE SPACE.
       01 AantalHerinneringen PIC 999 VALUE ZERO.
       01 AantalAanmaningen PIC 999 VALUE ZERO.
       01 AantalSommaties PIC 999 VALUE ZERO.
       01 AantalZonderEmail PIC 999 VALUE ZERO.
       01 AantalOpSommatie PIC 999 VALUE ZERO.
       01 AantalVoorOverdracht PIC 999 VALUE ZERO.
       01 TotaalOpSommatie PIC 9(7)V99 VALUE ZERO.
       *> GEADRESSEERDE: particuliere klant of bedrijf
       01 DebiteurNaam PIC X(30) VALUE SPACES.
       01 DebiteurEmail PIC X(40) VALUE SPACES.
       01 GezochtBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 BedrijfsDebiteurVlag PIC 9 VALUE ZERO.
         88 BedrijfsDebiteur VALUE 1.
         88 ParticuliereDebiteur VALUE 0.
       *> Afdrukvelden; bedragen in centen zodat de komma klopt
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZ9,99.
       01 ToonKosten PIC ZZZ9,99.
       01 ToonRente PIC ZZZZ9,99.
       01 ToonTotaal PIC ZZZZZZ9,99.
       01 ToonPercentage PIC Z9,99.
       01 ToonDagen PIC ZZZZ9.
       01 AdviesTekst PIC X(20) VALUE SPACES.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> BERICHT EN LOGBOEK
       COPY Bericht REPLACING ==(pf)== BY ==BER==.
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM LeesParameters
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "AANMANINGEN OPENSTAANDE POSTEN"
               DISPLAY "=============================="
               DISPLAY "1. Aanmaanrun (herinnering, aanmaning, sommatie)"
               DISPLAY "2. Debiteuren op sommatieniveau (overdracht of blokkade)"
               DISPLAY "3. Termijnen en rente instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM VoerAanmaanrunUit
                   WHEN 2
                       PERFORM ToonSommatieLijst
                   WHEN 3
                       PERFORM StelParametersIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       LeesParameters.
           MOVE StandaardDagenHerinnering TO DagenHerinnering
           MOVE StandaardDagenAanmaning TO DagenAanmaning
           MOVE StandaardDagenSommatie TO DagenSommatie
           MOVE StandaardRenteParticulier TO RenteParticulier
           MOVE StandaardRenteZakelijk TO RenteZakelijk
           OPEN INPUT ParameterBestand
           IF (IO-OK)
               READ ParameterBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PR-DagenHerinnering TO DagenHerinnering
                       MOVE PR-DagenAanmaning TO DagenAanmaning
                       MOVE PR-DagenSommatie TO DagenSommatie
                       MOVE PR-RenteParticulier TO RenteParticulier
                       MOVE PR-RenteZakelijk TO RenteZakelijk
               END-READ
               CLOSE ParameterBestand
           END-IF
           .

       StelParametersIn.
           *> Leeg laten (nul) houdt de huidige waarde aan
           DISPLAY SPACE
           DISPLAY "Dagen na factuurdatum tot de herinnering (" DagenHerinnering "): " WITH NO ADVANCING
           ACCEPT PR-DagenHerinnering
           IF (PR-DagenHerinnering EQUALS ZERO)
               MOVE DagenHerinnering TO PR-DagenHerinnering
           END-IF
           DISPLAY "Dagen na de herinnering tot de aanmaning (" DagenAanmaning "): " WITH NO ADVANCING
           ACCEPT PR-DagenAanmaning
           IF (PR-DagenAanmaning EQUALS ZERO)
               MOVE DagenAanmaning TO PR-DagenAanmaning
           END-IF
           DISPLAY "Dagen na de aanmaning tot de sommatie (" DagenSommatie "): " WITH NO ADVANCING
           ACCEPT PR-DagenSommatie
           IF (PR-DagenSommatie EQUALS ZERO)
               MOVE DagenSommatie TO PR-DagenSommatie
           END-IF
           COMPUTE BedragCenten = RenteParticulier * 100
           MOVE BedragCenten TO ToonPercentage
           DISPLAY "Rente particulieren in % per jaar (" ToonPercentage "): " WITH NO ADVANCING
           ACCEPT PR-RenteParticulier
           IF (PR-RenteParticulier EQUALS ZERO)
               MOVE RenteParticulier TO PR-RenteParticulier
           END-IF
           COMPUTE BedragCenten = RenteZakelijk * 100
           MOVE BedragCenten TO ToonPercentage
           DISPLAY "Rente bedrijven in % per jaar (" ToonPercentage "): " WITH NO ADVANCING
           ACCEPT PR-RenteZakelijk
           IF (PR-RenteZakelijk EQUALS ZERO)
               MOVE RenteZakelijk TO PR-RenteZakelijk
           END-IF
           OPEN OUTPUT ParameterBestand
           IF NOT (IO-OK)
               DISPLAY "Er is iets mis gegaan bij AanmaanParameters.dat. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE ParameterRecord
           CLOSE ParameterBestand
           PERFORM LeesParameters
           DISPLAY "De termijnen en rentepercentages zijn vastgelegd."
           .

       VoerAanmaanrunUit.
           *> Per post hooguit een niveau verder per run, zodat elk
           *> bericht zijn eigen termijn krijgt. Posten ter incasso lopen
           *> bij de bank en worden overgeslagen
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           COMPUTE DagnummerVandaag = FUNCTION INTEGER-OF-DATE (DatumVandaag)
           MOVE ZERO TO AantalHerinneringen
           MOVE ZERO TO AantalAanmaningen
           MOVE ZERO TO AantalSommaties
           MOVE ZERO TO AantalZonderEmail
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT OpenPostenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen openstaande posten. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OpenPostenWerk
           READ OpenPostenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               PERFORM NormaliseerAanmaanVelden
               IF (OP-StatusOpen)
                   PERFORM BeoordeelPost
               END-IF
               WRITE OPW-OpenPost FROM OP-OpenPost
               READ OpenPostenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE OpenPostenBestand, OpenPostenWerk
           PERFORM SchrijfWerkTerug
           DISPLAY SPACE
           DISPLAY "Herinneringen verstuurd : " AantalHerinneringen
           DISPLAY "Aanmaningen verstuurd   : " AantalAanmaningen
           DISPLAY "Sommaties verstuurd     : " AantalSommaties
           IF (AantalZonderEmail > 0)
               DISPLAY "Waarvan zonder e-mailadres (per post versturen): " AantalZonderEmail
           END-IF
           DISPLAY "De berichten staan klaar voor 36--BerichtenBatch."
           .

       NormaliseerAanmaanVelden.
           *> Oude posten hebben nog geen aanmaanvelden
           IF (OP-Incassokosten IS NOT NUMERIC)
               MOVE ZERO TO OP-Incassokosten
           END-IF
           IF (OP-Rente IS NOT NUMERIC)
               MOVE ZERO TO OP-Rente
           END-IF
           IF (OP-DatumAanmaning IS NOT NUMERIC)
               MOVE SPACES TO OP-DatumAanmaning
           END-IF
           .

       BeoordeelPost.
           COMPUTE OpenRestant = OP-FactuurBedrag - OP-BetaaldBedrag
           IF (OpenRestant <= ZERO)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO NieuwNiveau
           IF (OP-DatumAanmaning EQUALS SPACES)
               MOVE ZERO TO DagenSindsAanmaning
           ELSE
               MOVE OP-DatumAanmaning TO DatumLaatsteAanmaning
               COMPUTE DagenSindsAanmaning = DagnummerVandaag - FUNCTION INTEGER-OF-DATE (DatumLaatsteAanmaning)
           END-IF
           EVALUATE TRUE
               WHEN (OP-NietAangemaand)
                   IF (DagnummerVandaag - FUNCTION INTEGER-OF-DATE (OP-FactuurDatum) >= DagenHerinnering)
                       MOVE "1" TO NieuwNiveau
                   END-IF
               WHEN (OP-NiveauHerinnering)
                   IF (DagenSindsAanmaning >= DagenAanmaning)
                       MOVE "2" TO NieuwNiveau
                   END-IF
               WHEN (OP-NiveauAanmaning)
                   IF (DagenSindsAanmaning >= DagenSommatie)
                       MOVE "3" TO NieuwNiveau
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF (NieuwNiveau EQUALS SPACE)
               EXIT PARAGRAPH
           END-IF
           MOVE OP-OpenPost TO LOG-BeeldVoor
           MOVE NieuwNiveau TO OP-AanmaanNiveau
           MOVE DatumVandaag TO OP-DatumAanmaning
           PERFORM ZoekDebiteur
           IF (OP-NiveauSommatie)
               PERFORM BerekenIncassokosten
               PERFORM BerekenRente
               MOVE Incassokosten TO OP-Incassokosten
               MOVE RenteBedrag TO OP-Rente
           END-IF
           PERFORM VerstuurAanmaning
           MOVE OP-OpenPost TO LOG-BeeldNa
           MOVE "41--AanmaningenRun" TO LOG-Programma
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           .

       VerstuurAanmaning.
           *> Het bericht gaat via de berichtenbak; de referentie noemt
           *> de factuurperiode en het te betalen bedrag
           MOVE OP-Klantnummer TO BER-Klantnummer
           MOVE DebiteurEmail TO BER-Emailadres
           EVALUATE TRUE
               WHEN (OP-NiveauHerinnering)
                   SET BER-SoortHerinnering TO TRUE
                   MOVE "HERINNERING-VERSTUURD" TO LOG-Actie
                   MOVE OpenRestant TO TotaalVordering
                   ADD 1 TO AantalHerinneringen
               WHEN (OP-NiveauAanmaning)
                   SET BER-SoortAanmaning TO TRUE
                   MOVE "AANMANING-VERSTUURD" TO LOG-Actie
                   MOVE OpenRestant TO TotaalVordering
                   ADD 1 TO AantalAanmaningen
               WHEN OTHER
                   SET BER-SoortSommatie TO TRUE
                   MOVE "SOMMATIE-VERSTUURD" TO LOG-Actie
                   COMPUTE TotaalVordering = OpenRestant + OP-Incassokosten + OP-Rente
                   ADD 1 TO AantalSommaties
           END-EVALUATE
           COMPUTE BedragCenten = TotaalVordering * 100
           MOVE BedragCenten TO ToonTotaal
           MOVE SPACES TO BER-Referentie
           STRING "Factuur " OP-FactuurJaar "-" OP-FactuurMaand " EUR " FUNCTION TRIM (ToonTotaal) DELIMITED BY SIZE INTO BER-Referentie
           CALL "SchrijfBericht" USING BER-Bericht
           IF (DebiteurEmail EQUALS SPACES)
               ADD 1 TO AantalZonderEmail
           END-IF
           DISPLAY LOG-Actie " | debiteur " OP-Klantnummer " | " DebiteurNaam " | " BER-Referentie
           .

       BerekenIncassokosten.
           *> Staffel van de wettelijke incassokosten over de hoofdsom
           EVALUATE TRUE
               WHEN (OpenRestant <= 2500)
                   COMPUTE Incassokosten ROUNDED = OpenRestant * 0.15
               WHEN (OpenRestant <= 5000)
                   COMPUTE Incassokosten ROUNDED = 375 + (OpenRestant - 2500) * 0.10
               WHEN (OpenRestant <= 10000)
                   COMPUTE Incassokosten ROUNDED = 625 + (OpenRestant - 5000) * 0.05
               WHEN (OpenRestant <= 200000)
                   COMPUTE Incassokosten ROUNDED = 875 + (OpenRestant - 10000) * 0.01
               WHEN OTHER
                   COMPUTE Incassokosten ROUNDED = 2775 + (OpenRestant - 200000) * 0.005
           END-EVALUATE
           IF (Incassokosten < IncassokostenMinimum)
               MOVE IncassokostenMinimum TO Incassokosten
           END-IF
           IF (Incassokosten > IncassokostenMaximum)
               MOVE IncassokostenMaximum TO Incassokosten
           END-IF
           .

       BerekenRente.
           *> Enkelvoudige rente over de hoofdsom vanaf het verstrijken
           *> van de betaaltermijn tot vandaag
           IF (BedrijfsDebiteur)
               MOVE RenteZakelijk TO RentePercentage
           ELSE
               MOVE RenteParticulier TO RentePercentage
           END-IF
           COMPUTE DagnummerVervaldatum = FUNCTION INTEGER-OF-DATE (OP-FactuurDatum) + DagenHerinnering
           COMPUTE DagenTeLaat = DagnummerVandaag - DagnummerVervaldatum
           IF (DagenTeLaat <= ZERO)
               MOVE ZERO TO RenteBedrag
           ELSE
               COMPUTE RenteBedrag ROUNDED = OpenRestant * RentePercentage / 100 * DagenTeLaat / 365
           END-IF
           .

       ZoekDebiteur.
           *> Debiteur 99bbbb is de verzamelfactuur van bedrijf bbbb
           MOVE SPACES TO DebiteurNaam
           MOVE SPACES TO DebiteurEmail
           IF (OP-Klantnummer >= 990000)
               SET BedrijfsDebiteur TO TRUE
               COMPUTE GezochtBedrijfsnummer = OP-Klantnummer - 990000
               PERFORM ZoekBedrijf
           ELSE
               SET ParticuliereDebiteur TO TRUE
               PERFORM ZoekKlant
           END-IF
           .

       ZoekKlant.
           MOVE "(onbekende klant)" TO DebiteurNaam
           OPEN INPUT FlexKlantenBestand
           IF (IO-OK)
               MOVE OP-Klantnummer TO FK-Klantnummer
               READ FlexKlantenBestand KEY IS FK-Klantnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FK-Naam TO DebiteurNaam
                       MOVE FK-Emailadres TO DebiteurEmail
               END-READ
               CLOSE FlexKlantenBestand
           END-IF
           .

       ZoekBedrijf.
           MOVE "(onbekend bedrijf)" TO DebiteurNaam
           MOVE ZERO TO EOFBedrijvenVlag
           OPEN INPUT BedrijvenBestand
           IF (IO-OK)
               READ BedrijvenBestand
                   AT END
                       SET EOFBedrijven TO TRUE
               END-READ
               PERFORM UNTIL EOFBedrijven
                   IF (BD-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                       MOVE BD-Naam TO DebiteurNaam
                       MOVE BD-Emailadres TO DebiteurEmail
                       SET EOFBedrijven TO TRUE
                   ELSE
                       READ BedrijvenBestand
                           AT END
                               SET EOFBedrijven TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE BedrijvenBestand
           END-IF
           .

       ToonSommatieLijst.
           *> Debiteuren die de laatste sommatie hebben gehad en nog niet
           *> (volledig) hebben betaald; is de termijn van de sommatie
           *> verstreken, dan is de post rijp voor overdracht aan het
           *> incassobureau of blokkade van de klant
           DISPLAY SPACE
           DISPLAY "DEBITEUREN OP SOMMATIENIVEAU"
           DISPLAY "============================"
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           COMPUTE DagnummerVandaag = FUNCTION INTEGER-OF-DATE (DatumVandaag)
           MOVE ZERO TO AantalOpSommatie
           MOVE ZERO TO AantalVoorOverdracht
           MOVE ZERO TO TotaalOpSommatie
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT OpenPostenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen openstaande posten. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SommatieLijst
           IF NOT (IO-OK)
               DISPLAY "Er is iets mis gegaan bij Sommaties.txt. IO-Status: " IOStatus
               CLOSE OpenPostenBestand
               EXIT PARAGRAPH
           END-IF
           MOVE "debiteur;naam;email;factuur;datumsommatie;dagen;restant;incassokosten;rente;totaal;advies" TO RegelBuffer
           WRITE SommatieRegel FROM RegelBuffer
           READ OpenPostenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               PERFORM NormaliseerAanmaanVelden
               IF (OP-NiveauSommatie)
                 AND (NOT OP-StatusBetaald)
                   PERFORM ToonSommatiePost
               END-IF
               READ OpenPostenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE OpenPostenBestand, SommatieLijst
           DISPLAY SPACE
           COMPUTE BedragCenten = TotaalOpSommatie * 100
           MOVE BedragCenten TO ToonTotaal
           DISPLAY "Aantal posten op sommatieniveau: " AantalOpSommatie " | totaal " ToonTotaal " euro"
           DISPLAY "Waarvan termijn verstreken (overdracht of blokkade): " AantalVoorOverdracht
           DISPLAY "Lijst geschreven naar Sommaties.txt."
           .

       ToonSommatiePost.
           COMPUTE OpenRestant = OP-FactuurBedrag - OP-BetaaldBedrag
           IF (OpenRestant <= ZERO)
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekDebiteur
           ADD 1 TO AantalOpSommatie
           COMPUTE TotaalVordering = OpenRestant + OP-Incassokosten + OP-Rente
           ADD TotaalVordering TO TotaalOpSommatie
           MOVE OP-DatumAanmaning TO DatumLaatsteAanmaning
           COMPUTE DagenSindsAanmaning = DagnummerVandaag - FUNCTION INTEGER-OF-DATE (DatumLaatsteAanmaning)
           IF (OP-StatusIncasso)
               MOVE "ter incasso bank" TO AdviesTekst
           ELSE
               IF (DagenSindsAanmaning >= DagenSommatie)
                   MOVE "OVERDRACHT/BLOKKADE" TO AdviesTekst
                   ADD 1 TO AantalVoorOverdracht
               ELSE
                   MOVE "termijn loopt" TO AdviesTekst
               END-IF
           END-IF
           COMPUTE BedragCenten = OpenRestant * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = OP-Incassokosten * 100
           MOVE BedragCenten TO ToonKosten
           COMPUTE BedragCenten = OP-Rente * 100
           MOVE BedragCenten TO ToonRente
           COMPUTE BedragCenten = TotaalVordering * 100
           MOVE BedragCenten TO ToonTotaal
           MOVE DagenSindsAanmaning TO ToonDagen
           DISPLAY OP-Klantnummer " | " DebiteurNaam " | factuur " OP-FactuurJaar "-" OP-FactuurMaand " | sommatie " OP-DatumAanmaning " | " ToonTotaal " euro | " AdviesTekst
           MOVE SPACES TO RegelBuffer
           STRING OP-Klantnummer ";" FUNCTION TRIM (DebiteurNaam) ";" FUNCTION TRIM (DebiteurEmail) ";"
             OP-FactuurJaar "-" OP-FactuurMaand ";" OP-DatumAanmaning ";" FUNCTION TRIM (ToonDagen) ";"
             ToonBedrag ";" ToonKosten ";" ToonRente ";" ToonTotaal ";" FUNCTION TRIM (AdviesTekst)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE SommatieRegel FROM RegelBuffer
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe openstaande-postenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT OpenPostenWerk
           OPEN OUTPUT OpenPostenBestand
           READ OpenPostenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE OP-OpenPost FROM OPW-OpenPost
               READ OpenPostenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE OpenPostenWerk, OpenPostenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-OpenPosten
             PadDir-OpenPostenWerk
             PadDir-FlexKlanten
             PadDir-Bedrijven
             PadDir-AanmaanParameters
             PadDir-Sommaties
           .
