       IDENTIFICATION DIVISION.
       PROGRAM-ID. 45--PostadresBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Postadresabonnementen (virtueel kantoor) per vestiging
       SELECT PostadressenBestand ASSIGN TO Pad-Postadressen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT PostadressenWerk ASSIGN TO Pad-PostadressenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Postregister van de balie: binnengekomen brieven en pakketten
       SELECT PostRegisterBestand ASSIGN TO Pad-PostRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT PostRegisterWerk ASSIGN TO Pad-PostRegisterWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       *> Bedrijvenstambestand (onderhouden door 38--BedrijfBeheer)
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Vestigingenstambestand (onderhouden door 43--VestigingBeheer):
       *> het adres van de vestiging is het zakelijke adres
       SELECT VestigingenBestand ASSIGN TO Pad-Vestigingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Overzicht van post die te lang blijft liggen
       SELECT RapportBestand ASSIGN TO Pad-PostRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PostadressenBestand.
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==PA==.
       FD PostadressenWerk.
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==PAW==.
       FD PostRegisterBestand.
       COPY PostStuk REPLACING ==(pf)== BY ==PS==.
       FD PostRegisterWerk.
       COPY PostStuk REPLACING ==(pf)== BY ==PSW==.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD VestigingenBestand.
       COPY Vestiging REPLACING ==(pf)== BY ==VS==.
       FD RapportBestand.
       01 RapportRegel PIC X(160).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Postadressen.
         02 PadDir-Postadressen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Postadressen.dat".
       01 Pad-PostadressenWerk.
         02 PadDir-PostadressenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "PostadressenWerk.dat".
       01 Pad-PostRegister.
         02 PadDir-PostRegister PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "PostRegister.dat".
       01 Pad-PostRegisterWerk.
         02 PadDir-PostRegisterWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "PostRegisterWerk.dat".
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-Vestigingen.
         02 PadDir-Vestigingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Vestigingen.dat".
       01 Pad-PostRapport.
         02 PadDir-PostRapport PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "PostNietAfgehaald.txt".
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
       *> ABONNEMENT
       01 GekozenVestiging PIC XX VALUE "01".
       01 VestigingAdres PIC X(40) VALUE SPACES.
       01 VestigingGevondenVlag PIC 9 VALUE ZERO.
         88 VestigingGevonden VALUE 1.
         88 VestigingNietGevonden VALUE 0.
       01 SoortAbonnee PIC X VALUE SPACE.
         88 AbonneeKlant VALUE "K".
         88 AbonneeBedrijf VALUE "B".
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 GezochtBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 GezochtAbonnementnummer PIC 9(5) VALUE ZERO.
       01 HoogsteAbonnementnummer PIC 9(5) VALUE ZERO.
       01 KlantGevondenVlag PIC 9 VALUE ZERO.
         88 KlantGevonden VALUE 1.
         88 KlantNietGevonden VALUE 0.
       01 BedrijfGevondenVlag PIC 9 VALUE ZERO.
         88 BedrijfGevonden VALUE 1.
         88 BedrijfNietGevonden VALUE 0.
       01 AbonnementGevondenVlag PIC 9 VALUE ZERO.
         88 AbonnementGevonden VALUE 1.
         88 AbonnementNietGevonden VALUE 0.
       01 AlLopendVlag PIC 9 VALUE ZERO.
         88 AlLopend VALUE 1.
         88 NietAlLopend VALUE 0.
       01 GevondenNaam PIC X(30) VALUE SPACES.
       01 GevondenEmail PIC X(40) VALUE SPACES.
       01 InvoerNaam PIC X(30) VALUE SPACES.
       01 InvoerKeuze PIC X VALUE SPACE.
       *> Het gevonden (lopende) abonnement
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==GPA==.
       *> POSTREGISTER
       *> Het nieuw binnengekomen poststuk
       COPY PostStuk REPLACING ==(pf)== BY ==NPS==.
       01 GezochtPoststuknummer PIC 9(6) VALUE ZERO.
       01 HoogstePoststuknummer PIC 9(6) VALUE ZERO.
       01 AfhandelKeuze PIC X VALUE SPACE.
         88 AfhandelingAfgehaald VALUE "A" "a".
         88 AfhandelingDoorgestuurd VALUE "D" "d".
       01 AfhandelToelichting PIC X(30) VALUE SPACES.
       01 AantalWachtend PIC 9(4) VALUE ZERO.
       01 AantalAfgehandeld PIC 9(4) VALUE ZERO.
       01 SoortTekst PIC X(6) VALUE SPACES.
       *> RAPPORT NIET AFGEHAALDE POST
       01 AbonnementTabel.
         02 AbonnementRegel OCCURS 300 TIMES.
           03 AT-Abonnementnummer PIC 9(5).
           03 AT-NaamOpPost PIC X(30).
           03 AT-Afhandeling PIC X.
           03 AT-Doorstuuradres PIC X(40).
       01 AantalAbonnementen PIC 999 VALUE ZERO.
       01 AbonnementIndex PIC 999 VALUE ZERO.
       01 MinimumDagen PIC 999 VALUE ZERO.
       01 DagenWachtend PIC 9(5) VALUE ZERO.
       01 AantalTeLang PIC 9(4) VALUE ZERO.
       01 RapportNaam PIC X(30) VALUE SPACES.
       01 RapportAfhandeling PIC X(50) VALUE SPACES.
       01 RegelBuffer PIC X(160) VALUE SPACES.
       01 ToonBedrag PIC ZZ9,99.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       *> BERICHT AAN DE ABONNEE
       COPY Bericht REPLACING ==(pf)== BY ==BER==.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "POSTADRES EN POSTAFHANDELING"
               DISPLAY "============================"
               DISPLAY "1. Postadresabonnementen tonen"
               DISPLAY "2. Postadresabonnement afsluiten"
               DISPLAY "3. Postadresabonnement beeindigen"
               DISPLAY "4. Binnengekomen post registreren"
               DISPLAY "5. Afhalen of doorsturen registreren"
               DISPLAY "6. Rapport niet afgehaalde post"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonAbonnementen
                   WHEN 2
                       PERFORM SluitAbonnementAf
                   WHEN 3
                       PERFORM BeeindigAbonnement
                   WHEN 4
                       PERFORM RegistreerPost
                   WHEN 5
                       PERFORM RegistreerAfhandeling
                   WHEN 6
                       PERFORM MaakRapportNietAfgehaald
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       ToonAbonnementen.
           DISPLAY SPACE
           DISPLAY "POSTADRESABONNEMENTEN"
           DISPLAY "====================="
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostadressenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen postadresabonnementen. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ PostadressenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               COMPUTE BedragCenten = PA-MaandBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               IF (PA-Bedrijfsnummer > ZERO)
                   DISPLAY PA-Abonnementnummer " | vest " PA-Vestiging " | bedrijf " PA-Bedrijfsnummer " | " PA-NaamOpPost WITH NO ADVANCING
               ELSE
                   DISPLAY PA-Abonnementnummer " | vest " PA-Vestiging " | klant " PA-Klantnummer " | " PA-NaamOpPost WITH NO ADVANCING
               END-IF
               IF (PA-TotDatum EQUALS SPACES)
                   DISPLAY " | sinds " PA-VanDatum " | " ToonBedrag " euro p/m" WITH NO ADVANCING
                   IF (PA-NieuwBedragVanaf NOT EQUALS SPACES)
                       COMPUTE BedragCenten = PA-NieuwMaandBedrag * 100
                       MOVE BedragCenten TO ToonBedrag
                       DISPLAY " (vanaf " PA-NieuwBedragVanaf " " ToonBedrag ")" WITH NO ADVANCING
                   END-IF
               ELSE
                   DISPLAY " | BEEINDIGD " PA-TotDatum WITH NO ADVANCING
               END-IF
               IF (PA-AfhandelingDoorsturen)
                   DISPLAY " | doorsturen: " FUNCTION TRIM (PA-Doorstuuradres)
               ELSE
                   DISPLAY " | ophalen aan de balie"
               END-IF
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenBestand
           .

       SluitAbonnementAf.
           DISPLAY SPACE
           DISPLAY "Vestiging (leeg = 01): " WITH NO ADVANCING
           ACCEPT GekozenVestiging
           IF (GekozenVestiging EQUALS SPACES)
               MOVE "01" TO GekozenVestiging
           END-IF
           PERFORM ZoekVestiging
           IF (VestigingNietGevonden)
               DISPLAY "Vestiging " GekozenVestiging " is niet bekend; het abonnement is niet vastgelegd."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Abonnee (K = flexklant, B = bedrijf): " WITH NO ADVANCING
           ACCEPT SoortAbonnee
           MOVE ZERO TO GezochtKlantnummer
           MOVE ZERO TO GezochtBedrijfsnummer
           EVALUATE TRUE
               WHEN SoortAbonnee EQUALS "K" OR "k"
                   SET AbonneeKlant TO TRUE
                   DISPLAY "Klantnummer: " WITH NO ADVANCING
                   ACCEPT GezochtKlantnummer
                   PERFORM ZoekKlant
                   IF (KlantNietGevonden)
                       DISPLAY "Klantnummer " GezochtKlantnummer " is niet bekend. Registreer de klant eerst via Klantbeheer."
                       EXIT PARAGRAPH
                   END-IF
               WHEN SoortAbonnee EQUALS "B" OR "b"
                   SET AbonneeBedrijf TO TRUE
                   DISPLAY "Bedrijfsnummer: " WITH NO ADVANCING
                   ACCEPT GezochtBedrijfsnummer
                   PERFORM ZoekBedrijf
                   IF (BedrijfNietGevonden)
                       DISPLAY "Bedrijf " GezochtBedrijfsnummer " is niet bekend; registreer het eerst via Bedrijfbeheer."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Onbekende soort abonnee; het abonnement is niet vastgelegd."
                   EXIT PARAGRAPH
           END-EVALUATE
           *> Per abonnee en vestiging loopt er hooguit een abonnement
           PERFORM BepaalHoogsteAbonnementnummer
           IF (AlLopend)
               DISPLAY "Er loopt al een postadresabonnement voor deze abonnee op vestiging " GekozenVestiging "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Naam op de post (leeg = " FUNCTION TRIM (GevondenNaam) "): " WITH NO ADVANCING
           ACCEPT InvoerNaam
           IF (InvoerNaam EQUALS SPACES)
               MOVE GevondenNaam TO InvoerNaam
           END-IF
           MOVE InvoerNaam TO PA-NaamOpPost
           DISPLAY "Maandbedrag (bijv. 03500 voor 35,00): " WITH NO ADVANCING
           ACCEPT PA-MaandBedrag
           IF (PA-MaandBedrag IS NOT NUMERIC)
               DISPLAY "Ongeldig maandbedrag; het abonnement is niet vastgelegd."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Afhandeling (O = ophalen aan de balie, D = doorsturen): " WITH NO ADVANCING
           ACCEPT InvoerKeuze
           MOVE SPACES TO PA-Doorstuuradres
           EVALUATE TRUE
               WHEN InvoerKeuze EQUALS "O" OR "o"
                   SET PA-AfhandelingOphalen TO TRUE
               WHEN InvoerKeuze EQUALS "D" OR "d"
                   SET PA-AfhandelingDoorsturen TO TRUE
                   DISPLAY "Doorstuuradres: " WITH NO ADVANCING
                   ACCEPT PA-Doorstuuradres
                   IF (PA-Doorstuuradres EQUALS SPACES)
                       DISPLAY "Zonder doorstuuradres kan de post niet worden doorgestuurd; het abonnement is niet vastgelegd."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Onbekende afhandeling; het abonnement is niet vastgelegd."
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE PA-Abonnementnummer = HoogsteAbonnementnummer + 1
           MOVE GekozenVestiging TO PA-Vestiging
           MOVE GezochtKlantnummer TO PA-Klantnummer
           MOVE GezochtBedrijfsnummer TO PA-Bedrijfsnummer
           MOVE DatumVandaag TO PA-VanDatum
           MOVE SPACES TO PA-TotDatum
           MOVE ZERO TO PA-NieuwMaandBedrag
           MOVE SPACES TO PA-NieuwBedragVanaf
           MOVE PA-PostadresAbonnement TO GPA-PostadresAbonnement
           OPEN EXTEND PostadressenBestand
           IF (IOStatus EQUALS "35")
               CLOSE PostadressenBestand
               OPEN OUTPUT PostadressenBestand
           END-IF
           IF NOT (IOStatus EQUALS 00 OR 05)
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE PA-PostadresAbonnement FROM GPA-PostadresAbonnement
           CLOSE PostadressenBestand
           MOVE "45--PostadresBeheer" TO LOG-Programma
           MOVE "POSTADRES-AFGESLOTEN" TO LOG-Actie
           MOVE SPACES TO LOG-BeeldVoor
           MOVE GPA-PostadresAbonnement TO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Postadresabonnement " GPA-Abonnementnummer " vastgelegd."
           IF (VestigingAdres NOT EQUALS SPACES)
               DISPLAY "Zakelijk adres: " FUNCTION TRIM (GPA-NaamOpPost) ", " FUNCTION TRIM (VestigingAdres)
           END-IF
           DISPLAY "Het maandbedrag komt vanaf deze maand op de factuur (zie Maandfacturatie)."
           .

       BeeindigAbonnement.
           DISPLAY SPACE
           DISPLAY "Abonnementnummer: " WITH NO ADVANCING
           ACCEPT GezochtAbonnementnummer
           SET AbonnementNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostadressenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen postadresabonnementen. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PostadressenWerk
           READ PostadressenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PA-Abonnementnummer EQUALS GezochtAbonnementnummer)
                 AND (PA-TotDatum EQUALS SPACES)
                   SET AbonnementGevonden TO TRUE
                   MOVE PA-PostadresAbonnement TO LOG-BeeldVoor
                   MOVE DatumVandaag TO PA-TotDatum
                   MOVE PA-PostadresAbonnement TO LOG-BeeldNa
                   MOVE PA-PostadresAbonnement TO GPA-PostadresAbonnement
               END-IF
               WRITE PAW-PostadresAbonnement FROM PA-PostadresAbonnement
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenBestand, PostadressenWerk
           IF (AbonnementNietGevonden)
               DISPLAY "Geen lopend postadresabonnement gevonden met nummer " GezochtAbonnementnummer "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfPostadressenTerug
           MOVE "45--PostadresBeheer" TO LOG-Programma
           MOVE "POSTADRES-BEEINDIGD" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Postadresabonnement " GezochtAbonnementnummer " beeindigd per " DatumVandaag "."
           *> Post die nog klaarligt moet alsnog worden afgehaald of
           *> doorgestuurd
           PERFORM TelWachtendePost
           IF (AantalWachtend > ZERO)
               DISPLAY "LET OP: er ligt nog " AantalWachtend " poststuk(ken) klaar voor dit abonnement."
           END-IF
           .

       RegistreerPost.
           DISPLAY SPACE
           DISPLAY "Abonnementnummer: " WITH NO ADVANCING
           ACCEPT GezochtAbonnementnummer
           PERFORM ZoekLopendAbonnement
           IF (AbonnementNietGevonden)
               DISPLAY "Geen lopend postadresabonnement gevonden met nummer " GezochtAbonnementnummer "; de post kan niet worden aangenomen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Abonnee: " FUNCTION TRIM (GPA-NaamOpPost) " (vestiging " GPA-Vestiging ")"
           DISPLAY "Soort (B = brief, P = pakket): " WITH NO ADVANCING
           ACCEPT InvoerKeuze
           EVALUATE TRUE
               WHEN InvoerKeuze EQUALS "B" OR "b"
                   SET NPS-SoortBrief TO TRUE
               WHEN InvoerKeuze EQUALS "P" OR "p"
                   SET NPS-SoortPakket TO TRUE
               WHEN OTHER
                   DISPLAY "Onbekende soort; het poststuk is niet geregistreerd."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Afzender: " WITH NO ADVANCING
           ACCEPT NPS-Afzender
           PERFORM BepaalHoogstePoststuknummer
           COMPUTE NPS-Poststuknummer = HoogstePoststuknummer + 1
           MOVE GPA-Abonnementnummer TO NPS-Abonnementnummer
           MOVE GPA-Vestiging TO NPS-Vestiging
           MOVE DatumVandaag TO NPS-OntvangstDatum
           SET NPS-StatusWacht TO TRUE
           MOVE SPACES TO NPS-AfhandelDatum
           MOVE SPACES TO NPS-Toelichting
           OPEN EXTEND PostRegisterBestand
           IF (IOStatus EQUALS "35")
               CLOSE PostRegisterBestand
               OPEN OUTPUT PostRegisterBestand
           END-IF
           IF NOT (IOStatus EQUALS 00 OR 05)
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE PS-PostStuk FROM NPS-PostStuk
           CLOSE PostRegisterBestand
           DISPLAY "Poststuk " NPS-Poststuknummer " geregistreerd; noteer dit nummer op de envelop of het pakket."
           IF (GPA-AfhandelingDoorsturen)
               DISPLAY "Dit abonnement laat de post doorsturen naar: " FUNCTION TRIM (GPA-Doorstuuradres)
           END-IF
           PERFORM MeldPostAanAbonnee
           .

       MeldPostAanAbonnee.
           *> Bericht via de berichtenwachtrij (36--BerichtenBatch); een
           *> bedrijf krijgt het bericht op het algemene e-mailadres,
           *> met klantnummer nul
           MOVE SPACES TO GevondenEmail
           IF (GPA-Bedrijfsnummer > ZERO)
               MOVE GPA-Bedrijfsnummer TO GezochtBedrijfsnummer
               PERFORM ZoekBedrijf
               MOVE ZERO TO BER-Klantnummer
           ELSE
               MOVE GPA-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekKlant
               MOVE GPA-Klantnummer TO BER-Klantnummer
           END-IF
           IF (GevondenEmail EQUALS SPACES)
               DISPLAY "Geen e-mailadres bekend; meld de post zelf bij de abonnee."
               EXIT PARAGRAPH
           END-IF
           MOVE GevondenEmail TO BER-Emailadres
           MOVE "PO" TO BER-Soort
           MOVE SPACES TO BER-Referentie
           IF (NPS-SoortPakket)
               STRING "Pakket " NPS-Poststuknummer " van " NPS-Afzender DELIMITED BY SIZE INTO BER-Referentie
           ELSE
               STRING "Brief " NPS-Poststuknummer " van " NPS-Afzender DELIMITED BY SIZE INTO BER-Referentie
           END-IF
           CALL "SchrijfBericht" USING BER-Bericht
           DISPLAY "Bericht aan de abonnee klaargezet (" FUNCTION TRIM (GevondenEmail) ")."
           .

       RegistreerAfhandeling.
           *> Een poststuk afhalen of doorsturen; met poststuknummer nul
           *> wordt alle wachtende post van het abonnement in een keer
           *> afgehandeld
           DISPLAY SPACE
           DISPLAY "Abonnementnummer: " WITH NO ADVANCING
           ACCEPT GezochtAbonnementnummer
           PERFORM ToonWachtendePost
           IF (AantalWachtend EQUALS ZERO)
               DISPLAY "Er ligt geen post klaar voor abonnement " GezochtAbonnementnummer "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Poststuknummer (0 = alle wachtende post): " WITH NO ADVANCING
           ACCEPT GezochtPoststuknummer
           DISPLAY "A = afgehaald, D = doorgestuurd: " WITH NO ADVANCING
           ACCEPT AfhandelKeuze
           IF NOT (AfhandelingAfgehaald OR AfhandelingDoorgestuurd)
               DISPLAY "Onbekende keuze; er is niets afgehandeld."
               EXIT PARAGRAPH
           END-IF
           IF (AfhandelingAfgehaald)
               DISPLAY "Opgehaald door (naam): " WITH NO ADVANCING
           ELSE
               DISPLAY "Verzendkenmerk of track-and-trace: " WITH NO ADVANCING
           END-IF
           ACCEPT AfhandelToelichting
           MOVE ZERO TO AantalAfgehandeld
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostRegisterBestand
           IF NOT (IO-OK)
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PostRegisterWerk
           MOVE "45--PostadresBeheer" TO LOG-Programma
           MOVE "POST-AFGEHANDELD" TO LOG-Actie
           READ PostRegisterBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PS-Abonnementnummer EQUALS GezochtAbonnementnummer)
                 AND (PS-StatusWacht)
                 AND (GezochtPoststuknummer EQUALS ZERO OR PS-Poststuknummer EQUALS GezochtPoststuknummer)
                   MOVE PS-PostStuk TO LOG-BeeldVoor
                   IF (AfhandelingAfgehaald)
                       SET PS-StatusAfgehaald TO TRUE
                   ELSE
                       SET PS-StatusDoorgestuurd TO TRUE
                   END-IF
                   MOVE DatumVandaag TO PS-AfhandelDatum
                   MOVE AfhandelToelichting TO PS-Toelichting
                   MOVE PS-PostStuk TO LOG-BeeldNa
                   CALL "SchrijfLogboek" USING LOG-LogboekRegel
                   ADD 1 TO AantalAfgehandeld
               END-IF
               WRITE PSW-PostStuk FROM PS-PostStuk
               READ PostRegisterBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostRegisterBestand, PostRegisterWerk
           IF (AantalAfgehandeld EQUALS ZERO)
               DISPLAY "Poststuk " GezochtPoststuknummer " ligt niet klaar voor abonnement " GezochtAbonnementnummer "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfPostRegisterTerug
           DISPLAY "Aantal poststukken afgehandeld: " AantalAfgehandeld
           .

       ToonWachtendePost.
           MOVE ZERO TO AantalWachtend
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostRegisterBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ PostRegisterBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PS-Abonnementnummer EQUALS GezochtAbonnementnummer)
                 AND (PS-StatusWacht)
                   ADD 1 TO AantalWachtend
                   IF (PS-SoortPakket)
                       DISPLAY PS-Poststuknummer " | pakket | ontvangen " PS-OntvangstDatum " | van " PS-Afzender
                   ELSE
                       DISPLAY PS-Poststuknummer " | brief  | ontvangen " PS-OntvangstDatum " | van " PS-Afzender
                   END-IF
               END-IF
               READ PostRegisterBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostRegisterBestand
           .

       TelWachtendePost.
           MOVE ZERO TO AantalWachtend
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostRegisterBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ PostRegisterBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PS-Abonnementnummer EQUALS GezochtAbonnementnummer)
                 AND (PS-StatusWacht)
                   ADD 1 TO AantalWachtend
               END-IF
               READ PostRegisterBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostRegisterBestand
           .

       MaakRapportNietAfgehaald.
           *> Wachtende post die al minstens het opgegeven aantal dagen
           *> ligt, per vestiging (leeg = alle), naar PostNietAfgehaald.txt
           DISPLAY SPACE
           DISPLAY "Vestiging (leeg = alle vestigingen): " WITH NO ADVANCING
           ACCEPT GekozenVestiging
           DISPLAY "Minimaal aantal dagen wachtend (bijv. 014): " WITH NO ADVANCING
           ACCEPT MinimumDagen
           IF (MinimumDagen IS NOT NUMERIC)
               MOVE ZERO TO MinimumDagen
           END-IF
           PERFORM LaadAbonnementen
           MOVE ZERO TO AantalTeLang
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostRegisterBestand
           IF NOT (IO-OK)
               DISPLAY "Er is nog geen post geregistreerd."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "NIET AFGEHAALDE POST - " DatumVandaag " - minimaal " MinimumDagen " dagen" DELIMITED BY SIZE INTO RegelBuffer
           WRITE RapportRegel FROM RegelBuffer
           DISPLAY RegelBuffer
           MOVE "nummer;vestiging;abonnement;naam;soort;ontvangen;dagen;afzender;afhandeling" TO RegelBuffer
           WRITE RapportRegel FROM RegelBuffer
           READ PostRegisterBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PS-StatusWacht)
                 AND (GekozenVestiging EQUALS SPACES OR PS-Vestiging EQUALS GekozenVestiging)
                   COMPUTE DagenWachtend = FUNCTION INTEGER-OF-DATE (DatumVandaag) - FUNCTION INTEGER-OF-DATE (PS-OntvangstDatum)
                   IF (DagenWachtend >= MinimumDagen)
                       PERFORM SchrijfRapportRegel
                   END-IF
               END-IF
               READ PostRegisterBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostRegisterBestand, RapportBestand
           DISPLAY SPACE
           DISPLAY "Aantal poststukken niet afgehaald: " AantalTeLang " (zie PostNietAfgehaald.txt)"
           .

       SchrijfRapportRegel.
           ADD 1 TO AantalTeLang
           MOVE "(onbekend abonnement)" TO RapportNaam
           MOVE SPACES TO RapportAfhandeling
           PERFORM VARYING AbonnementIndex FROM 1 BY 1 UNTIL AbonnementIndex > AantalAbonnementen
               IF (AT-Abonnementnummer(AbonnementIndex) EQUALS PS-Abonnementnummer)
                   MOVE AT-NaamOpPost(AbonnementIndex) TO RapportNaam
                   IF (AT-Afhandeling(AbonnementIndex) EQUALS "D")
                       STRING "doorsturen naar " AT-Doorstuuradres(AbonnementIndex) DELIMITED BY SIZE INTO RapportAfhandeling
                   ELSE
                       MOVE "ophalen aan de balie" TO RapportAfhandeling
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF (PS-SoortPakket)
               MOVE "pakket" TO SoortTekst
           ELSE
               MOVE "brief" TO SoortTekst
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING PS-Poststuknummer ";" PS-Vestiging ";" PS-Abonnementnummer ";"
             FUNCTION TRIM (RapportNaam) ";" FUNCTION TRIM (SoortTekst) ";"
             PS-OntvangstDatum ";" DagenWachtend ";" FUNCTION TRIM (PS-Afzender) ";"
             FUNCTION TRIM (RapportAfhandeling)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE RapportRegel FROM RegelBuffer
           DISPLAY PS-Poststuknummer " | vest " PS-Vestiging " | " RapportNaam " | " SoortTekst " | " PS-OntvangstDatum " | " DagenWachtend " dagen"
           .

       LaadAbonnementen.
           MOVE ZERO TO AantalAbonnementen
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
               IF (AantalAbonnementen < 300)
                   ADD 1 TO AantalAbonnementen
                   MOVE PA-Abonnementnummer TO AT-Abonnementnummer(AantalAbonnementen)
                   MOVE PA-NaamOpPost TO AT-NaamOpPost(AantalAbonnementen)
                   MOVE PA-Afhandeling TO AT-Afhandeling(AantalAbonnementen)
                   MOVE PA-Doorstuuradres TO AT-Doorstuuradres(AantalAbonnementen)
               END-IF
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenBestand
           MOVE ZERO TO EndOfDataFlag
           .

       ZoekLopendAbonnement.
           SET AbonnementNietGevonden TO TRUE
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
               IF (PA-Abonnementnummer EQUALS GezochtAbonnementnummer)
                 AND (PA-TotDatum EQUALS SPACES)
                   SET AbonnementGevonden TO TRUE
                   MOVE PA-PostadresAbonnement TO GPA-PostadresAbonnement
                   SET EndOfData TO TRUE
               ELSE
                   READ PostadressenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE PostadressenBestand
           .

       BepaalHoogsteAbonnementnummer.
           *> Volgend abonnementnummer, en meteen controleren of de
           *> abonnee op deze vestiging al een lopend abonnement heeft
           MOVE ZERO TO HoogsteAbonnementnummer
           SET NietAlLopend TO TRUE
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
               IF (PA-Abonnementnummer > HoogsteAbonnementnummer)
                   MOVE PA-Abonnementnummer TO HoogsteAbonnementnummer
               END-IF
               IF (PA-Vestiging EQUALS GekozenVestiging)
                 AND (PA-TotDatum EQUALS SPACES)
                 AND (PA-Klantnummer EQUALS GezochtKlantnummer)
                 AND (PA-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                   SET AlLopend TO TRUE
               END-IF
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenBestand
           .

       BepaalHoogstePoststuknummer.
           MOVE ZERO TO HoogstePoststuknummer
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostRegisterBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ PostRegisterBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PS-Poststuknummer > HoogstePoststuknummer)
                   MOVE PS-Poststuknummer TO HoogstePoststuknummer
               END-IF
               READ PostRegisterBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostRegisterBestand
           .

       ZoekVestiging.
           *> Zonder vestigingenstambestand wordt de vestiging niet
           *> gecontroleerd (zoals in ControleerOpenstelling)
           SET VestigingNietGevonden TO TRUE
           MOVE SPACES TO VestigingAdres
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VestigingenBestand
           IF NOT (IO-OK)
               SET VestigingGevonden TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ VestigingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (VS-Vestigingcode EQUALS GekozenVestiging)
                   SET VestigingGevonden TO TRUE
                   MOVE VS-Adres TO VestigingAdres
                   SET EndOfData TO TRUE
               ELSE
                   READ VestigingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE VestigingenBestand
           .

       ZoekKlant.
           SET KlantNietGevonden TO TRUE
           MOVE SPACES TO GevondenNaam
           MOVE SPACES TO GevondenEmail
           OPEN INPUT FlexKlantenBestand
           IF (IO-OK)
               MOVE GezochtKlantnummer TO FK-Klantnummer
               READ FlexKlantenBestand KEY IS FK-Klantnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KlantGevonden TO TRUE
                       MOVE FK-Naam TO GevondenNaam
                       MOVE FK-Emailadres TO GevondenEmail
               END-READ
               CLOSE FlexKlantenBestand
           END-IF
           .

       ZoekBedrijf.
           SET BedrijfNietGevonden TO TRUE
           MOVE SPACES TO GevondenNaam
           MOVE SPACES TO GevondenEmail
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijvenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BedrijvenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BD-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                   SET BedrijfGevonden TO TRUE
                   MOVE BD-Naam TO GevondenNaam
                   MOVE BD-Emailadres TO GevondenEmail
                   SET EndOfData TO TRUE
               ELSE
                   READ BedrijvenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE BedrijvenBestand
           .

       SchrijfPostadressenTerug.
           *> Het werkbestand wordt het nieuwe abonnementenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostadressenWerk
           OPEN OUTPUT PostadressenBestand
           READ PostadressenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE PA-PostadresAbonnement FROM PAW-PostadresAbonnement
               READ PostadressenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenWerk, PostadressenBestand
           .

       SchrijfPostRegisterTerug.
           *> Het werkbestand wordt het nieuwe postregister
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostRegisterWerk
           OPEN OUTPUT PostRegisterBestand
           READ PostRegisterWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE PS-PostStuk FROM PSW-PostStuk
               READ PostRegisterWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostRegisterWerk, PostRegisterBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Postadressen
             PadDir-PostadressenWerk
             PadDir-PostRegister
             PadDir-PostRegisterWerk
             PadDir-FlexKlanten
             PadDir-Bedrijven
             PadDir-Vestigingen
             PadDir-PostRapport
           .
