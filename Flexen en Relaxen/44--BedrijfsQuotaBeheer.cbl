       IDENTIFICATION DIVISION.
       PROGRAM-ID. 44--BedrijfsQuotaBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Bedrijvenstambestand (onderhouden door 38--BedrijfBeheer)
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Klantenstambestand: medewerkers en hun kostenplaats
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       *> Quota per bedrijf en kostenplaats
       SELECT QuotaBestand ASSIGN TO Pad-BedrijfsQuota
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT QuotaWerk ASSIGN TO Pad-BedrijfsQuotaWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Wachtrij van reserveringen boven quotum of budget
       SELECT GoedkeuringenBestand ASSIGN TO Pad-Goedkeuringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT GoedkeuringenWerk ASSIGN TO Pad-GoedkeuringenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Antwoorden van de contactpersonen: aanvraagnummer;G|A;toelichting
       SELECT AntwoordenBestand ASSIGN TO Pad-GoedkeuringAntwoorden
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Openstaande aanvragen om naar de contactpersonen te sturen
       SELECT OpenstaandBestand ASSIGN TO Pad-GoedkeuringOpenstaand
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-QuotaRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Gebruik en capaciteit
       SELECT ReserveringenBestand ASSIGN TO Pad-Reserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BoekingenBestand ASSIGN TO Pad-Boekingen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BB-Boekingssleutel
           ALTERNATE RECORD KEY IS BB-Naam WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT VergaderBoekingenBestand ASSIGN TO Pad-VergaderBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BlokkadesBestand ASSIGN TO Pad-Blokkades
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD QuotaBestand.
       COPY BedrijfsQuotum REPLACING ==(pf)== BY ==BQ==.
       FD QuotaWerk.
       COPY BedrijfsQuotum REPLACING ==(pf)== BY ==BQW==.
       FD GoedkeuringenBestand.
       COPY GoedkeuringAanvraag REPLACING ==(pf)== BY ==GA==.
       FD GoedkeuringenWerk.
       COPY GoedkeuringAanvraag REPLACING ==(pf)== BY ==GAW==.
       FD AntwoordenBestand.
       01 AntwoordRegel PIC X(200).
       FD OpenstaandBestand.
       01 OpenstaandRegel PIC X(250).
       FD RapportBestand.
       01 RapportRegel PIC X(160).
       FD ReserveringenBestand.
       COPY FlexReservering REPLACING ==(pf)== BY ==RB==.
       FD BoekingenBestand.
       COPY Boeking REPLACING ==(pf)== BY ==BB==.
       FD VergaderBoekingenBestand.
       COPY VergaderBoeking REPLACING ==(pf)== BY ==VB==.
       FD WoningenBestand.
       COPY Woning REPLACING ==(pf)== BY ==WOF==.
       FD BlokkadesBestand.
       COPY Blokkade REPLACING ==(pf)== BY ==BL==.
       FD TarievenBestand.
       COPY Tarief REPLACING ==(pf)== BY ==TF==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-BedrijfsQuota.
         02 PadDir-BedrijfsQuota PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsQuota.dat".
       01 Pad-BedrijfsQuotaWerk.
         02 PadDir-BedrijfsQuotaWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsQuotaWerk.dat".
       01 Pad-Goedkeuringen.
         02 PadDir-Goedkeuringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "GoedkeuringAanvragen.dat".
       01 Pad-GoedkeuringenWerk.
         02 PadDir-GoedkeuringenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "GoedkeuringAanvragenWerk.dat".
       01 Pad-GoedkeuringAntwoorden.
         02 PadDir-GoedkeuringAntwoorden PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "GoedkeuringAntwoorden.csv".
       01 Pad-GoedkeuringOpenstaand.
         02 PadDir-GoedkeuringOpenstaand PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "GoedkeuringOpenstaand.txt".
       01 Pad-QuotaRapport.
         02 PadDir-QuotaRapport PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "QuotaRapport.txt".
       01 Pad-Reserveringen.
         02 PadDir-Reserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Reserveringen.dat".
       01 Pad-Boekingen.
         02 PadDir-Boekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-VergaderBoekingen.
         02 PadDir-VergaderBoekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Woningen.dat".
       01 Pad-Blokkades.
         02 PadDir-Blokkades PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Blokkades.dat".
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Tarieven.dat".
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       *> END OF DATA VLAG
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> Eigen vlaggen voor de buitenste lussen, waarbinnen andere
       *> bestanden worden gelezen
       01 EOFGoedkeuringenVlag PIC 9 VALUE ZERO.
         88 EOFGoedkeuringen VALUE 1.
       01 EOFBedrijvenVlag PIC 9 VALUE ZERO.
         88 EOFBedrijven VALUE 1.
       *> MENU VLAG
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> BEDRIJF
       01 GezochtBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 GevondenBedrijfsnaam PIC X(30) VALUE SPACES.
       01 GevondenBedrijfsEmail PIC X(40) VALUE SPACES.
       01 BedrijfGevondenVlag PIC 9 VALUE ZERO.
         88 BedrijfGevonden VALUE 1.
         88 BedrijfNietGevonden VALUE 0.
       *> INVOER QUOTUM
       01 InvoerKostenplaats PIC X(6) VALUE SPACES.
       01 InvoerMaxPlaatsen PIC 9(3) VALUE ZERO.
       01 InvoerBudget PIC 9(6) VALUE ZERO.
       01 QuotumGevondenVlag PIC 9 VALUE ZERO.
         88 QuotumGevonden VALUE 1.
         88 QuotumNietGevonden VALUE 0.
       *> WEERGAVE
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZZ9,99.
       01 ToonBudget PIC ZZZZZZ9,99.
       01 ToonMaximum PIC ZZ9.
       01 ToonAantal PIC ZZZ9.
       01 ToonPercentage PIC ZZZ9.
       01 BudgetPercentage PIC 9(4) VALUE ZERO.
       01 ToonKostenplaats PIC X(6) VALUE SPACES.
       01 RegelBuffer PIC X(160) VALUE SPACES.
       01 OpenstaandBuffer PIC X(250) VALUE SPACES.
       01 AantalOpen PIC 9(4) VALUE ZERO.
       *> ANTWOORDEN VAN DE CONTACTPERSONEN
       01 CsvNummer PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01 CsvBeslissing PIC X VALUE SPACE.
       01 CsvToelichting PIC X(40) VALUE SPACES.
       01 AntwoordTabel.
         02 AntwoordRegelTabel OCCURS 200 TIMES.
           03 AT-Aanvraagnummer PIC 9(6).
           03 AT-Beslissing PIC X.
             88 AT-Goedgekeurd VALUE "G".
             88 AT-Afgewezen VALUE "A".
           03 AT-Toelichting PIC X(40).
           03 AT-GebruiktVlag PIC 9.
             88 AT-Gebruikt VALUE 1.
             88 AT-NietGebruikt VALUE 0.
       01 AantalAntwoorden PIC 999 VALUE ZERO.
       01 AntwoordIndex PIC 999 VALUE ZERO.
       01 AntwoordVlag PIC 9 VALUE ZERO.
         88 AntwoordGevonden VALUE 1.
         88 AntwoordNietGevonden VALUE 0.
       01 AantalOngeldigeAntwoorden PIC 9(4) VALUE ZERO.
       01 AantalGoedgekeurd PIC 9(4) VALUE ZERO.
       01 AantalAfgewezen PIC 9(4) VALUE ZERO.
       01 AantalVervallen PIC 9(4) VALUE ZERO.
       *> DE RESERVERING UIT DE AANVRAAG
       COPY FlexReservering REPLACING ==(pf)== BY ==RS==.
       01 CorrecteReserveringVlag PIC 9 VALUE 1.
         88 ReserveringCorrect VALUE 1.
         88 ReserveringIncorrect VALUE 0.
       01 Foutmelding PIC X(100) VALUE SPACES.
       *> CAPACITEIT (zelfde telling in dagdelen als 02 en 19)
       01 AantalWerkplekken PIC 999 VALUE ZERO.
       01 AantalDagdelenOpDatum PIC 9(4) VALUE ZERO.
       01 TotaalAantalDagdelen PIC 9(4) VALUE ZERO.
       01 GevraagdeDagdelen PIC 999 VALUE ZERO.
       01 RecordPlaatsen PIC 99 VALUE 1.
       01 BlokkadeTabel.
         02 BlokkadeRegel OCCURS 50 TIMES.
           03 BT-Huisnummer PIC 99.
           03 BT-Kamernummer PIC 9.
           03 BT-VanDatum PIC 9(8).
           03 BT-TotDatum PIC 9(8).
           03 BT-Vestiging PIC XX.
       01 AantalBlokkades PIC 99 VALUE ZERO.
       01 BlokkadeIndex PIC 99 VALUE ZERO.
       01 AantalGeblokkeerdOpDatum PIC 99 VALUE ZERO.
       *> Werkplektypen per vestiging en huisnummer
       01 WoningTabel.
         02 WoningRegel OCCURS 50 TIMES.
           03 WT-Vestiging PIC XX.
           03 WT-Huisnummer PIC 99.
           03 WT-Type PIC X.
       01 AantalWoningen PIC 99 VALUE ZERO.
       01 WoningIndex PIC 99 VALUE ZERO.
       *> MAANDRAPPORT PER BEDRIJF EN KOSTENPLAATS
       01 RapportMaand PIC 9(6) VALUE ZERO.
       01 RapportBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 AantalBedrijvenInRapport PIC 9(4) VALUE ZERO.
       01 KostenplaatsTabel.
         02 KostenplaatsRegel OCCURS 20 TIMES.
           03 KT-Kostenplaats PIC X(6).
           03 KT-EigenRegelVlag PIC 9.
             88 KT-EigenRegel VALUE 1.
           03 KT-MaxPlaatsenPerDag PIC 9(3).
           03 KT-MaandBudget PIC 9(6)V99.
           03 KT-Besteed PIC 9(7)V99.
           03 KT-PlaatsenOpDag PIC 9(4) OCCURS 31 TIMES.
           03 KT-Piek PIC 9(4).
           03 KT-DagenBoven PIC 99.
           03 KT-AantalOpen PIC 9(4).
           03 KT-AantalGoedgekeurd PIC 9(4).
           03 KT-AantalAfgewezen PIC 9(4).
           03 KT-AantalVervallen PIC 9(4).
       01 AantalKostenplaatsen PIC 99 VALUE ZERO.
       01 KostenplaatsIndex PIC 99 VALUE ZERO.
       01 GezochteKostenplaats PIC X(6) VALUE SPACES.
       01 AlgemeenMaxPlaatsen PIC 9(3) VALUE ZERO.
       01 AlgemeenBudget PIC 9(6)V99 VALUE ZERO.
       01 AlgemeneRegelVlag PIC 9 VALUE ZERO.
         88 AlgemeneRegelAanwezig VALUE 1.
         88 GeenAlgemeneRegel VALUE 0.
       01 MedewerkerTabel.
         02 MedewerkerRegel OCCURS 300 TIMES.
           03 MT-Klantnummer PIC 9(6).
           03 MT-KostenplaatsIndex PIC 99.
       01 AantalMedewerkers PIC 999 VALUE ZERO.
       01 MedewerkerIndex PIC 999 VALUE ZERO.
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 GevondenKostenplaatsIndex PIC 99 VALUE ZERO.
       01 DagIndex PIC 99 VALUE ZERO.
       01 ReserveringsMaand PIC 9(6) VALUE ZERO.
       *> TARIEVEN; vaste terugvalprijzen gelijk aan 09--MaandFacturatie
       78 PrijsStandaard VALUE 15.
       78 PrijsLuxe VALUE 25.
       01 TariefTabel.
         02 TariefRegel OCCURS 20 TIMES.
           03 TT-Type PIC X.
           03 TT-GeldigVanaf PIC 9(8).
           03 TT-PrijsWeek PIC 9(3)V99.
           03 TT-PrijsWeekend PIC 9(3)V99.
       01 AantalTarieven PIC 99 VALUE ZERO.
       01 TariefIndex PIC 99 VALUE ZERO.
       01 BesteGeldigVanaf PIC 9(8) VALUE ZERO.
       01 GezochtType PIC X VALUE SPACE.
       01 GezochtDatum PIC 9(8) VALUE ZERO.
       01 GezochtDagdeel PIC X VALUE SPACE.
       01 GezochtPlaatsen PIC 99 VALUE 1.
       01 GevondenDagPrijs PIC 9(3)V99 VALUE ZERO.
       01 DagVanDeWeek PIC 9 VALUE ZERO.
       01 RegelBedrag PIC 9(5)V99 VALUE ZERO.
       *> Contracttarieven van bedrijven (BepaalContractprijs)
       COPY Contractprijs REPLACING ==(pf)== BY ==CP==.
       *> OPENSTELLING VESTIGING (openingsdagen en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       *> UITGAAND BERICHT (beslissing aan de medewerker)
       COPY Bericht REPLACING ==(pf)== BY ==BER==.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "BEDRIJFSQUOTA EN GOEDKEURINGEN"
               DISPLAY "=============================="
               DISPLAY "1. Quota per kostenplaats tonen"
               DISPLAY "2. Quotum vastleggen/wijzigen"
               DISPLAY "3. Openstaande goedkeuringsaanvragen tonen"
               DISPLAY "4. Antwoorden van bedrijven verwerken"
               DISPLAY "5. Maandrapport quota en budgetten"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonQuota
                   WHEN 2
                       PERFORM LegQuotumVast
                   WHEN 3
                       PERFORM ToonOpenAanvragen
                   WHEN 4
                       PERFORM VerwerkAntwoorden
                   WHEN 5
                       PERFORM MaakMaandRapport
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       ToonQuota.
           DISPLAY SPACE
           DISPLAY "QUOTA (kostenplaats leeg = alle overige kostenplaatsen, 0 = geen grens)"
           DISPLAY "====="
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT QuotaBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen quota vastgelegd."
               EXIT PARAGRAPH
           END-IF
           READ QuotaBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE BQ-MaxPlaatsenPerDag TO ToonMaximum
               COMPUTE BedragCenten = BQ-MaandBudget * 100
               MOVE BedragCenten TO ToonBudget
               MOVE BQ-Kostenplaats TO ToonKostenplaats
               IF (ToonKostenplaats EQUALS SPACES)
                   MOVE "(alle)" TO ToonKostenplaats
               END-IF
               DISPLAY "Bedrijf " BQ-Bedrijfsnummer " | kostenplaats " ToonKostenplaats
                 " | max per dag " ToonMaximum " | maandbudget " ToonBudget
               READ QuotaBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE QuotaBestand
           .

       LegQuotumVast.
           DISPLAY SPACE
           DISPLAY "Bedrijfsnummer: " WITH NO ADVANCING
           ACCEPT GezochtBedrijfsnummer
           PERFORM ZoekBedrijf
           IF (BedrijfNietGevonden)
               DISPLAY "Bedrijfsnummer " GezochtBedrijfsnummer " is niet bekend."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bedrijf: " GevondenBedrijfsnaam
           DISPLAY "Kostenplaats (leeg = alle kostenplaatsen zonder eigen quotum): " WITH NO ADVANCING
           ACCEPT InvoerKostenplaats
           DISPLAY "Maximum aantal werkplekken per dag (0 = geen maximum): " WITH NO ADVANCING
           ACCEPT InvoerMaxPlaatsen
           DISPLAY "Maandbudget in hele euro's (0 = geen budget): " WITH NO ADVANCING
           ACCEPT InvoerBudget
           *> BedrijfsQuota.dat is sequentieel: via het werkbestand
           *> herschrijven, een bestaande regel vervangen of er een
           *> nieuwe regel aan toevoegen
           SET QuotumNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN OUTPUT QuotaWerk
           OPEN INPUT QuotaBestand
           IF (IO-OK)
               READ QuotaBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (BQ-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                     AND (BQ-Kostenplaats EQUALS InvoerKostenplaats)
                     AND (QuotumNietGevonden)
                       SET QuotumGevonden TO TRUE
                       MOVE BQ-BedrijfsQuotum TO LOG-BeeldVoor
                       MOVE InvoerMaxPlaatsen TO BQ-MaxPlaatsenPerDag
                       MOVE InvoerBudget TO BQ-MaandBudget
                       MOVE BQ-BedrijfsQuotum TO LOG-BeeldNa
                   END-IF
                   WRITE BQW-BedrijfsQuotum FROM BQ-BedrijfsQuotum
                   READ QuotaBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE QuotaBestand
           END-IF
           IF (QuotumNietGevonden)
               MOVE GezochtBedrijfsnummer TO BQW-Bedrijfsnummer
               MOVE InvoerKostenplaats TO BQW-Kostenplaats
               MOVE InvoerMaxPlaatsen TO BQW-MaxPlaatsenPerDag
               MOVE InvoerBudget TO BQW-MaandBudget
               WRITE BQW-BedrijfsQuotum
               MOVE SPACES TO LOG-BeeldVoor
               MOVE BQW-BedrijfsQuotum TO LOG-BeeldNa
           END-IF
           CLOSE QuotaWerk
           PERFORM SchrijfQuotaTerug
           MOVE "44--BedrijfsQuotaBeheer" TO LOG-Programma
           MOVE "QUOTUM-GEWIJZIGD" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Quotum vastgelegd."
           .

       SchrijfQuotaTerug.
           *> Het werkbestand wordt het nieuwe quotabestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT QuotaWerk
           OPEN OUTPUT QuotaBestand
           READ QuotaWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE BQ-BedrijfsQuotum FROM BQW-BedrijfsQuotum
               READ QuotaWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE QuotaWerk, QuotaBestand
           .

       ZoekBedrijf.
           SET BedrijfNietGevonden TO TRUE
           MOVE SPACES TO GevondenBedrijfsnaam
           MOVE SPACES TO GevondenBedrijfsEmail
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
                   MOVE BD-Naam TO GevondenBedrijfsnaam
                   MOVE BD-Emailadres TO GevondenBedrijfsEmail
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

       ToonOpenAanvragen.
           *> Op het scherm en in GoedkeuringOpenstaand.txt, met het
           *> e-mailadres van de contactpersoon, om naar de bedrijven te
           *> sturen. Het antwoord komt terug als GoedkeuringAntwoorden.csv
           DISPLAY SPACE
           DISPLAY "OPENSTAANDE GOEDKEURINGSAANVRAGEN"
           DISPLAY "================================="
           MOVE ZERO TO AantalOpen
           MOVE ZERO TO EOFGoedkeuringenVlag
           OPEN INPUT GoedkeuringenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn geen goedkeuringsaanvragen."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OpenstaandBestand
           READ GoedkeuringenBestand
               AT END
                   SET EOFGoedkeuringen TO TRUE
           END-READ
           PERFORM UNTIL EOFGoedkeuringen
               IF (GA-StatusOpen)
                   ADD 1 TO AantalOpen
                   MOVE GA-ReserveringBeeld TO RS-Reservering
                   MOVE GA-Bedrijfsnummer TO GezochtBedrijfsnummer
                   PERFORM ZoekBedrijf
                   DISPLAY GA-Aanvraagnummer " | bedrijf " GA-Bedrijfsnummer " " GevondenBedrijfsnaam
                     " | kp " GA-Kostenplaats " | " RS-Naam " | " RS-Datum " " RS-Dagdeel
                     " | " RS-AantalPlaatsen " pl. | vest " RS-Vestiging
                   DISPLAY "       " FUNCTION TRIM (GA-Reden)
                   MOVE SPACES TO OpenstaandBuffer
                   STRING GA-Aanvraagnummer ";" GA-Bedrijfsnummer ";"
                     FUNCTION TRIM (GevondenBedrijfsnaam) ";"
                     FUNCTION TRIM (GevondenBedrijfsEmail) ";"
                     GA-Kostenplaats ";" FUNCTION TRIM (RS-Naam) ";"
                     RS-Datum ";" RS-Dagdeel ";" RS-AantalPlaatsen ";"
                     RS-Vestiging ";" FUNCTION TRIM (GA-Reden)
                     DELIMITED BY SIZE INTO OpenstaandBuffer
                   WRITE OpenstaandRegel FROM OpenstaandBuffer
               END-IF
               READ GoedkeuringenBestand
                   AT END
                       SET EOFGoedkeuringen TO TRUE
               END-READ
           END-PERFORM
           CLOSE GoedkeuringenBestand, OpenstaandBestand
           DISPLAY SPACE
           DISPLAY "Aantal openstaande aanvragen: " AantalOpen " (zie GoedkeuringOpenstaand.txt)"
           .

       VerwerkAntwoorden.
           *> Antwoordregels: aanvraagnummer;G of A;toelichting. Een
           *> goedgekeurde aanvraag wordt opnieuw op datum, openstelling,
           *> dubbele reservering en capaciteit gecontroleerd en dan
           *> alsnog als reservering vastgelegd; lukt dat niet meer, of is
           *> de datum van een open aanvraag voorbij, dan vervalt die
           MOVE ZERO TO AantalGoedgekeurd, AantalAfgewezen, AantalVervallen
           PERFORM LaadAntwoorden
           IF (AantalAntwoorden EQUALS ZERO)
               DISPLAY "Geen antwoorden gevonden (GoedkeuringAntwoorden.csv)."
           END-IF
           PERFORM LaadWoningen
           PERFORM LaadBlokkades
           MOVE ZERO TO EOFGoedkeuringenVlag
           OPEN INPUT GoedkeuringenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn geen goedkeuringsaanvragen."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GoedkeuringenWerk
           READ GoedkeuringenBestand
               AT END
                   SET EOFGoedkeuringen TO TRUE
           END-READ
           PERFORM UNTIL EOFGoedkeuringen
               IF (GA-StatusOpen)
                   MOVE GA-ReserveringBeeld TO RS-Reservering
                   PERFORM ZoekAntwoord
                   EVALUATE TRUE
                       WHEN AntwoordGevonden
                           PERFORM VerwerkBeslissing
                       WHEN RS-Datum < DatumVandaag
                           MOVE "Datum van de reservering is voorbij." TO Foutmelding
                           PERFORM LaatAanvraagVervallen
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               WRITE GAW-GoedkeuringAanvraag FROM GA-GoedkeuringAanvraag
               READ GoedkeuringenBestand
                   AT END
                       SET EOFGoedkeuringen TO TRUE
               END-READ
           END-PERFORM
           CLOSE GoedkeuringenBestand, GoedkeuringenWerk
           PERFORM SchrijfGoedkeuringenTerug
           PERFORM MeldOngebruikteAntwoorden
           DISPLAY SPACE
           DISPLAY "Goedgekeurd en vastgelegd: " AantalGoedgekeurd
           DISPLAY "Afgewezen                : " AantalAfgewezen
           DISPLAY "Vervallen                : " AantalVervallen
           IF (AantalOngeldigeAntwoorden > ZERO)
               DISPLAY "Onbruikbare antwoordregels: " AantalOngeldigeAntwoorden
           END-IF
           .

       LaadAntwoorden.
           MOVE ZERO TO AantalAntwoorden
           MOVE ZERO TO AantalOngeldigeAntwoorden
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT AntwoordenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ AntwoordenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE SPACES TO CsvNummer, CsvToelichting
               MOVE SPACE TO CsvBeslissing
               UNSTRING AntwoordRegel DELIMITED BY ";"
                   INTO CsvNummer, CsvBeslissing, CsvToelichting
               END-UNSTRING
               INSPECT CsvNummer REPLACING LEADING SPACES BY ZERO
               INSPECT CsvBeslissing CONVERTING "ga" TO "GA"
               IF (CsvNummer IS NUMERIC)
                 AND (CsvBeslissing EQUALS "G" OR CsvBeslissing EQUALS "A")
                 AND (AantalAntwoorden < 200)
                   ADD 1 TO AantalAntwoorden
                   MOVE CsvNummer TO AT-Aanvraagnummer(AantalAntwoorden)
                   MOVE CsvBeslissing TO AT-Beslissing(AantalAntwoorden)
                   MOVE CsvToelichting TO AT-Toelichting(AantalAntwoorden)
                   SET AT-NietGebruikt(AantalAntwoorden) TO TRUE
               ELSE
                   IF (AntwoordRegel NOT EQUALS SPACES)
                       ADD 1 TO AantalOngeldigeAntwoorden
                       DISPLAY "Onbruikbare antwoordregel: " FUNCTION TRIM (AntwoordRegel)
                   END-IF
               END-IF
               READ AntwoordenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE AntwoordenBestand
           .

       ZoekAntwoord.
           SET AntwoordNietGevonden TO TRUE
           PERFORM VARYING AntwoordIndex FROM 1 BY 1 UNTIL AntwoordIndex > AantalAntwoorden
               IF (AT-Aanvraagnummer(AntwoordIndex) EQUALS GA-Aanvraagnummer)
                 AND (AT-NietGebruikt(AntwoordIndex))
                   SET AntwoordGevonden TO TRUE
                   SET AT-Gebruikt(AntwoordIndex) TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       VerwerkBeslissing.
           MOVE GA-GoedkeuringAanvraag TO LOG-BeeldVoor
           MOVE DatumVandaag TO GA-BeslisDatum
           MOVE AT-Toelichting(AntwoordIndex) TO GA-Toelichting
           IF (AT-Afgewezen(AntwoordIndex))
               SET GA-StatusAfgewezen TO TRUE
               ADD 1 TO AantalAfgewezen
               MOVE "AF" TO BER-Soort
               PERFORM StuurBeslissing
               DISPLAY "Aanvraag " GA-Aanvraagnummer " (" FUNCTION TRIM (RS-Naam) ", " RS-Datum "): afgewezen."
           ELSE
               PERFORM ControleerReservering
               IF (ReserveringIncorrect)
                   PERFORM LaatAanvraagVervallen
                   EXIT PARAGRAPH
               END-IF
               PERFORM SchrijfReserveringWeg
               SET GA-StatusGoedgekeurd TO TRUE
               ADD 1 TO AantalGoedgekeurd
               MOVE "GK" TO BER-Soort
               PERFORM StuurBeslissing
               DISPLAY "Aanvraag " GA-Aanvraagnummer " (" FUNCTION TRIM (RS-Naam) ", " RS-Datum "): goedgekeurd en gereserveerd."
           END-IF
           MOVE "44--BedrijfsQuotaBeheer" TO LOG-Programma
           MOVE "GOEDKEURING-VERWERKT" TO LOG-Actie
           MOVE GA-GoedkeuringAanvraag TO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           .

       LaatAanvraagVervallen.
           *> De reservering kan niet meer worden vastgelegd: de
           *> medewerker krijgt bericht dat die niet doorgaat
           MOVE GA-GoedkeuringAanvraag TO LOG-BeeldVoor
           MOVE DatumVandaag TO GA-BeslisDatum
           MOVE Foutmelding TO GA-Toelichting
           SET GA-StatusVervallen TO TRUE
           ADD 1 TO AantalVervallen
           MOVE "AF" TO BER-Soort
           PERFORM StuurBeslissing
           DISPLAY "Aanvraag " GA-Aanvraagnummer " (" FUNCTION TRIM (RS-Naam) ", " RS-Datum "): vervallen, " FUNCTION TRIM (Foutmelding)
           MOVE "44--BedrijfsQuotaBeheer" TO LOG-Programma
           MOVE "GOEDKEURING-VERVALLEN" TO LOG-Actie
           MOVE GA-GoedkeuringAanvraag TO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           .

       StuurBeslissing.
           MOVE RS-Klantnummer TO BER-Klantnummer
           MOVE RS-Emailadres TO BER-Emailadres
           MOVE SPACES TO BER-Referentie
           STRING "Reservering " RS-Datum " vest " RS-Vestiging DELIMITED BY SIZE INTO BER-Referentie
           CALL "SchrijfBericht" USING BER-Bericht
           .

       MeldOngebruikteAntwoorden.
           *> Antwoorden op onbekende of al afgehandelde aanvragen
           PERFORM VARYING AntwoordIndex FROM 1 BY 1 UNTIL AntwoordIndex > AantalAntwoorden
               IF (AT-NietGebruikt(AntwoordIndex))
                   ADD 1 TO AantalOngeldigeAntwoorden
                   DISPLAY "Aanvraag " AT-Aanvraagnummer(AntwoordIndex) " is onbekend of al afgehandeld."
               END-IF
           END-PERFORM
           .

       SchrijfGoedkeuringenTerug.
           *> Het werkbestand wordt de nieuwe wachtrij
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT GoedkeuringenWerk
           OPEN OUTPUT GoedkeuringenBestand
           READ GoedkeuringenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE GA-GoedkeuringAanvraag FROM GAW-GoedkeuringAanvraag
               READ GoedkeuringenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE GoedkeuringenWerk, GoedkeuringenBestand
           .

       ControleerReservering.
           SET ReserveringCorrect TO TRUE
           MOVE SPACES TO Foutmelding
           IF (RS-Vestiging EQUALS SPACES)
               MOVE "01" TO RS-Vestiging
           END-IF
           IF (RS-Datum < DatumVandaag)
               SET ReserveringIncorrect TO TRUE
               MOVE "Datum van de reservering is voorbij." TO Foutmelding
               EXIT PARAGRAPH
           END-IF
           MOVE RS-Vestiging TO OS-Vestiging
           MOVE RS-Datum TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               SET ReserveringIncorrect TO TRUE
               STRING "Vestiging gesloten (" FUNCTION TRIM (OS-Reden) ")." DELIMITED BY SIZE INTO Foutmelding
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckDuplicaat
           IF (ReserveringCorrect)
               PERFORM CheckCapaciteit
           END-IF
           .

       CheckDuplicaat.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ReserveringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ReserveringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (RB-Datum EQUALS RS-Datum AND RB-Klantnummer EQUALS RS-Klantnummer)
                 AND (RB-DagdeelHeleDag OR RS-DagdeelHeleDag OR RB-Dagdeel EQUALS RS-Dagdeel)
                   SET ReserveringIncorrect TO TRUE
                   MOVE "Er staat al een reservering op deze datum." TO Foutmelding
                   SET EndOfData TO TRUE
               ELSE
                   READ ReserveringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       CheckCapaciteit.
           MOVE ZERO TO AantalWerkplekken
           PERFORM VARYING WoningIndex FROM 1 BY 1 UNTIL WoningIndex > AantalWoningen
               IF (WT-Vestiging(WoningIndex) EQUALS RS-Vestiging)
                   IF (WT-Type(WoningIndex) EQUALS "L")
                       ADD 5 TO AantalWerkplekken
                   ELSE
                       ADD 3 TO AantalWerkplekken
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO AantalGeblokkeerdOpDatum
           PERFORM VARYING BlokkadeIndex FROM 1 BY 1 UNTIL BlokkadeIndex > AantalBlokkades
               IF (BT-VanDatum(BlokkadeIndex) <= RS-Datum)
                 AND (BT-TotDatum(BlokkadeIndex) >= RS-Datum)
                 AND (BT-Vestiging(BlokkadeIndex) EQUALS RS-Vestiging)
                   ADD 1 TO AantalGeblokkeerdOpDatum
               END-IF
           END-PERFORM
           IF (AantalGeblokkeerdOpDatum > AantalWerkplekken)
               MOVE AantalWerkplekken TO AantalGeblokkeerdOpDatum
           END-IF
           COMPUTE TotaalAantalDagdelen = (AantalWerkplekken - AantalGeblokkeerdOpDatum) * 2
           IF (RS-AantalPlaatsen IS NOT NUMERIC OR RS-AantalPlaatsen < 1)
               MOVE 1 TO RS-AantalPlaatsen
           END-IF
           IF (RS-DagdeelOchtend OR RS-DagdeelMiddag)
               MOVE RS-AantalPlaatsen TO GevraagdeDagdelen
           ELSE
               COMPUTE GevraagdeDagdelen = 2 * RS-AantalPlaatsen
           END-IF
           MOVE ZERO TO AantalDagdelenOpDatum
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ReserveringenBestand
           IF (IO-OK)
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (RB-Vestiging EQUALS SPACES)
                       MOVE "01" TO RB-Vestiging
                   END-IF
                   IF (RB-Datum EQUALS RS-Datum AND RB-Vestiging EQUALS RS-Vestiging)
                       IF (RB-AantalPlaatsen IS NUMERIC AND RB-AantalPlaatsen > 1)
                           MOVE RB-AantalPlaatsen TO RecordPlaatsen
                       ELSE
                           MOVE 1 TO RecordPlaatsen
                       END-IF
                       IF (RB-DagdeelOchtend OR RB-DagdeelMiddag)
                           ADD RecordPlaatsen TO AantalDagdelenOpDatum
                       ELSE
                           COMPUTE AantalDagdelenOpDatum = AantalDagdelenOpDatum + (2 * RecordPlaatsen)
                       END-IF
                   END-IF
                   READ ReserveringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReserveringenBestand
           END-IF
           IF (AantalDagdelenOpDatum + GevraagdeDagdelen > TotaalAantalDagdelen)
               SET ReserveringIncorrect TO TRUE
               MOVE "De vestiging is op deze datum vol." TO Foutmelding
           END-IF
           .

       SchrijfReserveringWeg.
           OPEN EXTEND ReserveringenBestand
           IF (IOStatus EQUALS 00 OR 05)
               WRITE RB-Reservering FROM RS-Reservering
               CLOSE ReserveringenBestand
               MOVE "44--BedrijfsQuotaBeheer" TO LOG-Programma
               MOVE "RESERVERING-TOEGEVOEGD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE RS-Reservering TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
           ELSE
               DISPLAY "Er heeft zich een fout voorgedaan. IO-Status: " IOStatus
           END-IF
           .

       LaadWoningen.
           MOVE ZERO TO AantalWoningen
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT WoningenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AantalWoningen < 50)
                   ADD 1 TO AantalWoningen
                   IF (WOF-Vestiging EQUALS SPACES)
                       MOVE "01" TO WOF-Vestiging
                   END-IF
                   MOVE WOF-Vestiging TO WT-Vestiging(AantalWoningen)
                   MOVE WOF-Huisnummer TO WT-Huisnummer(AantalWoningen)
                   MOVE WOF-Type TO WT-Type(AantalWoningen)
               END-IF
               READ WoningenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       LaadBlokkades.
           MOVE ZERO TO AantalBlokkades
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BlokkadesBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BlokkadesBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AantalBlokkades < 50)
                   ADD 1 TO AantalBlokkades
                   MOVE BL-Huisnummer TO BT-Huisnummer(AantalBlokkades)
                   MOVE BL-Kamernummer TO BT-Kamernummer(AantalBlokkades)
                   MOVE BL-VanDatum TO BT-VanDatum(AantalBlokkades)
                   MOVE BL-TotDatum TO BT-TotDatum(AantalBlokkades)
                   IF (BL-Vestiging EQUALS SPACES)
                       MOVE "01" TO BL-Vestiging
                   END-IF
                   MOVE BL-Vestiging TO BT-Vestiging(AantalBlokkades)
               END-IF
               READ BlokkadesBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BlokkadesBestand
           .

       MaakMaandRapport.
           *> Per bedrijf en kostenplaats: de drukste dag en het aantal
           *> dagen boven het dagquotum, de besteding tegen het budget en
           *> de afhandeling van de goedkeuringsaanvragen in de maand
           DISPLAY SPACE
           DISPLAY "Maand (yyyymm): " WITH NO ADVANCING
           ACCEPT RapportMaand
           DISPLAY "Bedrijfsnummer (0 = alle bedrijven): " WITH NO ADVANCING
           ACCEPT RapportBedrijfsnummer
           PERFORM LaadWoningen
           PERFORM LaadTarieven
           MOVE ZERO TO AantalBedrijvenInRapport
           OPEN OUTPUT RapportBestand
           DISPLAY SPACE
           MOVE SPACES TO RegelBuffer
           STRING "QUOTA EN BUDGETTEN PER KOSTENPLAATS " RapportMaand DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "===========================================" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO EOFBedrijvenVlag
           OPEN INPUT BedrijvenBestand
           IF (IO-OK)
               READ BedrijvenBestand
                   AT END
                       SET EOFBedrijven TO TRUE
               END-READ
               PERFORM UNTIL EOFBedrijven
                   IF (RapportBedrijfsnummer EQUALS ZERO)
                     OR (BD-Bedrijfsnummer EQUALS RapportBedrijfsnummer)
                       ADD 1 TO AantalBedrijvenInRapport
                       MOVE BD-Bedrijfsnummer TO GezochtBedrijfsnummer
                       MOVE BD-Naam TO GevondenBedrijfsnaam
                       PERFORM RapporteerBedrijf
                   END-IF
                   READ BedrijvenBestand
                       AT END
                           SET EOFBedrijven TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BedrijvenBestand
           END-IF
           IF (AantalBedrijvenInRapport EQUALS ZERO)
               MOVE "Geen bedrijven gevonden." TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Rapport geschreven naar QuotaRapport.txt."
           .

       RapporteerBedrijf.
           INITIALIZE KostenplaatsTabel
           MOVE ZERO TO AantalKostenplaatsen
           MOVE ZERO TO AantalMedewerkers
           PERFORM LaadMedewerkers
           PERFORM LaadQuotaVanBedrijf
           PERFORM TelBoekingenInMaand
           PERFORM TelReserveringenInMaand
           PERFORM TelVergaderBoekingenInMaand
           PERFORM TelAanvragenInMaand
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           STRING "Bedrijf " GezochtBedrijfsnummer " " FUNCTION TRIM (GevondenBedrijfsnaam)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           IF (AantalKostenplaatsen EQUALS ZERO)
               MOVE "  geen medewerkers en geen quota" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           PERFORM VARYING KostenplaatsIndex FROM 1 BY 1 UNTIL KostenplaatsIndex > AantalKostenplaatsen
               PERFORM SchrijfKostenplaatsRegels
           END-PERFORM
           .

       SchrijfKostenplaatsRegels.
           MOVE KT-Kostenplaats(KostenplaatsIndex) TO ToonKostenplaats
           IF (ToonKostenplaats EQUALS SPACES)
               MOVE "(geen)" TO ToonKostenplaats
           END-IF
           MOVE ZERO TO KT-Piek(KostenplaatsIndex)
           MOVE ZERO TO KT-DagenBoven(KostenplaatsIndex)
           PERFORM VARYING DagIndex FROM 1 BY 1 UNTIL DagIndex > 31
               IF (KT-PlaatsenOpDag(KostenplaatsIndex, DagIndex) > KT-Piek(KostenplaatsIndex))
                   MOVE KT-PlaatsenOpDag(KostenplaatsIndex, DagIndex) TO KT-Piek(KostenplaatsIndex)
               END-IF
               IF (KT-MaxPlaatsenPerDag(KostenplaatsIndex) > ZERO)
                 AND (KT-PlaatsenOpDag(KostenplaatsIndex, DagIndex) > KT-MaxPlaatsenPerDag(KostenplaatsIndex))
                   ADD 1 TO KT-DagenBoven(KostenplaatsIndex)
               END-IF
           END-PERFORM
           MOVE KT-Piek(KostenplaatsIndex) TO ToonAantal
           MOVE SPACES TO RegelBuffer
           IF (KT-MaxPlaatsenPerDag(KostenplaatsIndex) > ZERO)
               MOVE KT-MaxPlaatsenPerDag(KostenplaatsIndex) TO ToonMaximum
               STRING "  Kostenplaats " ToonKostenplaats
                 " | quotum " ToonMaximum " per dag"
                 " | drukste dag " ToonAantal
                 " | dagen boven quotum " KT-DagenBoven(KostenplaatsIndex)
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "  Kostenplaats " ToonKostenplaats
                 " | geen dagquotum"
                 " | drukste dag " ToonAantal
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = KT-Besteed(KostenplaatsIndex) * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           IF (KT-MaandBudget(KostenplaatsIndex) > ZERO)
               COMPUTE BedragCenten = KT-MaandBudget(KostenplaatsIndex) * 100
               MOVE BedragCenten TO ToonBudget
               COMPUTE BudgetPercentage ROUNDED = KT-Besteed(KostenplaatsIndex) * 100 / KT-MaandBudget(KostenplaatsIndex)
               MOVE BudgetPercentage TO ToonPercentage
               STRING "                         besteed " ToonBedrag
                 " van budget " ToonBudget " (" ToonPercentage " %)"
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "                         besteed " ToonBedrag
                 " | geen maandbudget"
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "                         aanvragen goedgekeurd " KT-AantalGoedgekeurd(KostenplaatsIndex)
             " | afgewezen " KT-AantalAfgewezen(KostenplaatsIndex)
             " | vervallen " KT-AantalVervallen(KostenplaatsIndex)
             " | open " KT-AantalOpen(KostenplaatsIndex)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer)
           WRITE RapportRegel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           .

       ZoekKostenplaats.
           *> Zoekt GezochteKostenplaats in de tabel en voegt die toe als
           *> ze er nog niet in staat
           MOVE ZERO TO GevondenKostenplaatsIndex
           PERFORM VARYING KostenplaatsIndex FROM 1 BY 1 UNTIL KostenplaatsIndex > AantalKostenplaatsen
               IF (KT-Kostenplaats(KostenplaatsIndex) EQUALS GezochteKostenplaats)
                   MOVE KostenplaatsIndex TO GevondenKostenplaatsIndex
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF (GevondenKostenplaatsIndex EQUALS ZERO AND AantalKostenplaatsen < 20)
               ADD 1 TO AantalKostenplaatsen
               MOVE GezochteKostenplaats TO KT-Kostenplaats(AantalKostenplaatsen)
               MOVE AantalKostenplaatsen TO GevondenKostenplaatsIndex
           END-IF
           .

       LaadMedewerkers.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT FlexKlantenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ FlexKlantenBestand NEXT RECORD
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (FK-Bedrijfsnummer IS NUMERIC)
                 AND (FK-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                 AND (AantalMedewerkers < 300)
                   MOVE FK-Kostenplaats TO GezochteKostenplaats
                   PERFORM ZoekKostenplaats
                   IF (GevondenKostenplaatsIndex > ZERO)
                       ADD 1 TO AantalMedewerkers
                       MOVE FK-Klantnummer TO MT-Klantnummer(AantalMedewerkers)
                       MOVE GevondenKostenplaatsIndex TO MT-KostenplaatsIndex(AantalMedewerkers)
                   END-IF
               END-IF
               READ FlexKlantenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexKlantenBestand
           .

       ZoekMedewerker.
           MOVE ZERO TO GevondenKostenplaatsIndex
           PERFORM VARYING MedewerkerIndex FROM 1 BY 1 UNTIL MedewerkerIndex > AantalMedewerkers
               IF (MT-Klantnummer(MedewerkerIndex) EQUALS GezochtKlantnummer)
                   MOVE MT-KostenplaatsIndex(MedewerkerIndex) TO GevondenKostenplaatsIndex
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LaadQuotaVanBedrijf.
           *> Eigen regels per kostenplaats; de algemene regel (kostenplaats
           *> spaties) geldt voor de rest, net als in ControleerBedrijfsQuotum
           SET GeenAlgemeneRegel TO TRUE
           MOVE ZERO TO AlgemeenMaxPlaatsen
           MOVE ZERO TO AlgemeenBudget
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT QuotaBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ QuotaBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BQ-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                   IF (BQ-Kostenplaats EQUALS SPACES)
                       SET AlgemeneRegelAanwezig TO TRUE
                       MOVE BQ-MaxPlaatsenPerDag TO AlgemeenMaxPlaatsen
                       MOVE BQ-MaandBudget TO AlgemeenBudget
                   ELSE
                       MOVE BQ-Kostenplaats TO GezochteKostenplaats
                       PERFORM ZoekKostenplaats
                       IF (GevondenKostenplaatsIndex > ZERO)
                           MOVE 1 TO KT-EigenRegelVlag(GevondenKostenplaatsIndex)
                           MOVE BQ-MaxPlaatsenPerDag TO KT-MaxPlaatsenPerDag(GevondenKostenplaatsIndex)
                           MOVE BQ-MaandBudget TO KT-MaandBudget(GevondenKostenplaatsIndex)
                       END-IF
                   END-IF
               END-IF
               READ QuotaBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE QuotaBestand
           IF (AlgemeneRegelAanwezig)
               PERFORM VARYING KostenplaatsIndex FROM 1 BY 1 UNTIL KostenplaatsIndex > AantalKostenplaatsen
                   IF NOT (KT-EigenRegel(KostenplaatsIndex))
                       MOVE AlgemeenMaxPlaatsen TO KT-MaxPlaatsenPerDag(KostenplaatsIndex)
                       MOVE AlgemeenBudget TO KT-MaandBudget(KostenplaatsIndex)
                   END-IF
               END-PERFORM
           END-IF
           .

       TelBoekingenInMaand.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BoekingenBestand NEXT RECORD
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BB-Datum (1:6) EQUALS RapportMaand)
                   MOVE BB-Klantnummer TO GezochtKlantnummer
                   PERFORM ZoekMedewerker
                   IF (GevondenKostenplaatsIndex > ZERO)
                       MOVE BB-Datum (7:2) TO DagIndex
                       ADD 1 TO KT-PlaatsenOpDag(GevondenKostenplaatsIndex, DagIndex)
                       IF (BB-Vestiging EQUALS SPACES)
                           MOVE "01" TO BB-Vestiging
                       END-IF
                       MOVE "S" TO GezochtType
                       PERFORM VARYING WoningIndex FROM 1 BY 1 UNTIL WoningIndex > AantalWoningen
                           IF (WT-Vestiging(WoningIndex) EQUALS BB-Vestiging)
                             AND (WT-Huisnummer(WoningIndex) EQUALS BB-Huisnummer)
                               MOVE WT-Type(WoningIndex) TO GezochtType
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       MOVE BB-Datum TO GezochtDatum
                       MOVE BB-Dagdeel TO GezochtDagdeel
                       MOVE 1 TO GezochtPlaatsen
                       PERFORM BerekenRegelBedrag
                       ADD RegelBedrag TO KT-Besteed(GevondenKostenplaatsIndex)
                   END-IF
               END-IF
               READ BoekingenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BoekingenBestand
           .

       TelReserveringenInMaand.
           *> Reserveringen tellen mee voor het dagquotum; in het budget
           *> alleen die na vandaag, de rest staat al als boeking in
           *> Boekingen.dat
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ReserveringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ReserveringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (RB-Datum (1:6) EQUALS RapportMaand)
                   MOVE RB-Klantnummer TO GezochtKlantnummer
                   PERFORM ZoekMedewerker
                   IF (GevondenKostenplaatsIndex > ZERO)
                       IF (RB-AantalPlaatsen IS NUMERIC AND RB-AantalPlaatsen > 1)
                           MOVE RB-AantalPlaatsen TO GezochtPlaatsen
                       ELSE
                           MOVE 1 TO GezochtPlaatsen
                       END-IF
                       MOVE RB-Dag TO DagIndex
                       ADD GezochtPlaatsen TO KT-PlaatsenOpDag(GevondenKostenplaatsIndex, DagIndex)
                       IF (RB-Datum > DatumVandaag)
                           IF (RB-GewensteType EQUALS "L")
                               MOVE "L" TO GezochtType
                           ELSE
                               MOVE "S" TO GezochtType
                           END-IF
                           MOVE RB-Datum TO GezochtDatum
                           MOVE RB-Dagdeel TO GezochtDagdeel
                           PERFORM BerekenRegelBedrag
                           ADD RegelBedrag TO KT-Besteed(GevondenKostenplaatsIndex)
                       END-IF
                   END-IF
               END-IF
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       TelVergaderBoekingenInMaand.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VergaderBoekingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ VergaderBoekingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (VB-Datum (1:6) EQUALS RapportMaand AND VB-NietGeannuleerd)
                   MOVE VB-Klantnummer TO GezochtKlantnummer
                   PERFORM ZoekMedewerker
                   IF (GevondenKostenplaatsIndex > ZERO)
                       ADD VB-Bedrag TO KT-Besteed(GevondenKostenplaatsIndex)
                   END-IF
               END-IF
               READ VergaderBoekingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE VergaderBoekingenBestand
           .

       TelAanvragenInMaand.
           *> Aanvragen voor reserveringen in de maand, naar status
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT GoedkeuringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ GoedkeuringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE GA-ReserveringBeeld TO RS-Reservering
               MOVE RS-Datum (1:6) TO ReserveringsMaand
               IF (GA-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                 AND (ReserveringsMaand EQUALS RapportMaand)
                   MOVE GA-Kostenplaats TO GezochteKostenplaats
                   PERFORM ZoekKostenplaats
                   IF (GevondenKostenplaatsIndex > ZERO)
                       EVALUATE TRUE
                           WHEN GA-StatusOpen
                               ADD 1 TO KT-AantalOpen(GevondenKostenplaatsIndex)
                           WHEN GA-StatusGoedgekeurd
                               ADD 1 TO KT-AantalGoedgekeurd(GevondenKostenplaatsIndex)
                           WHEN GA-StatusAfgewezen
                               ADD 1 TO KT-AantalAfgewezen(GevondenKostenplaatsIndex)
                           WHEN OTHER
                               ADD 1 TO KT-AantalVervallen(GevondenKostenplaatsIndex)
                       END-EVALUATE
                   END-IF
               END-IF
               READ GoedkeuringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE GoedkeuringenBestand
           .

       LaadTarieven.
           MOVE ZERO TO AantalTarieven
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT TarievenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ TarievenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AantalTarieven < 20)
                   ADD 1 TO AantalTarieven
                   MOVE TF-Type TO TT-Type(AantalTarieven)
                   MOVE TF-GeldigVanaf TO TT-GeldigVanaf(AantalTarieven)
                   MOVE TF-PrijsWeek TO TT-PrijsWeek(AantalTarieven)
                   MOVE TF-PrijsWeekend TO TT-PrijsWeekend(AantalTarieven)
               END-IF
               READ TarievenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE TarievenBestand
           .

       BerekenRegelBedrag.
           *> Zelfde prijsbepaling als ControleerBedrijfsQuotum: de
           *> dagprijs op de datum, een half dagdeel voor de helft, tegen
           *> het contracttarief van het bedrijf als dat er is
           IF (GezochtType EQUALS "L")
               MOVE PrijsLuxe TO GevondenDagPrijs
           ELSE
               MOVE PrijsStandaard TO GevondenDagPrijs
           END-IF
           COMPUTE DagVanDeWeek = FUNCTION MOD (FUNCTION INTEGER-OF-DATE (GezochtDatum) - 1, 7) + 1
           MOVE ZERO TO BesteGeldigVanaf
           PERFORM VARYING TariefIndex FROM 1 BY 1 UNTIL TariefIndex > AantalTarieven
               IF (TT-Type(TariefIndex) EQUALS GezochtType)
                 AND (TT-GeldigVanaf(TariefIndex) <= GezochtDatum)
                 AND (TT-GeldigVanaf(TariefIndex) >= BesteGeldigVanaf)
                   MOVE TT-GeldigVanaf(TariefIndex) TO BesteGeldigVanaf
                   IF (DagVanDeWeek >= 6)
                       MOVE TT-PrijsWeekend(TariefIndex) TO GevondenDagPrijs
                   ELSE
                       MOVE TT-PrijsWeek(TariefIndex) TO GevondenDagPrijs
                   END-IF
               END-IF
           END-PERFORM
           IF (GezochtDagdeel EQUALS "O" OR GezochtDagdeel EQUALS "M")
               COMPUTE CP-StandaardPrijs ROUNDED = GevondenDagPrijs / 2
           ELSE
               MOVE GevondenDagPrijs TO CP-StandaardPrijs
           END-IF
           MOVE GezochtKlantnummer TO CP-Klantnummer
           MOVE GezochtType TO CP-Type
           MOVE GezochtDatum TO CP-Datum
           MOVE GezochtDagdeel TO CP-Dagdeel
           CALL "BepaalContractprijs" USING CP-Contractprijs
           COMPUTE RegelBedrag ROUNDED = CP-Prijs * GezochtPlaatsen
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Bedrijven
             PadDir-FlexKlanten
             PadDir-BedrijfsQuota
             PadDir-BedrijfsQuotaWerk
             PadDir-Goedkeuringen
             PadDir-GoedkeuringenWerk
             PadDir-GoedkeuringAntwoorden
             PadDir-GoedkeuringOpenstaand
             PadDir-QuotaRapport
             PadDir-Reserveringen
             PadDir-Boekingen
             PadDir-VergaderBoekingen
             PadDir-Woningen
             PadDir-Blokkades
             PadDir-Tarieven
           .
