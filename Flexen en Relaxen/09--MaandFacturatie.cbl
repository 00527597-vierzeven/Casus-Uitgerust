       SELECT BoekingExtrasBestand ASSIGN TO Pad-BoekingExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Parkeerplaatsen bij reserveringen en boekingen
       *> (VerwerkParkeerReservering): de dagprijs als extra
       SELECT ParkeerReserveringenBestand ASSIGN TO Pad-ParkeerReserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Lockerverhuur (onderhouden door 33--LockerBeheer): het
       *> maandbedrag van een lopende verhuur wordt meegefactureerd
       SELECT LockersBestand ASSIGN TO Pad-Lockers
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Regels van de verzamelfacturen per medewerker en
       *> kostenplaats, voor de e-factuur (UblExport)
       SELECT BedrijfsFactuurRegelsBestand ASSIGN TO Pad-BedrijfsFactuurRegels
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Gedeelde BTW-administratie van het concern: de codetabel
       *> (BtwBeheer) en het BTW-journaal voor de kwartaalaangifte
       *> staan in de datadirectory van Huur een vakantieavontuur
       SELECT BtwJournaalBestand ASSIGN TO Pad-BtwJournaal
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Staffelkortingen op de dagprijzen (onderhouden door
       *> 12--TariefBeheer)
       SELECT StaffelkortingenBestand ASSIGN TO Pad-Staffelkortingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Postadresabonnementen (onderhouden door 45--PostadresBeheer):
       *> het maandbedrag van een lopend abonnement wordt meegefactureerd
       SELECT PostadressenBestand ASSIGN TO Pad-Postadressen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       *> Boekingenbestand (bewaart de boekingen van alle dagen)
       COPY OpenPost REPLACING ==(pf)== BY ==OP==.
       FD BoekingExtrasBestand.
       COPY BoekingExtra REPLACING ==(pf)== BY ==BX==.
       FD ParkeerReserveringenBestand.
       COPY ParkeerReservering REPLACING ==(pf)== BY ==PR==.
       FD LockersBestand.
       COPY Locker REPLACING ==(pf)== BY ==LK==.
       FD DirecteBetalingenBestand.
       COPY DirecteBetaling REPLACING ==(pf)== BY ==DB==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD BedrijfsFactuurRegelsBestand.
       COPY BedrijfsFactuurRegel REPLACING ==(pf)== BY ==BFR==.
       FD BtwCodesBestand.
       01 BtwCoderecord.
         02 BC-Code PIC X.
         02 BJ-Code PIC X.
         02 BJ-BedragIncl PIC S9(7)V99.
         02 BJ-BtwBedrag PIC S9(7)V99.
       FD StaffelkortingenBestand.
       COPY Staffelkorting REPLACING ==(pf)== BY ==SF==.
       FD PostadressenBestand.
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==PA==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-BoekingExtras.
         02 PadDir-BoekingExtras PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BoekingExtras.dat".
       01 Pad-ParkeerReserveringen.
         02 PadDir-ParkeerReserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ParkeerReserveringen.dat".
       01 Pad-Lockers.
         02 PadDir-Lockers PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Lockers.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-BedrijfsFactuurRegels.
         02 PadDir-BedrijfsFactuurRegels PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsFactuurRegels.dat".
       01 Pad-Staffelkortingen.
         02 PadDir-Staffelkortingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Staffelkortingen.dat".
       01 Pad-Postadressen.
         02 PadDir-Postadressen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Postadressen.dat".
       *> De BTW-administratie is van het concern en staat bij Huur
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
       01 BoekingsDagVanDeWeek PIC 9 VALUE ZERO.
       01 BoekingsDatumWerk PIC 9(8) VALUE ZERO.
       01 BoekingsDagdelen PIC 9 VALUE ZERO.
       *> CONTRACTTARIEVEN (BepaalContractprijs): medewerkers van een
       *> bedrijf met een contracttarief betalen de afgesproken prijs
       COPY Contractprijs REPLACING ==(pf)== BY ==CP==.
       01 AantalContractBoekingen PIC 9(4) VALUE ZERO.
       *> FACTUURPERIODE
       01 FactuurJaar PIC 9(4) VALUE ZERO.
       01 FactuurMaand PIC 99 VALUE ZERO.
           03 KT-AantalLuxe PIC 999.
           03 KT-BedragStandaard PIC 9(6)V99.
           03 KT-BedragLuxe PIC 9(6)V99.
           03 KT-DagdelenStaffel PIC 999.
           03 KT-BedragStaffel PIC 9(6)V99.
       01 AantalKlantenInTabel PIC 999 VALUE ZERO.
       01 KlantIndex PIC 999 VALUE ZERO.
       01 KlantGevondenVlag PIC 9 VALUE ZERO.
       01 AantalExtras PIC 999 VALUE ZERO.
       01 ExtrasIndex PIC 999 VALUE ZERO.
       01 BedragExtras PIC 9(6)V99 VALUE ZERO.
       *> PARKEREN (per klant en soort plaats samengevoegd tot een extra)
       01 EersteParkeerRegel PIC 999 VALUE ZERO.
       01 ParkeerOmschrijving PIC X(20) VALUE SPACES.
       01 ParkeerRegelVlag PIC 9 VALUE ZERO.
         88 ParkeerRegelGevonden VALUE 1.
         88 ParkeerRegelNietGevonden VALUE 0.
       *> LOCKERVERHUUR (maandbedrag per lopende verhuur)
       01 LockerTabel.
         02 LockerRegelT OCCURS 100 TIMES.
       01 AantalLockerVerhuur PIC 999 VALUE ZERO.
       01 LockerIndex PIC 999 VALUE ZERO.
       01 BedragLockers PIC 9(6)V99 VALUE ZERO.
       *> POSTADRESSEN (maandbedrag per lopend abonnement; voor een
       *> bedrijf een eigen regel op de verzamelfactuur)
       01 PostadresTabel.
         02 PostadresRegelT OCCURS 200 TIMES.
           03 PT-Klantnummer PIC 9(6).
           03 PT-Bedrijfsnummer PIC 9(4).
           03 PT-Vestiging PIC XX.
           03 PT-MaandBedrag PIC 9(3)V99.
       01 AantalPostadressen PIC 999 VALUE ZERO.
       01 PostadresIndex PIC 999 VALUE ZERO.
       01 BedragPostadres PIC 9(6)V99 VALUE ZERO.
       *> DIRECTE BETALINGEN (al afgerekend aan de balie)
       01 DirectTabel.
         02 DirectRegel OCCURS 300 TIMES.
           03 BR-KlantNaam PIC X(24).
           03 BR-Kostenplaats PIC X(6).
           03 BR-Bedrag PIC 9(6)V99.
           03 BR-DagdelenStaffel PIC 999.
           03 BR-BedragStaffel PIC 9(6)V99.
       01 AantalBedrijfRegels PIC 999 VALUE ZERO.
       01 BedrijfRegelIndex PIC 999 VALUE ZERO.
       01 BedrijfZoekIndex PIC 999 VALUE ZERO.
       *> zijn inclusief, de BTW wordt eruit gerekend
       01 PercentageHoog PIC 99 VALUE 21.
       01 BtwBedragFactuur PIC 9(6)V99 VALUE ZERO.
       *> STAFFELKORTING: percentage over de dagprijzen zodra de klant
       *> of het bedrijf in de maand een aantal werkdagen haalt; de
       *> korting staat als eigen regel op de factuur en in het
       *> BTW-journaal
       01 StaffelTabel.
         02 StaffelRegel OCCURS 30 TIMES.
           03 ST-Doelgroep PIC X.
           03 ST-GeldigVanaf PIC 9(8).
           03 ST-VanafDagen PIC 9(3)V9.
           03 ST-KortingPercentage PIC 99V99.
       01 AantalStaffelRegels PIC 99 VALUE ZERO.
       01 StaffelIndex PIC 99 VALUE ZERO.
       01 StaffelDatumKlant PIC 9(8) VALUE ZERO.
       01 StaffelDatumBedrijf PIC 9(8) VALUE ZERO.
       01 GezochteDoelgroep PIC X VALUE SPACE.
       01 GezochteStaffelDatum PIC 9(8) VALUE ZERO.
       01 StaffelDagdelen PIC 9(4) VALUE ZERO.
       01 StaffelDagen PIC 9(3)V9 VALUE ZERO.
       01 StaffelDrempel PIC 9(3)V9 VALUE ZERO.
       01 StaffelPercentage PIC 99V99 VALUE ZERO.
       01 StaffelKorting PIC 9(6)V99 VALUE ZERO.
       01 BtwStaffelKorting PIC 9(6)V99 VALUE ZERO.
       01 KortingMedewerker PIC 9(6)V99 VALUE ZERO.
       01 RegelBedragNetto PIC 9(6)V99 VALUE ZERO.
       01 ToonDagen PIC ZZ9,9.
       01 ToonPercentage PIC Z9,99.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 AantalStaffelFacturen PIC 999 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           COMPUTE MaandEinde = FactuurJaar * 10000 + FactuurMaand * 100 + 31
           PERFORM LaadBtwPercentage
           PERFORM LaadTarieven
           PERFORM LaadStaffelkortingen
           PERFORM LaadAbonnementen
           PERFORM InitialiseerWoningen
           PERFORM LaadDirecteBetalingen
           PERFORM TelBoekingenPerKlant
           PERFORM LaadExtras
           PERFORM LaadParkeren
           PERFORM LaadLockerVerhuur
           PERFORM LaadPostadressen
           PERFORM VulAbonnementKlantenAan
           PERFORM VulExtrasKlantenAan
           PERFORM VulLockerKlantenAan
           PERFORM VulPostadresKlantenAan
           PERFORM SchrijfFacturen
           PERFORM VoegPostadresBedrijvenToe
           PERFORM SchrijfBedrijfsFacturen
           DISPLAY SPACE
           DISPLAY "Aantal facturen geschreven: " AantalFacturen
           IF (AantalDirectBetaald > 0)
               DISPLAY "Aantal al direct afgerekende boekingen overgeslagen: " AantalDirectBetaald
           END-IF
           IF (AantalContractBoekingen > 0)
               DISPLAY "Aantal boekingen tegen een contracttarief van het bedrijf: " AantalContractBoekingen
           END-IF
           IF (AantalStaffelFacturen > 0)
               DISPLAY "Aantal facturen met staffelkorting: " AantalStaffelFacturen
           END-IF
           DISPLAY SPACE
           STOP RUN.

               MOVE ZERO TO KT-AantalLuxe(KlantIndex)
               MOVE ZERO TO KT-BedragStandaard(KlantIndex)
               MOVE ZERO TO KT-BedragLuxe(KlantIndex)
               MOVE ZERO TO KT-DagdelenStaffel(KlantIndex)
               MOVE ZERO TO KT-BedragStaffel(KlantIndex)
           END-IF
           *> Halve dagen tellen half mee; de prijs komt uit het tarief dat
           *> op de boekingsdatum geldig was
           END-IF
           MOVE GevondenWoningType TO GezochtTariefType
           PERFORM BepaalDagPrijsVoorBoeking
           PERFORM BepaalContractprijsVoorBoeking
           IF (GevondenWoningType EQUALS "L")
               ADD BoekingsDagdelen TO KT-AantalLuxe(KlantIndex)
               ADD CP-Prijs TO KT-BedragLuxe(KlantIndex)
           ELSE
               ADD BoekingsDagdelen TO KT-AantalStandaard(KlantIndex)
               ADD CP-Prijs TO KT-BedragStandaard(KlantIndex)
           END-IF
           *> Alleen dagen tegen het gewone tarief tellen mee voor de
           *> staffel; een contracttarief is al een afgesproken prijs
           IF NOT (CP-ContractTarief)
               ADD BoekingsDagdelen TO KT-DagdelenStaffel(KlantIndex)
               ADD CP-Prijs TO KT-BedragStaffel(KlantIndex)
           END-IF
           .

                       MOVE ZERO TO KT-AantalLuxe(AantalKlantenInTabel)
                       MOVE ZERO TO KT-BedragStandaard(AantalKlantenInTabel)
                       MOVE ZERO TO KT-BedragLuxe(AantalKlantenInTabel)
                       MOVE ZERO TO KT-DagdelenStaffel(AantalKlantenInTabel)
                       MOVE ZERO TO KT-BedragStaffel(AantalKlantenInTabel)
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO EndOfDataFlag
           .

       LaadParkeren.
           *> Betaalde parkeerplaatsen van de factuurperiode; per klant
           *> een regel per soort plaats met het aantal dagen
           COMPUTE EersteParkeerRegel = AantalExtras + 1
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerReserveringenBestand
           IF (IO-OK)
               READ ParkeerReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (PR-Datum(1:4) EQUALS FactuurJaar AND PR-Datum(5:2) EQUALS FactuurMaand)
                     AND (GekozenVestiging EQUALS "00" OR PR-Vestiging EQUALS GekozenVestiging)
                     AND (PR-NietGeannuleerd)
                     AND (PR-Bedrag > ZERO)
                       PERFORM TelParkeerDagOp
                   END-IF
                   READ ParkeerReserveringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParkeerReserveringenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           .

       TelParkeerDagOp.
           IF (PR-PlaatsLaadpaal)
               MOVE "Parkeren laadplaats" TO ParkeerOmschrijving
           ELSE
               MOVE "Parkeren" TO ParkeerOmschrijving
           END-IF
           SET ParkeerRegelNietGevonden TO TRUE
           PERFORM VARYING ExtrasIndex FROM EersteParkeerRegel BY 1 UNTIL ExtrasIndex > AantalExtras OR ParkeerRegelGevonden
               IF (EX-Klantnummer(ExtrasIndex) EQUALS PR-Klantnummer)
                 AND (EX-Omschrijving(ExtrasIndex) EQUALS ParkeerOmschrijving)
                 AND (EX-Aantal(ExtrasIndex) < 99)
                   SET ParkeerRegelGevonden TO TRUE
                   ADD 1 TO EX-Aantal(ExtrasIndex)
                   ADD PR-Bedrag TO EX-Bedrag(ExtrasIndex)
               END-IF
           END-PERFORM
           IF (ParkeerRegelNietGevonden)
             AND (AantalExtras < 300)
               ADD 1 TO AantalExtras
               MOVE PR-Klantnummer TO EX-Klantnummer(AantalExtras)
               MOVE ParkeerOmschrijving TO EX-Omschrijving(AantalExtras)
               MOVE 1 TO EX-Aantal(AantalExtras)
               MOVE PR-Bedrag TO EX-Bedrag(AantalExtras)
           END-IF
           .

       VulExtrasKlantenAan.
           *> Klanten met alleen extra's (bijv. een abonnementhouder die
           *> een lunch afrekende op een dag zonder boeking) horen toch
                   MOVE ZERO TO KT-AantalLuxe(AantalKlantenInTabel)
                   MOVE ZERO TO KT-BedragStandaard(AantalKlantenInTabel)
                   MOVE ZERO TO KT-BedragLuxe(AantalKlantenInTabel)
                   MOVE ZERO TO KT-DagdelenStaffel(AantalKlantenInTabel)
                   MOVE ZERO TO KT-BedragStaffel(AantalKlantenInTabel)
               END-IF
           END-PERFORM
           .
                       MOVE LK-Klantnummer TO LT-Klantnummer(AantalLockerVerhuur)
                       MOVE LK-Lockernummer TO LT-Lockernummer(AantalLockerVerhuur)
                       MOVE LK-MaandBedrag TO LT-MaandBedrag(AantalLockerVerhuur)
                       *> Een aangekondigde indexatie geldt vanaf de maand
                       *> van ingang
                       IF (LK-NieuwBedragVanaf NOT EQUALS SPACES)
                         AND (LK-NieuwBedragVanaf <= MaandBegin)
                           MOVE LK-NieuwMaandBedrag TO LT-MaandBedrag(AantalLockerVerhuur)
                       END-IF
                   END-IF
                   READ LockersBestand
                       AT END
                   MOVE ZERO TO KT-AantalLuxe(AantalKlantenInTabel)
                   MOVE ZERO TO KT-BedragStandaard(AantalKlantenInTabel)
                   MOVE ZERO TO KT-BedragLuxe(AantalKlantenInTabel)
                   MOVE ZERO TO KT-DagdelenStaffel(AantalKlantenInTabel)
                   MOVE ZERO TO KT-BedragStaffel(AantalKlantenInTabel)
               END-IF
           END-PERFORM
           .

       LaadPostadressen.
           *> Lopende postadresabonnementen in de factuurperiode, op
           *> dezelfde manier als de lockerverhuur
           MOVE ZERO TO AantalPostadressen
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostadressenBestand
           IF (IO-OK)
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (PA-VanDatum <= MaandEinde)
                     AND (PA-TotDatum EQUALS SPACES OR PA-TotDatum >= MaandBegin)
                     AND (GekozenVestiging EQUALS "00" OR PA-Vestiging EQUALS GekozenVestiging)
                     AND (PA-Klantnummer > ZERO OR PA-Bedrijfsnummer > ZERO)
                     AND (AantalPostadressen < 200)
                       ADD 1 TO AantalPostadressen
                       MOVE PA-Klantnummer TO PT-Klantnummer(AantalPostadressen)
                       MOVE PA-Bedrijfsnummer TO PT-Bedrijfsnummer(AantalPostadressen)
                       MOVE PA-Vestiging TO PT-Vestiging(AantalPostadressen)
                       MOVE PA-MaandBedrag TO PT-MaandBedrag(AantalPostadressen)
                       IF (PA-NieuwBedragVanaf NOT EQUALS SPACES)
                         AND (PA-NieuwBedragVanaf <= MaandBegin)
                           MOVE PA-NieuwMaandBedrag TO PT-MaandBedrag(AantalPostadressen)
                       END-IF
                   END-IF
                   READ PostadressenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PostadressenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           .

       VulPostadresKlantenAan.
           *> Klanten met alleen een postadres horen toch een factuur te
           *> krijgen; postadressen van bedrijven gaan rechtstreeks naar
           *> de verzamelfactuur (zie VoegPostadresBedrijvenToe)
           PERFORM VARYING PostadresIndex FROM 1 BY 1 UNTIL PostadresIndex > AantalPostadressen
               IF (PT-Klantnummer(PostadresIndex) > ZERO)
                   SET KlantNietInTabel TO TRUE
                   PERFORM VARYING KlantIndex FROM 1 BY 1 UNTIL KlantIndex > AantalKlantenInTabel
                       IF (KT-Klantnummer(KlantIndex) EQUALS PT-Klantnummer(PostadresIndex))
                           SET KlantInTabel TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF (KlantNietInTabel AND AantalKlantenInTabel < 200)
                       ADD 1 TO AantalKlantenInTabel
                       MOVE PT-Klantnummer(PostadresIndex) TO KT-Klantnummer(AantalKlantenInTabel)
                       MOVE ZERO TO KT-AantalStandaard(AantalKlantenInTabel)
                       MOVE ZERO TO KT-AantalLuxe(AantalKlantenInTabel)
                       MOVE ZERO TO KT-BedragStandaard(AantalKlantenInTabel)
                       MOVE ZERO TO KT-BedragLuxe(AantalKlantenInTabel)
                       MOVE ZERO TO KT-DagdelenStaffel(AantalKlantenInTabel)
                       MOVE ZERO TO KT-BedragStaffel(AantalKlantenInTabel)
                   END-IF
               END-IF
           END-PERFORM
           .

       VoegPostadresBedrijvenToe.
           *> Per bedrijf een regel met klantnummer nul voor alle lopende
           *> postadressen samen; die regel zorgt er ook voor dat een
           *> bedrijf met alleen een postadres een verzamelfactuur krijgt
           PERFORM VARYING PostadresIndex FROM 1 BY 1 UNTIL PostadresIndex > AantalPostadressen
               IF (PT-Bedrijfsnummer(PostadresIndex) > ZERO)
                   PERFORM VoegPostadresToeAanBedrijfsfactuur
               END-IF
           END-PERFORM
           .

       VoegPostadresToeAanBedrijfsfactuur.
           PERFORM VARYING BedrijfZoekIndex FROM 1 BY 1 UNTIL BedrijfZoekIndex > AantalBedrijfRegels
               IF (BR-Bedrijfsnummer(BedrijfZoekIndex) EQUALS PT-Bedrijfsnummer(PostadresIndex))
                 AND (BR-Klantnummer(BedrijfZoekIndex) EQUALS ZERO)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF (BedrijfZoekIndex > AantalBedrijfRegels)
               IF (AantalBedrijfRegels >= 200)
                   DISPLAY "LET OP: bedrijfsregeltabel vol, postadres van bedrijf " PT-Bedrijfsnummer(PostadresIndex) " niet op een verzamelfactuur."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalBedrijfRegels
               MOVE AantalBedrijfRegels TO BedrijfZoekIndex
               MOVE PT-Bedrijfsnummer(PostadresIndex) TO BR-Bedrijfsnummer(BedrijfZoekIndex)
               MOVE ZERO TO BR-Klantnummer(BedrijfZoekIndex)
               MOVE "Virtueel kantoor" TO BR-KlantNaam(BedrijfZoekIndex)
               MOVE SPACES TO BR-Kostenplaats(BedrijfZoekIndex)
               MOVE ZERO TO BR-Bedrag(BedrijfZoekIndex)
               MOVE ZERO TO BR-DagdelenStaffel(BedrijfZoekIndex)
               MOVE ZERO TO BR-BedragStaffel(BedrijfZoekIndex)
           END-IF
           ADD PT-MaandBedrag(PostadresIndex) TO BR-Bedrag(BedrijfZoekIndex)
           .

       CheckAbonnementVoorKlant.
           SET AbonnementNietActief TO TRUE
           MOVE ZERO TO ActiefMaandBedrag
           END-PERFORM
           .

       BepaalContractprijsVoorBoeking.
           *> De standaardprijs van de boeking; voor een medewerker van
           *> een bedrijf met een contracttarief wordt dat de afgesproken
           *> prijs die op de boekingsdatum gold
           MOVE BB-Klantnummer TO CP-Klantnummer
           MOVE GezochtTariefType TO CP-Type
           MOVE BB-Datum TO CP-Datum
           MOVE BB-Dagdeel TO CP-Dagdeel
           COMPUTE CP-StandaardPrijs = BoekingsDagdelen * GevondenDagPrijs / 2
           CALL "BepaalContractprijs" USING CP-Contractprijs
           IF (CP-ContractTarief)
               ADD 1 TO AantalContractBoekingen
           END-IF
           .

       SchrijfFacturen.
           PERFORM VARYING KlantIndex FROM 1 BY 1 UNTIL KlantIndex > AantalKlantenInTabel
               PERFORM SchrijfFactuurVoorKlant
                   ADD LT-MaandBedrag(LockerIndex) TO BedragLockers
               END-IF
           END-PERFORM
           MOVE ZERO TO BedragPostadres
           PERFORM VARYING PostadresIndex FROM 1 BY 1 UNTIL PostadresIndex > AantalPostadressen
               IF (PT-Klantnummer(PostadresIndex) EQUALS KT-Klantnummer(KlantIndex))
                   ADD PT-MaandBedrag(PostadresIndex) TO BedragPostadres
               END-IF
           END-PERFORM
           IF (AbonnementActief)
               MOVE ZERO TO BedragStandaard
               MOVE ZERO TO BedragLuxe
               COMPUTE FactuurTotaal = ActiefMaandBedrag + BedragExtras + BedragLockers + BedragPostadres
           ELSE
               MOVE KT-BedragStandaard(KlantIndex) TO BedragStandaard
               MOVE KT-BedragLuxe(KlantIndex) TO BedragLuxe
               COMPUTE FactuurTotaal = BedragStandaard + BedragLuxe + BedragExtras + BedragLockers + BedragPostadres
           END-IF
           *> Medewerkers van een bedrijf krijgen geen eigen factuur; hun
           *> bedrag gaat naar de verzamelfactuur van het bedrijf
               PERFORM VoegToeAanBedrijfsfactuur
               EXIT PARAGRAPH
           END-IF
           *> Staffelkorting voor een losse klant over de dagen tegen het
           *> gewone tarief; abonnementhouders betalen geen dagprijzen
           MOVE ZERO TO StaffelKorting, BtwStaffelKorting, StaffelPercentage
           IF (AbonnementNietActief)
               MOVE KT-DagdelenStaffel(KlantIndex) TO StaffelDagdelen
               MOVE "K" TO GezochteDoelgroep
               PERFORM BepaalStaffelPercentage
               IF (StaffelPercentage > ZERO)
                   COMPUTE StaffelKorting ROUNDED = KT-BedragStaffel(KlantIndex) * StaffelPercentage / 100
                   COMPUTE BtwStaffelKorting ROUNDED =
                     StaffelKorting * PercentageHoog / (100 + PercentageHoog)
                   SUBTRACT StaffelKorting FROM FactuurTotaal
               END-IF
           END-IF
           *> Bestandsnaam per klant opbouwen en factuur schrijven
           MOVE SPACES TO FactuurPad
           STRING OMG-FlexDir "Factuur" KT-Klantnummer(KlantIndex) FactuurJaar FactuurMaand ".txt" DELIMITED BY SIZE INTO FactuurPad
               STRING "Klantnummer: " KT-Klantnummer(KlantIndex) " | Naam: " FK-Naam DELIMITED BY SIZE INTO RegelBuffer
               WRITE FactuurRegel FROM RegelBuffer
               IF (AbonnementActief)
                   COMPUTE BedragCenten = ActiefMaandBedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   MOVE SPACES TO RegelBuffer
                   STRING "Maandabonnement: " ToonBedrag " euro (dagdelen binnen het abonnement worden niet apart berekend)" DELIMITED BY SIZE INTO RegelBuffer
                   WRITE FactuurRegel FROM RegelBuffer
               END-IF
               COMPUTE BedragCenten = BedragStandaard * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "Standaard dagdelen: " KT-AantalStandaard(KlantIndex) " = " ToonBedrag " euro (tarief per boekingsdatum)" DELIMITED BY SIZE INTO RegelBuffer
               WRITE FactuurRegel FROM RegelBuffer
               COMPUTE BedragCenten = BedragLuxe * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "Luxe dagdelen     : " KT-AantalLuxe(KlantIndex) " = " ToonBedrag " euro (tarief per boekingsdatum)" DELIMITED BY SIZE INTO RegelBuffer
               WRITE FactuurRegel FROM RegelBuffer
               IF (StaffelKorting > ZERO)
                   PERFORM SchrijfStaffelRegel
               END-IF
               PERFORM VARYING ExtrasIndex FROM 1 BY 1 UNTIL ExtrasIndex > AantalExtras
                   IF (EX-Klantnummer(ExtrasIndex) EQUALS KT-Klantnummer(KlantIndex))
                       COMPUTE BedragCenten = EX-Bedrag(ExtrasIndex) * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "Extra: " EX-Omschrijving(ExtrasIndex) " " EX-Aantal(ExtrasIndex) " x = " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
                       WRITE FactuurRegel FROM RegelBuffer
               END-PERFORM
               PERFORM VARYING LockerIndex FROM 1 BY 1 UNTIL LockerIndex > AantalLockerVerhuur
                   IF (LT-Klantnummer(LockerIndex) EQUALS KT-Klantnummer(KlantIndex))
                       COMPUTE BedragCenten = LT-MaandBedrag(LockerIndex) * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "Lockerhuur locker " LT-Lockernummer(LockerIndex) " = " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
                       WRITE FactuurRegel FROM RegelBuffer
                   END-IF
               END-PERFORM
               PERFORM VARYING PostadresIndex FROM 1 BY 1 UNTIL PostadresIndex > AantalPostadressen
                   IF (PT-Klantnummer(PostadresIndex) EQUALS KT-Klantnummer(KlantIndex))
                       COMPUTE BedragCenten = PT-MaandBedrag(PostadresIndex) * 100
                       MOVE BedragCenten TO ToonBedrag
                       MOVE SPACES TO RegelBuffer
                       STRING "Postadres en postafhandeling vestiging " PT-Vestiging(PostadresIndex) " = " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
                       WRITE FactuurRegel FROM RegelBuffer
                   END-IF
               END-PERFORM
               COMPUTE BedragCenten = FactuurTotaal * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "Totaal te voldoen : " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
               WRITE FactuurRegel FROM RegelBuffer
               *> Met een staffelkorting wordt de BTW over het bruto bedrag
               *> en over de korting apart berekend, zodat de factuur en
               *> de journaalregels op elkaar aansluiten
               COMPUTE BtwBedragFactuur ROUNDED =
                 (FactuurTotaal + StaffelKorting) * PercentageHoog / (100 + PercentageHoog)
               SUBTRACT BtwStaffelKorting FROM BtwBedragFactuur
               COMPUTE BedragCenten = BtwBedragFactuur * 100
               MOVE BedragCenten TO ToonBedrag
               MOVE SPACES TO RegelBuffer
               STRING "Waarvan " PercentageHoog "% BTW  : " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
               WRITE FactuurRegel FROM RegelBuffer
               PERFORM SchrijfBtwJournaalKlant
               IF (StaffelKorting > ZERO)
                   PERFORM SchrijfBtwJournaalStaffel
                   ADD 1 TO AantalStaffelFacturen
               END-IF
               CLOSE FactuurBestand
               ADD 1 TO AantalFacturen
               PERFORM SchrijfOpenPost
               COMPUTE BedragCenten = FactuurTotaal * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Factuur voor klant " KT-Klantnummer(KlantIndex) " (" FUNCTION TRIM (FK-Naam) "): " ToonBedrag " euro."
           ELSE
               DISPLAY "Er is iets mis gegaan bij het schrijven van de factuur. IO-Status: " IOStatus
           MOVE FK-Naam TO BR-KlantNaam(AantalBedrijfRegels)
           MOVE FK-Kostenplaats TO BR-Kostenplaats(AantalBedrijfRegels)
           MOVE FactuurTotaal TO BR-Bedrag(AantalBedrijfRegels)
           *> De staffel van een bedrijf telt de dagen van alle
           *> medewerkers samen (zie SchrijfBedrijfsFactuur)
           IF (AbonnementActief)
               MOVE ZERO TO BR-DagdelenStaffel(AantalBedrijfRegels)
               MOVE ZERO TO BR-BedragStaffel(AantalBedrijfRegels)
           ELSE
               MOVE KT-DagdelenStaffel(KlantIndex) TO BR-DagdelenStaffel(AantalBedrijfRegels)
               MOVE KT-BedragStaffel(KlantIndex) TO BR-BedragStaffel(AantalBedrijfRegels)
           END-IF
           .

       SchrijfBedrijfsFacturen.
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO BedrijfTotaal
           *> Staffel over de werkdagen van alle medewerkers samen; ieder
           *> draagt naar rato van de eigen dagprijzen bij aan de korting
           MOVE ZERO TO StaffelKorting, BtwStaffelKorting, StaffelPercentage
           MOVE ZERO TO StaffelDagdelen
           PERFORM VARYING BedrijfZoekIndex FROM 1 BY 1 UNTIL BedrijfZoekIndex > AantalBedrijfRegels
               IF (BR-Bedrijfsnummer(BedrijfZoekIndex) EQUALS HuidigBedrijfsnummer)
                   ADD BR-DagdelenStaffel(BedrijfZoekIndex) TO StaffelDagdelen
               END-IF
           END-PERFORM
           MOVE "B" TO GezochteDoelgroep
           PERFORM BepaalStaffelPercentage
           MOVE SPACES TO RegelBuffer
           STRING "VERZAMELFACTUUR FLEXEN EN RELAXEN - PERIODE " FactuurJaar "-" FactuurMaand DELIMITED BY SIZE INTO RegelBuffer
           WRITE FactuurRegel FROM RegelBuffer
           WRITE FactuurRegel FROM RegelBuffer
           PERFORM VARYING BedrijfZoekIndex FROM 1 BY 1 UNTIL BedrijfZoekIndex > AantalBedrijfRegels
               IF (BR-Bedrijfsnummer(BedrijfZoekIndex) EQUALS HuidigBedrijfsnummer)
                   COMPUTE BedragCenten = BR-Bedrag(BedrijfZoekIndex) * 100
                   MOVE BedragCenten TO ToonBedrag
                   MOVE SPACES TO RegelBuffer
                   IF (BR-Klantnummer(BedrijfZoekIndex) EQUALS ZERO)
                       COMPUTE BedragCenten = BR-Bedrag(BedrijfZoekIndex) * 100
                       MOVE BedragCenten TO ToonBedrag
                       STRING "Postadres en postafhandeling (virtueel kantoor) | " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
                   ELSE
                       STRING "Medewerker " BR-Klantnummer(BedrijfZoekIndex) " | " BR-KlantNaam(BedrijfZoekIndex) " | kostenplaats " BR-Kostenplaats(BedrijfZoekIndex) " | " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
                   END-IF
                   WRITE FactuurRegel FROM RegelBuffer
                   MOVE ZERO TO KortingMedewerker
                   IF (StaffelPercentage > ZERO)
                       COMPUTE KortingMedewerker ROUNDED = BR-BedragStaffel(BedrijfZoekIndex) * StaffelPercentage / 100
                   END-IF
                   ADD KortingMedewerker TO StaffelKorting
                   COMPUTE RegelBedragNetto = BR-Bedrag(BedrijfZoekIndex) - KortingMedewerker
                   PERFORM SchrijfBedrijfsFactuurRegel
                   ADD BR-Bedrag(BedrijfZoekIndex) TO BedrijfTotaal
                   *> Regel is verwerkt; nummer op nul zodat dit bedrijf
                   *> niet nogmaals gefactureerd wordt
                   MOVE ZERO TO BR-Bedrijfsnummer(BedrijfZoekIndex)
               END-IF
           END-PERFORM
           IF (StaffelKorting > ZERO)
               COMPUTE BtwStaffelKorting ROUNDED =
                 StaffelKorting * PercentageHoog / (100 + PercentageHoog)
               PERFORM SchrijfStaffelRegel
               SUBTRACT StaffelKorting FROM BedrijfTotaal
           END-IF
           COMPUTE BedragCenten = BedrijfTotaal * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Totaal te voldoen : " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
           WRITE FactuurRegel FROM RegelBuffer
           COMPUTE BtwBedragFactuur ROUNDED =
             (BedrijfTotaal + StaffelKorting) * PercentageHoog / (100 + PercentageHoog)
           SUBTRACT BtwStaffelKorting FROM BtwBedragFactuur
           COMPUTE BedragCenten = BtwBedragFactuur * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Waarvan " PercentageHoog "% BTW  : " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
           WRITE FactuurRegel FROM RegelBuffer
           PERFORM SchrijfBtwJournaalBedrijf
           IF (StaffelKorting > ZERO)
               PERFORM SchrijfBtwJournaalStaffel
               ADD 1 TO AantalStaffelFacturen
           END-IF
           CLOSE FactuurBestand
           ADD 1 TO AantalBedrijfsFacturen
           PERFORM SchrijfOpenPostBedrijf
           COMPUTE BedragCenten = BedrijfTotaal * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Verzamelfactuur voor bedrijf " HuidigBedrijfsnummer " (" FUNCTION TRIM (BedrijfNaam) "): " ToonBedrag " euro."
           .

               MOVE BedrijfTotaal TO OP-FactuurBedrag
               MOVE ZERO TO OP-BetaaldBedrag
               SET OP-StatusOpen TO TRUE
               MOVE SPACE TO OP-AanmaanNiveau
               MOVE SPACES TO OP-DatumAanmaning
               MOVE ZERO TO OP-Incassokosten
               MOVE ZERO TO OP-Rente
               WRITE OP-OpenPost
               CLOSE OpenPostenBestand
           ELSE
           END-IF
           .

       SchrijfBedrijfsFactuurRegel.
           *> De medewerkerregel ook vastleggen voor de e-factuur; die
           *> kent geen aparte kortingsregel, dus het aandeel van de
           *> medewerker in de staffelkorting gaat van het bedrag af
           OPEN EXTEND BedrijfsFactuurRegelsBestand
           IF (IOStatus EQUALS "00" OR "05")
               MOVE HuidigBedrijfsnummer TO BFR-Bedrijfsnummer
               MOVE FactuurJaar TO BFR-FactuurJaar
               MOVE FactuurMaand TO BFR-FactuurMaand
               MOVE GekozenVestiging TO BFR-Vestiging
               MOVE FUNCTION CURRENT-DATE (1:8) TO BFR-FactuurDatum
               MOVE BR-Klantnummer(BedrijfZoekIndex) TO BFR-Klantnummer
               MOVE BR-KlantNaam(BedrijfZoekIndex) TO BFR-KlantNaam
               MOVE BR-Kostenplaats(BedrijfZoekIndex) TO BFR-Kostenplaats
               MOVE RegelBedragNetto TO BFR-Bedrag
               MOVE PercentageHoog TO BFR-BtwPercentage
               WRITE BFR-BedrijfsFactuurRegel
               CLOSE BedrijfsFactuurRegelsBestand
           ELSE
               DISPLAY "Er is iets mis gegaan bij het vastleggen van de factuurregel. IO-Status: " IOStatus
           END-IF
           .

       SchrijfOpenPost.
           *> Elke geschreven factuur wordt een openstaande post; de
           *> balie boekt er via 26--DebiteurenBeheer betalingen op af
               MOVE FactuurTotaal TO OP-FactuurBedrag
               MOVE ZERO TO OP-BetaaldBedrag
               SET OP-StatusOpen TO TRUE
               MOVE SPACE TO OP-AanmaanNiveau
               MOVE SPACES TO OP-DatumAanmaning
               MOVE ZERO TO OP-Incassokosten
               MOVE ZERO TO OP-Rente
               WRITE OP-OpenPost
               CLOSE OpenPostenBestand
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO BJ-Datum
               MOVE "F" TO BJ-Bedrijf
               MOVE "H" TO BJ-Code
               COMPUTE BJ-BedragIncl = FactuurTotaal + StaffelKorting
               COMPUTE BJ-BtwBedrag = BtwBedragFactuur + BtwStaffelKorting
               WRITE BtwJournaalrecord
               CLOSE BtwJournaalBestand
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO BJ-Datum
               MOVE "F" TO BJ-Bedrijf
               MOVE "H" TO BJ-Code
               COMPUTE BJ-BedragIncl = BedrijfTotaal + StaffelKorting
               COMPUTE BJ-BtwBedrag = BtwBedragFactuur + BtwStaffelKorting
               WRITE BtwJournaalrecord
               CLOSE BtwJournaalBestand
           ELSE
               DISPLAY "Er is iets mis gegaan bij het BTW-journaal. IO-Status: " IOStatus
           END-IF
           .

       SchrijfBtwJournaalStaffel.
           *> De staffelkorting als eigen (negatieve) journaalregel
           OPEN EXTEND BtwJournaalBestand
           IF (IOStatus EQUALS "00" OR "05")
               MOVE FUNCTION CURRENT-DATE (1:8) TO BJ-Datum
               MOVE "F" TO BJ-Bedrijf
               MOVE "H" TO BJ-Code
               COMPUTE BJ-BedragIncl = ZERO - StaffelKorting
               COMPUTE BJ-BtwBedrag = ZERO - BtwStaffelKorting
               WRITE BtwJournaalrecord
               CLOSE BtwJournaalBestand
           ELSE
           END-IF
           .

       LaadStaffelkortingen.
           *> Alle staffelregels inlezen en per doelgroep de ingangsdatum
           *> bepalen van de staffel die in de factuurmaand geldt
           MOVE ZERO TO AantalStaffelRegels
           MOVE ZERO TO StaffelDatumKlant
           MOVE ZERO TO StaffelDatumBedrijf
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StaffelkortingenBestand
           IF (IO-OK)
               READ StaffelkortingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (SF-GeldigVanaf <= MaandBegin)
                     AND (SF-DoelgroepKlant OR SF-DoelgroepBedrijf)
                     AND (AantalStaffelRegels < 30)
                       ADD 1 TO AantalStaffelRegels
                       MOVE SF-Doelgroep TO ST-Doelgroep(AantalStaffelRegels)
                       MOVE SF-GeldigVanaf TO ST-GeldigVanaf(AantalStaffelRegels)
                       MOVE SF-VanafDagen TO ST-VanafDagen(AantalStaffelRegels)
                       MOVE SF-KortingPercentage TO ST-KortingPercentage(AantalStaffelRegels)
                       IF (SF-DoelgroepKlant AND SF-GeldigVanaf > StaffelDatumKlant)
                           MOVE SF-GeldigVanaf TO StaffelDatumKlant
                       END-IF
                       IF (SF-DoelgroepBedrijf AND SF-GeldigVanaf > StaffelDatumBedrijf)
                           MOVE SF-GeldigVanaf TO StaffelDatumBedrijf
                       END-IF
                   END-IF
                   READ StaffelkortingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StaffelkortingenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           .

       BepaalStaffelPercentage.
           *> Hoogste trede van de geldende staffel die het aantal
           *> werkdagen (StaffelDagdelen / 2) niet overschrijdt
           MOVE ZERO TO StaffelPercentage
           MOVE ZERO TO StaffelDrempel
           COMPUTE StaffelDagen = StaffelDagdelen / 2
           IF (GezochteDoelgroep EQUALS "B")
               MOVE StaffelDatumBedrijf TO GezochteStaffelDatum
           ELSE
               MOVE StaffelDatumKlant TO GezochteStaffelDatum
           END-IF
           IF (GezochteStaffelDatum EQUALS ZERO OR StaffelDagen EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING StaffelIndex FROM 1 BY 1 UNTIL StaffelIndex > AantalStaffelRegels
               IF (ST-Doelgroep(StaffelIndex) EQUALS GezochteDoelgroep)
                 AND (ST-GeldigVanaf(StaffelIndex) EQUALS GezochteStaffelDatum)
                 AND (ST-VanafDagen(StaffelIndex) <= StaffelDagen)
                 AND (ST-VanafDagen(StaffelIndex) >= StaffelDrempel)
                   MOVE ST-VanafDagen(StaffelIndex) TO StaffelDrempel
                   MOVE ST-KortingPercentage(StaffelIndex) TO StaffelPercentage
               END-IF
           END-PERFORM
           .

       SchrijfStaffelRegel.
           *> Eigen factuurregel voor de staffelkorting, met het aantal
           *> werkdagen waarop de trede is bepaald en de BTW erin
           COMPUTE BedragCenten = StaffelPercentage * 100
           MOVE BedragCenten TO ToonPercentage
           COMPUTE BedragCenten = StaffelDagen * 10
           MOVE BedragCenten TO ToonDagen
           COMPUTE BedragCenten = StaffelKorting * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Staffelkorting    : " ToonPercentage "% bij " ToonDagen " werkdagen = -" ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
           WRITE FactuurRegel FROM RegelBuffer
           COMPUTE BedragCenten = BtwStaffelKorting * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "  waarvan " PercentageHoog "% BTW : -" ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
           WRITE FactuurRegel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
             PadDir-Abonnementen
             PadDir-OpenPosten
             PadDir-BoekingExtras
             PadDir-ParkeerReserveringen
             PadDir-Lockers
             PadDir-DirecteBetalingen
             PadDir-Bedrijven
             PadDir-BedrijfsFactuurRegels
             PadDir-Staffelkortingen
             PadDir-Postadressen
           MOVE OMG-HuurDir TO PadDir-BtwCodes
             PadDir-BtwJournaal
           .
