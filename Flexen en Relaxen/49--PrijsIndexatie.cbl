       IDENTIFICATION DIVISION.
       PROGRAM-ID. 49--PrijsIndexatie.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Tarieventabel (onderhouden door 12--TariefBeheer): de indexatie
       *> voegt per type een regel toe met de ingangsdatum
       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AbonnementenBestand ASSIGN TO Pad-Abonnementen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AbonnementenWerk ASSIGN TO Pad-AbonnementenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Lockerregister (onderhouden door 33--LockerBeheer)
       SELECT LockersBestand ASSIGN TO Pad-Lockers
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT LockersWerk ASSIGN TO Pad-LockersWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Postadresabonnementen (onderhouden door 45--PostadresBeheer)
       SELECT PostadressenBestand ASSIGN TO Pad-Postadressen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT PostadressenWerk ASSIGN TO Pad-PostadressenWerk
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
       *> Voor/na-overzicht van alle gewijzigde prijzen ter goedkeuring
       SELECT RapportBestand ASSIGN TO Pad-IndexatieRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TarievenBestand.
       COPY Tarief REPLACING ==(pf)== BY ==TF==.
       FD AbonnementenBestand.
       COPY Abonnement REPLACING ==(pf)== BY ==AB==.
       FD AbonnementenWerk.
       COPY Abonnement REPLACING ==(pf)== BY ==ABW==.
       FD LockersBestand.
       COPY Locker REPLACING ==(pf)== BY ==LK==.
       FD LockersWerk.
       COPY Locker REPLACING ==(pf)== BY ==LKW==.
       FD PostadressenBestand.
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==PA==.
       FD PostadressenWerk.
       COPY PostadresAbonnement REPLACING ==(pf)== BY ==PAW==.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD RapportBestand.
       01 RapportRegel PIC X(160).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Tarieven.dat".
       01 Pad-Abonnementen.
         02 PadDir-Abonnementen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Abonnementen.dat".
       01 Pad-AbonnementenWerk.
         02 PadDir-AbonnementenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "AbonnementenWerk.dat".
       01 Pad-Lockers.
         02 PadDir-Lockers PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Lockers.dat".
       01 Pad-LockersWerk.
         02 PadDir-LockersWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "LockersWerk.dat".
       01 Pad-Postadressen.
         02 PadDir-Postadressen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Postadressen.dat".
       01 Pad-PostadressenWerk.
         02 PadDir-PostadressenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "PostadressenWerk.dat".
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-IndexatieRapport.
         02 PadDir-IndexatieRapport PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "PrijsIndexatie.txt".
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
       01 HuidigeMaandBegin PIC 9(8) VALUE ZERO.
       01 Bevestiging PIC X VALUE SPACE.
       *> PARAMETERS VAN DE INDEXATIE
       01 IndexPercentage PIC 99V99 VALUE ZERO.
       01 IndexInvoer PIC 9(4) VALUE ZERO.
       01 Ingangsdatum PIC 9(8) VALUE ZERO.
       01 DagVoorIngang PIC 9(8) VALUE ZERO.
       01 ParameterVlag PIC 9 VALUE ZERO.
         88 ParametersGeldig VALUE 1.
         88 ParametersOngeldig VALUE 0.
       *> V = alleen het voorstel (rapport), D = doorvoeren
       01 RunModus PIC X VALUE "V".
         88 ModusVoorstel VALUE "V".
         88 ModusDoorvoeren VALUE "D".
       *> AFRONDING: dag- en uurtarieven op 5 cent, maandbedragen van
       *> contracten op 50 cent
       01 AfrondingTarief PIC 9V99 VALUE 0.05.
       01 AfrondingMaandBedrag PIC 9V99 VALUE 0.50.
       01 AfrondingStap PIC 9V99 VALUE ZERO.
       01 OudBedrag PIC 9(4)V99 VALUE ZERO.
       01 NieuwBedrag PIC 9(4)V99 VALUE ZERO.
       01 AantalStappen PIC 9(7) VALUE ZERO.
       *> TARIEVEN
       01 TypeLijst PIC XXX VALUE "LSV".
       01 TypeLetters REDEFINES TypeLijst.
         02 TypeLetter PIC X OCCURS 3 TIMES.
       01 TypeIndex PIC 9 VALUE ZERO.
       01 GezochtType PIC X VALUE SPACE.
       01 TariefTabel.
         02 TariefRegelT OCCURS 200 TIMES.
           03 TT-Type PIC X.
           03 TT-GeldigVanaf PIC 9(8).
           03 TT-PrijsWeek PIC 9(3)V99.
           03 TT-PrijsWeekend PIC 9(3)V99.
       01 AantalTarieven PIC 999 VALUE ZERO.
       01 TariefIndex PIC 999 VALUE ZERO.
       01 HuidigIndex PIC 999 VALUE ZERO.
       01 LaterTariefDatum PIC 9(8) VALUE ZERO.
       01 NieuwPrijsWeek PIC 9(4)V99 VALUE ZERO.
       01 NieuwPrijsWeekend PIC 9(4)V99 VALUE ZERO.
       *> CONTRACTEN
       01 BewaardGeldigTot PIC 9(8) VALUE ZERO.
       01 Contractbedrag PIC 9(4)V99 VALUE ZERO.
       01 IndexeerVlag PIC 9 VALUE ZERO.
         88 Indexeren VALUE 1.
         88 NietIndexeren VALUE 0.
       *> Klanten en bedrijven die een aankondiging krijgen; een klant
       *> met meerdere contracten krijgt een bericht
       01 BerichtKlantTabel.
         02 BerichtKlantT OCCURS 500 TIMES.
           03 BK-Klantnummer PIC 9(6).
       01 AantalBerichtKlanten PIC 999 VALUE ZERO.
       01 BerichtBedrijfTabel.
         02 BerichtBedrijfT OCCURS 100 TIMES.
           03 BR-Bedrijfsnummer PIC 9(4).
       01 AantalBerichtBedrijven PIC 999 VALUE ZERO.
       01 BerichtIndex PIC 999 VALUE ZERO.
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 GezochtBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 GevondenEmail PIC X(40) VALUE SPACES.
       01 AantalBerichten PIC 9(4) VALUE ZERO.
       01 AantalZonderEmail PIC 9(4) VALUE ZERO.
       *> TELLERS EN TOTALEN
       01 AantalTariefWijzigingen PIC 9(4) VALUE ZERO.
       01 AantalAbonnementWijzigingen PIC 9(4) VALUE ZERO.
       01 AantalLockerWijzigingen PIC 9(4) VALUE ZERO.
       01 AantalPostadresWijzigingen PIC 9(4) VALUE ZERO.
       01 AantalOvergeslagen PIC 9(4) VALUE ZERO.
       01 SomOudMaand PIC 9(7)V99 VALUE ZERO.
       01 SomNieuwMaand PIC 9(7)V99 VALUE ZERO.
       *> RAPPORT
       01 RegelBuffer PIC X(160) VALUE SPACES.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonOud PIC ZZZ9,99.
       01 ToonNieuw PIC ZZZ9,99.
       01 ToonOudWeekend PIC ZZZ9,99.
       01 ToonNieuwWeekend PIC ZZZ9,99.
       01 ToonTotaal PIC Z(6)9,99.
       01 ToonTotaalNieuw PIC Z(6)9,99.
       01 ToonPercentage PIC Z9,99.
       01 IndexReferentie PIC X(30) VALUE SPACES.
       01 ContractHouder PIC X(14) VALUE SPACES.
       *> BERICHT AAN DE KLANT
       COPY Bericht REPLACING ==(pf)== BY ==BER==.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE DatumVandaag TO HuidigeMaandBegin
           MOVE "01" TO HuidigeMaandBegin(7:2)
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "JAARLIJKSE PRIJSINDEXATIE"
               DISPLAY "========================="
               DISPLAY "1. Voorstel maken (voor/na-overzicht, er wordt niets gewijzigd)"
               DISPLAY "2. Indexatie doorvoeren (na goedkeuring van het voorstel)"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakVoorstel
                   WHEN 2
                       PERFORM VoerIndexatieDoor
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       MaakVoorstel.
           PERFORM VraagParameters
           IF (ParametersOngeldig)
               EXIT PARAGRAPH
           END-IF
           SET ModusVoorstel TO TRUE
           PERFORM MaakIndexatie
           DISPLAY "Voorstel geschreven naar PrijsIndexatie.txt; er is nog niets gewijzigd."
           .

       VoerIndexatieDoor.
           *> Eerst opnieuw het voorstel met dezelfde parameters, zodat
           *> precies wordt doorgevoerd wat in het overzicht staat
           PERFORM VraagParameters
           IF (ParametersOngeldig)
               EXIT PARAGRAPH
           END-IF
           SET ModusVoorstel TO TRUE
           PERFORM MaakIndexatie
           IF (AantalTariefWijzigingen + AantalAbonnementWijzigingen + AantalLockerWijzigingen + AantalPostadresWijzigingen EQUALS ZERO)
               DISPLAY "Er is niets te indexeren."
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "Is het voorstel door het management goedgekeurd en wilt u de indexatie doorvoeren? (J/N): " WITH NO ADVANCING
           ACCEPT Bevestiging
           IF NOT (Bevestiging EQUALS "J" OR "j")
               DISPLAY "De indexatie is niet doorgevoerd."
               EXIT PARAGRAPH
           END-IF
           SET ModusDoorvoeren TO TRUE
           PERFORM MaakIndexatie
           PERFORM VerstuurAankondigingen
           MOVE "49--PrijsIndexatie" TO LOG-Programma
           MOVE "PRIJSINDEXATIE" TO LOG-Actie
           MOVE SPACES TO LOG-BeeldVoor
           MOVE SPACES TO LOG-BeeldNa
           STRING "Percentage " FUNCTION TRIM (ToonPercentage) " ingang " Ingangsdatum " tarieven " AantalTariefWijzigingen " abonnementen " AantalAbonnementWijzigingen
             " lockers " AantalLockerWijzigingen " postadressen " AantalPostadresWijzigingen DELIMITED BY SIZE INTO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY SPACE
           DISPLAY "Indexatie doorgevoerd per " Ingangsdatum "."
           DISPLAY "Aankondigingen klaargezet: " AantalBerichten " (zonder e-mailadres: " AantalZonderEmail ")"
           .

       VraagParameters.
           SET ParametersOngeldig TO TRUE
           DISPLAY SPACE
           DISPLAY "Indexatiepercentage (bijv. 0350 voor 3,50 %): " WITH NO ADVANCING
           ACCEPT IndexInvoer
           IF (IndexInvoer IS NOT NUMERIC OR IndexInvoer EQUALS ZERO)
               DISPLAY "Ongeldig percentage."
               EXIT PARAGRAPH
           END-IF
           COMPUTE IndexPercentage = IndexInvoer / 100
           *> Maandbedragen wijzigen per hele maand; de factuur rekent
           *> per maand met een maandbedrag
           DISPLAY "Ingangsdatum (yyyymmdd, eerste dag van een maand): " WITH NO ADVANCING
           ACCEPT Ingangsdatum
           IF (Ingangsdatum IS NOT NUMERIC)
               DISPLAY "Ongeldige ingangsdatum."
               EXIT PARAGRAPH
           END-IF
           IF (Ingangsdatum(7:2) NOT EQUALS "01")
             OR (Ingangsdatum(5:2) < "01" OR Ingangsdatum(5:2) > "12")
               DISPLAY "De ingangsdatum moet de eerste dag van een maand zijn."
               EXIT PARAGRAPH
           END-IF
           IF (Ingangsdatum < HuidigeMaandBegin)
               DISPLAY "De ingangsdatum ligt in een al gefactureerde periode; kies de huidige of een latere maand."
               EXIT PARAGRAPH
           END-IF
           COMPUTE DagVoorIngang = FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE (Ingangsdatum) - 1)
           MOVE IndexInvoer TO ToonPercentage
           MOVE SPACES TO IndexReferentie
           STRING "Indexatie " FUNCTION TRIM (ToonPercentage) "% per " Ingangsdatum DELIMITED BY SIZE INTO IndexReferentie
           SET ParametersGeldig TO TRUE
           .

       MaakIndexatie.
           MOVE ZERO TO AantalTariefWijzigingen
           MOVE ZERO TO AantalAbonnementWijzigingen
           MOVE ZERO TO AantalLockerWijzigingen
           MOVE ZERO TO AantalPostadresWijzigingen
           MOVE ZERO TO AantalOvergeslagen
           MOVE ZERO TO SomOudMaand
           MOVE ZERO TO SomNieuwMaand
           MOVE ZERO TO AantalBerichtKlanten
           MOVE ZERO TO AantalBerichtBedrijven
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           IF (ModusDoorvoeren)
               STRING "PRIJSINDEXATIE " FUNCTION TRIM (ToonPercentage) " % PER " Ingangsdatum " - DOORGEVOERD OP " DatumVandaag DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "PRIJSINDEXATIE " FUNCTION TRIM (ToonPercentage) " % PER " Ingangsdatum " - VOORSTEL TER GOEDKEURING (" DatumVandaag ")" DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfEnToonRegel
           MOVE "=========================================================" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           PERFORM IndexeerTarieven
           PERFORM IndexeerAbonnementen
           PERFORM IndexeerLockers
           PERFORM IndexeerPostadressen
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "Gewijzigd: " AantalTariefWijzigingen " tarief(en), " AantalAbonnementWijzigingen " abonnement(en), " AantalLockerWijzigingen " locker(s), "
             AantalPostadresWijzigingen " postadres(sen); overgeslagen: " AantalOvergeslagen DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           PERFORM SchrijfTotaalRegel
           CLOSE RapportBestand
           .

       SchrijfTotaalRegel.
           COMPUTE BedragCenten = SomOudMaand * 100
           MOVE BedragCenten TO ToonTotaal
           COMPUTE BedragCenten = SomNieuwMaand * 100
           MOVE BedragCenten TO ToonTotaalNieuw
           MOVE SPACES TO RegelBuffer
           STRING "Maandbedragen lopende contracten: oud " ToonTotaal " euro, nieuw " ToonTotaalNieuw " euro" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           .

       BerekenNieuwBedrag.
           *> Oud bedrag plus het percentage, afgerond op de stap
           COMPUTE AantalStappen ROUNDED = OudBedrag * (100 + IndexPercentage) / (100 * AfrondingStap)
           COMPUTE NieuwBedrag = AantalStappen * AfrondingStap
           .

       IndexeerTarieven.
           *> Per type geldt het tarief met de laatste ingangsdatum voor de
           *> ingangsdatum van de indexatie; staat er al een tarief vanaf
           *> die datum of later, dan is dat type al aangepast
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "TARIEVEN (dagprijzen werkplekken, uurtarief vergaderruimten; afgerond op 0,05)" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE ZERO TO AantalTarieven
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT TarievenBestand
           IF (IO-OK)
               READ TarievenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (AantalTarieven < 200)
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
           END-IF
           IF (AantalTarieven EQUALS ZERO)
               MOVE "   Er zijn geen tarieven vastgelegd." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           IF (ModusDoorvoeren)
               OPEN EXTEND TarievenBestand
           END-IF
           PERFORM VARYING TypeIndex FROM 1 BY 1 UNTIL TypeIndex > 3
               MOVE TypeLetter(TypeIndex) TO GezochtType
               PERFORM IndexeerTariefType
           END-PERFORM
           IF (ModusDoorvoeren)
               CLOSE TarievenBestand
           END-IF
           .

       IndexeerTariefType.
           MOVE ZERO TO HuidigIndex
           MOVE ZERO TO LaterTariefDatum
           PERFORM VARYING TariefIndex FROM 1 BY 1 UNTIL TariefIndex > AantalTarieven
               IF (TT-Type(TariefIndex) EQUALS GezochtType)
                   IF (TT-GeldigVanaf(TariefIndex) >= Ingangsdatum)
                       MOVE TT-GeldigVanaf(TariefIndex) TO LaterTariefDatum
                   ELSE
                       IF (HuidigIndex EQUALS ZERO)
                           MOVE TariefIndex TO HuidigIndex
                       ELSE
                           IF (TT-GeldigVanaf(TariefIndex) >= TT-GeldigVanaf(HuidigIndex))
                               MOVE TariefIndex TO HuidigIndex
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF (HuidigIndex EQUALS ZERO AND LaterTariefDatum EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           IF (LaterTariefDatum > ZERO)
               ADD 1 TO AantalOvergeslagen
               STRING "   Type " GezochtType ": er staat al een tarief vanaf " LaterTariefDatum "; niet geindexeerd" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           MOVE AfrondingTarief TO AfrondingStap
           MOVE TT-PrijsWeek(HuidigIndex) TO OudBedrag
           PERFORM BerekenNieuwBedrag
           MOVE NieuwBedrag TO NieuwPrijsWeek
           MOVE TT-PrijsWeekend(HuidigIndex) TO OudBedrag
           PERFORM BerekenNieuwBedrag
           MOVE NieuwBedrag TO NieuwPrijsWeekend
           COMPUTE BedragCenten = TT-PrijsWeek(HuidigIndex) * 100
           MOVE BedragCenten TO ToonOud
           COMPUTE BedragCenten = NieuwPrijsWeek * 100
           MOVE BedragCenten TO ToonNieuw
           COMPUTE BedragCenten = TT-PrijsWeekend(HuidigIndex) * 100
           MOVE BedragCenten TO ToonOudWeekend
           COMPUTE BedragCenten = NieuwPrijsWeekend * 100
           MOVE BedragCenten TO ToonNieuwWeekend
           STRING "   Type " GezochtType " | nu geldig vanaf " TT-GeldigVanaf(HuidigIndex) " | doordeweeks " ToonOud " -> " ToonNieuw " | weekend " ToonOudWeekend " -> " ToonNieuwWeekend
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           ADD 1 TO AantalTariefWijzigingen
           IF (ModusDoorvoeren)
               MOVE GezochtType TO TF-Type
               MOVE Ingangsdatum TO TF-GeldigVanaf
               MOVE NieuwPrijsWeek TO TF-PrijsWeek
               MOVE NieuwPrijsWeekend TO TF-PrijsWeekend
               WRITE TF-Tarief
           END-IF
           .

       IndexeerAbonnementen.
           *> Een abonnement dat voor de ingangsdatum begon en daarna nog
           *> loopt, wordt gesplitst: tot de ingangsdatum het oude bedrag,
           *> vanaf de ingangsdatum een nieuw abonnement met het nieuwe
           *> bedrag. Een abonnement dat op of na de ingangsdatum begint,
           *> is al tegen de nieuwe prijs afgesloten
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "ABONNEMENTEN (lopend op de ingangsdatum; maandbedrag afgerond op 0,50)" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT AbonnementenBestand
           IF NOT (IO-OK)
               MOVE "   Er zijn geen abonnementen." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           IF (ModusDoorvoeren)
               OPEN OUTPUT AbonnementenWerk
           END-IF
           READ AbonnementenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AB-GeldigVan < Ingangsdatum AND AB-GeldigTot >= Ingangsdatum)
                   PERFORM IndexeerAbonnement
               ELSE
                   IF (ModusDoorvoeren)
                       WRITE ABW-Abonnement FROM AB-Abonnement
                   END-IF
               END-IF
               READ AbonnementenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbonnementenBestand
           IF (ModusDoorvoeren)
               CLOSE AbonnementenWerk
               PERFORM SchrijfAbonnementenTerug
           END-IF
           .

       IndexeerAbonnement.
           MOVE AfrondingMaandBedrag TO AfrondingStap
           MOVE AB-MaandBedrag TO OudBedrag
           PERFORM BerekenNieuwBedrag
           ADD OudBedrag TO SomOudMaand
           ADD NieuwBedrag TO SomNieuwMaand
           ADD 1 TO AantalAbonnementWijzigingen
           COMPUTE BedragCenten = OudBedrag * 100
           MOVE BedragCenten TO ToonOud
           COMPUTE BedragCenten = NieuwBedrag * 100
           MOVE BedragCenten TO ToonNieuw
           MOVE SPACES TO RegelBuffer
           STRING "   Klant " AB-Klantnummer " | type " AB-Type " | vestiging " AB-Vestiging " | geldig t/m " AB-GeldigTot " | " ToonOud " -> " ToonNieuw " euro p/m"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           IF (ModusDoorvoeren)
               MOVE AB-GeldigTot TO BewaardGeldigTot
               MOVE DagVoorIngang TO AB-GeldigTot
               WRITE ABW-Abonnement FROM AB-Abonnement
               MOVE Ingangsdatum TO AB-GeldigVan
               MOVE BewaardGeldigTot TO AB-GeldigTot
               MOVE NieuwBedrag TO AB-MaandBedrag
               WRITE ABW-Abonnement FROM AB-Abonnement
               MOVE AB-Klantnummer TO GezochtKlantnummer
               PERFORM OnthoudBerichtKlant
           END-IF
           .

       IndexeerLockers.
           *> De lockerprijs hoort bij de locker: ook vrije lockers worden
           *> geindexeerd. Het nieuwe bedrag wordt aangekondigd met de
           *> ingangsdatum; de maandfacturatie rekent het vanaf die maand
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "LOCKERS (maandbedrag afgerond op 0,50)" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT LockersBestand
           IF NOT (IO-OK)
               MOVE "   Er zijn geen lockers geregistreerd." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           IF (ModusDoorvoeren)
               OPEN OUTPUT LockersWerk
           END-IF
           READ LockersBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               PERFORM IndexeerLocker
               IF (ModusDoorvoeren)
                   WRITE LKW-Locker FROM LK-Locker
               END-IF
               READ LockersBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE LockersBestand
           IF (ModusDoorvoeren)
               CLOSE LockersWerk
               PERFORM SchrijfLockersTerug
           END-IF
           .

       IndexeerLocker.
           *> Een eerder aangekondigd bedrag dat al ingegaan is, is het
           *> huidige bedrag; een aankondiging die nog moet ingaan wordt
           *> niet overschreven
           SET Indexeren TO TRUE
           MOVE LK-MaandBedrag TO Contractbedrag
           IF (LK-NieuwBedragVanaf NOT EQUALS SPACES)
               IF (LK-NieuwBedragVanaf > HuidigeMaandBegin)
                   SET NietIndexeren TO TRUE
               ELSE
                   MOVE LK-NieuwMaandBedrag TO Contractbedrag
               END-IF
           END-IF
           IF (LK-Klantnummer EQUALS ZERO OR LK-TotDatum NOT EQUALS SPACES)
               MOVE "vrij" TO ContractHouder
           ELSE
               MOVE SPACES TO ContractHouder
               STRING "klant " LK-Klantnummer DELIMITED BY SIZE INTO ContractHouder
           END-IF
           MOVE SPACES TO RegelBuffer
           IF (NietIndexeren)
               ADD 1 TO AantalOvergeslagen
               STRING "   Vestiging " LK-Vestiging " | locker " LK-Lockernummer " | " ContractHouder " | al een prijswijziging aangekondigd vanaf " LK-NieuwBedragVanaf "; niet geindexeerd"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           MOVE AfrondingMaandBedrag TO AfrondingStap
           MOVE Contractbedrag TO OudBedrag
           PERFORM BerekenNieuwBedrag
           ADD 1 TO AantalLockerWijzigingen
           COMPUTE BedragCenten = OudBedrag * 100
           MOVE BedragCenten TO ToonOud
           COMPUTE BedragCenten = NieuwBedrag * 100
           MOVE BedragCenten TO ToonNieuw
           STRING "   Vestiging " LK-Vestiging " | locker " LK-Lockernummer " | " ContractHouder " | " ToonOud " -> " ToonNieuw " euro p/m"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           IF (LK-Klantnummer NOT EQUALS ZERO AND LK-TotDatum EQUALS SPACES)
               ADD OudBedrag TO SomOudMaand
               ADD NieuwBedrag TO SomNieuwMaand
           END-IF
           IF (ModusDoorvoeren)
               MOVE Contractbedrag TO LK-MaandBedrag
               MOVE NieuwBedrag TO LK-NieuwMaandBedrag
               MOVE Ingangsdatum TO LK-NieuwBedragVanaf
               IF (LK-Klantnummer NOT EQUALS ZERO AND LK-TotDatum EQUALS SPACES)
                   MOVE LK-Klantnummer TO GezochtKlantnummer
                   PERFORM OnthoudBerichtKlant
               END-IF
           END-IF
           .

       IndexeerPostadressen.
           *> Alleen lopende postadresabonnementen; werkt verder als de
           *> lockers
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "POSTADRESSEN / VIRTUEEL KANTOOR (lopend; maandbedrag afgerond op 0,50)" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT PostadressenBestand
           IF NOT (IO-OK)
               MOVE "   Er zijn geen postadresabonnementen." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           IF (ModusDoorvoeren)
               OPEN OUTPUT PostadressenWerk
           END-IF
           READ PostadressenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PA-TotDatum EQUALS SPACES)
                   PERFORM IndexeerPostadres
               END-IF
               IF (ModusDoorvoeren)
                   WRITE PAW-PostadresAbonnement FROM PA-PostadresAbonnement
               END-IF
               READ PostadressenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE PostadressenBestand
           IF (ModusDoorvoeren)
               CLOSE PostadressenWerk
               PERFORM SchrijfPostadressenTerug
           END-IF
           .

       IndexeerPostadres.
           SET Indexeren TO TRUE
           MOVE PA-MaandBedrag TO Contractbedrag
           IF (PA-NieuwBedragVanaf NOT EQUALS SPACES)
               IF (PA-NieuwBedragVanaf > HuidigeMaandBegin)
                   SET NietIndexeren TO TRUE
               ELSE
                   MOVE PA-NieuwMaandBedrag TO Contractbedrag
               END-IF
           END-IF
           MOVE SPACES TO ContractHouder
           IF (PA-Bedrijfsnummer > ZERO)
               STRING "bedrijf " PA-Bedrijfsnummer DELIMITED BY SIZE INTO ContractHouder
           ELSE
               STRING "klant " PA-Klantnummer DELIMITED BY SIZE INTO ContractHouder
           END-IF
           MOVE SPACES TO RegelBuffer
           IF (NietIndexeren)
               ADD 1 TO AantalOvergeslagen
               STRING "   Abonnement " PA-Abonnementnummer " | vestiging " PA-Vestiging " | " ContractHouder " | al een prijswijziging aangekondigd vanaf " PA-NieuwBedragVanaf "; niet geindexeerd"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfEnToonRegel
               EXIT PARAGRAPH
           END-IF
           MOVE AfrondingMaandBedrag TO AfrondingStap
           MOVE Contractbedrag TO OudBedrag
           PERFORM BerekenNieuwBedrag
           ADD 1 TO AantalPostadresWijzigingen
           ADD OudBedrag TO SomOudMaand
           ADD NieuwBedrag TO SomNieuwMaand
           COMPUTE BedragCenten = OudBedrag * 100
           MOVE BedragCenten TO ToonOud
           COMPUTE BedragCenten = NieuwBedrag * 100
           MOVE BedragCenten TO ToonNieuw
           STRING "   Abonnement " PA-Abonnementnummer " | vestiging " PA-Vestiging " | " ContractHouder " | " ToonOud " -> " ToonNieuw " euro p/m"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           IF (ModusDoorvoeren)
               MOVE Contractbedrag TO PA-MaandBedrag
               MOVE NieuwBedrag TO PA-NieuwMaandBedrag
               MOVE Ingangsdatum TO PA-NieuwBedragVanaf
               IF (PA-Bedrijfsnummer > ZERO)
                   MOVE PA-Bedrijfsnummer TO GezochtBedrijfsnummer
                   PERFORM OnthoudBerichtBedrijf
               ELSE
                   MOVE PA-Klantnummer TO GezochtKlantnummer
                   PERFORM OnthoudBerichtKlant
               END-IF
           END-IF
           .

       OnthoudBerichtKlant.
           PERFORM VARYING BerichtIndex FROM 1 BY 1 UNTIL BerichtIndex > AantalBerichtKlanten
               IF (BK-Klantnummer(BerichtIndex) EQUALS GezochtKlantnummer)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF (AantalBerichtKlanten < 500)
               ADD 1 TO AantalBerichtKlanten
               MOVE GezochtKlantnummer TO BK-Klantnummer(AantalBerichtKlanten)
           END-IF
           .

       OnthoudBerichtBedrijf.
           PERFORM VARYING BerichtIndex FROM 1 BY 1 UNTIL BerichtIndex > AantalBerichtBedrijven
               IF (BR-Bedrijfsnummer(BerichtIndex) EQUALS GezochtBedrijfsnummer)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF (AantalBerichtBedrijven < 100)
               ADD 1 TO AantalBerichtBedrijven
               MOVE GezochtBedrijfsnummer TO BR-Bedrijfsnummer(AantalBerichtBedrijven)
           END-IF
           .

       VerstuurAankondigingen.
           *> Aankondigingsbrief via de berichtenwachtrij
           *> (36--BerichtenBatch); een bedrijf krijgt het bericht op het
           *> algemene e-mailadres, met klantnummer nul
           MOVE ZERO TO AantalBerichten
           MOVE ZERO TO AantalZonderEmail
           PERFORM VARYING BerichtIndex FROM 1 BY 1 UNTIL BerichtIndex > AantalBerichtKlanten
               MOVE BK-Klantnummer(BerichtIndex) TO GezochtKlantnummer
               PERFORM ZoekKlantEmail
               MOVE GezochtKlantnummer TO BER-Klantnummer
               PERFORM SchrijfAankondiging
           END-PERFORM
           PERFORM VARYING BerichtIndex FROM 1 BY 1 UNTIL BerichtIndex > AantalBerichtBedrijven
               MOVE BR-Bedrijfsnummer(BerichtIndex) TO GezochtBedrijfsnummer
               PERFORM ZoekBedrijfEmail
               MOVE ZERO TO BER-Klantnummer
               PERFORM SchrijfAankondiging
           END-PERFORM
           .

       SchrijfAankondiging.
           IF (GevondenEmail EQUALS SPACES)
               ADD 1 TO AantalZonderEmail
               EXIT PARAGRAPH
           END-IF
           MOVE GevondenEmail TO BER-Emailadres
           MOVE "PI" TO BER-Soort
           MOVE IndexReferentie TO BER-Referentie
           CALL "SchrijfBericht" USING BER-Bericht
           ADD 1 TO AantalBerichten
           .

       ZoekKlantEmail.
           MOVE SPACES TO GevondenEmail
           OPEN INPUT FlexKlantenBestand
           IF (IO-OK)
               MOVE GezochtKlantnummer TO FK-Klantnummer
               READ FlexKlantenBestand KEY IS FK-Klantnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FK-Emailadres TO GevondenEmail
               END-READ
               CLOSE FlexKlantenBestand
           END-IF
           .

       ZoekBedrijfEmail.
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

       SchrijfAbonnementenTerug.
           *> Het werkbestand wordt het nieuwe abonnementenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT AbonnementenWerk
           OPEN OUTPUT AbonnementenBestand
           READ AbonnementenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE AB-Abonnement FROM ABW-Abonnement
               READ AbonnementenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbonnementenWerk, AbonnementenBestand
           .

       SchrijfLockersTerug.
           *> Het werkbestand wordt het nieuwe lockerregister
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT LockersWerk
           OPEN OUTPUT LockersBestand
           READ LockersWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE LK-Locker FROM LKW-Locker
               READ LockersWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE LockersWerk, LockersBestand
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

       SchrijfEnToonRegel.
           WRITE RapportRegel FROM RegelBuffer
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Tarieven
             PadDir-Abonnementen
             PadDir-AbonnementenWerk
             PadDir-Lockers
             PadDir-LockersWerk
             PadDir-Postadressen
             PadDir-PostadressenWerk
             PadDir-FlexKlanten
             PadDir-Bedrijven
             PadDir-IndexatieRapport
           .
