       IDENTIFICATION DIVISION.
       PROGRAM-ID. 51--ParkeerBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Parkeerplaatsen per vestiging (aantal, laadplaatsen, dagprijs)
       SELECT ParkeerplaatsenBestand ASSIGN TO Pad-Parkeerplaatsen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParkeerplaatsenWerk ASSIGN TO Pad-ParkeerplaatsenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParkeerplaatsenBestand.
       COPY ParkeerRegister REPLACING ==(pf)== BY ==PP==.
       FD ParkeerplaatsenWerk.
       COPY ParkeerRegister REPLACING ==(pf)== BY ==PPW==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Parkeerplaatsen.
         02 PadDir-Parkeerplaatsen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Parkeerplaatsen.dat".
       01 Pad-ParkeerplaatsenWerk.
         02 PadDir-ParkeerplaatsenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ParkeerplaatsenWerk.dat".
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
       01 GevondenVlag PIC 9 VALUE ZERO.
         88 RecordGevonden VALUE 1.
         88 RecordNietGevonden VALUE 0.
       01 InvoerVlag PIC 9 VALUE ZERO.
         88 InvoerCorrect VALUE 1.
         88 InvoerIncorrect VALUE 0.
       01 GezochteVestiging PIC XX VALUE SPACES.
       *> Ingevoerde gegevens van de vestiging
       COPY ParkeerRegister REPLACING ==(pf)== BY ==IPR==.
       *> WEERGAVE
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonPrijs PIC ZZ9,99.
       01 ToonPrijsLaadplaats PIC ZZ9,99.
       01 ToonAantal PIC ZZ9.
       01 ToonAantal2 PIC ZZ9.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "PARKEERPLAATSEN PER VESTIGING"
               DISPLAY "============================="
               DISPLAY "1. Parkeerplaatsen per vestiging tonen"
               DISPLAY "2. Parkeerplaatsen vastleggen of wijzigen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonParkeerplaatsen
                   WHEN 2
                       PERFORM WijzigParkeerplaatsen
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       ToonParkeerplaatsen.
           DISPLAY SPACE
           DISPLAY "PARKEERPLAATSEN (dagprijs 0,00 = gratis)"
           DISPLAY "==============="
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerplaatsenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen parkeerplaatsen vastgelegd. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ ParkeerplaatsenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE PP-AantalPlaatsen TO ToonAantal
               MOVE PP-AantalLaadplaatsen TO ToonAantal2
               COMPUTE BedragCenten = PP-DagPrijs * 100
               MOVE BedragCenten TO ToonPrijs
               COMPUTE BedragCenten = PP-DagPrijsLaadplaats * 100
               MOVE BedragCenten TO ToonPrijsLaadplaats
               DISPLAY "Vestiging " PP-Vestiging " | plaatsen " ToonAantal " | waarvan laadplaatsen " ToonAantal2
                 " | dagprijs " ToonPrijs " | laadplaats " ToonPrijsLaadplaats
               READ ParkeerplaatsenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerplaatsenBestand
           .

       WijzigParkeerplaatsen.
           SET InvoerCorrect TO TRUE
           DISPLAY SPACE
           DISPLAY "Vestiging (leeg = 01): " WITH NO ADVANCING
           ACCEPT GezochteVestiging
           IF (GezochteVestiging EQUALS SPACES)
               MOVE "01" TO GezochteVestiging
           END-IF
           MOVE GezochteVestiging TO IPR-Vestiging
           DISPLAY "Aantal parkeerplaatsen, inclusief laadplaatsen (000-999): " WITH NO ADVANCING
           ACCEPT IPR-AantalPlaatsen
           DISPLAY "Waarvan met laadpaal (000-999): " WITH NO ADVANCING
           ACCEPT IPR-AantalLaadplaatsen
           DISPLAY "Dagprijs parkeerplaats (bijv. 00500 voor 5,00; 00000 = gratis): " WITH NO ADVANCING
           ACCEPT IPR-DagPrijs
           DISPLAY "Dagprijs laadplaats (bijv. 00750 voor 7,50; 00000 = gratis): " WITH NO ADVANCING
           ACCEPT IPR-DagPrijsLaadplaats
           IF (IPR-AantalPlaatsen IS NOT NUMERIC)
             OR (IPR-AantalLaadplaatsen IS NOT NUMERIC)
             OR (IPR-DagPrijs IS NOT NUMERIC)
             OR (IPR-DagPrijsLaadplaats IS NOT NUMERIC)
               DISPLAY "Ongeldige invoer; de parkeerplaatsen zijn niet gewijzigd."
               SET InvoerIncorrect TO TRUE
           END-IF
           IF (InvoerCorrect)
             AND (IPR-AantalLaadplaatsen > IPR-AantalPlaatsen)
               DISPLAY "Er kunnen niet meer laadplaatsen dan parkeerplaatsen zijn."
               SET InvoerIncorrect TO TRUE
           END-IF
           IF (InvoerIncorrect)
               EXIT PARAGRAPH
           END-IF
           PERFORM MuteerParkeerplaatsen
           .

       MuteerParkeerplaatsen.
           *> Parkeerplaatsen.dat is sequentieel: via het werkbestand
           *> herschrijven; een onbekende vestiging komt achteraan
           SET RecordNietGevonden TO TRUE
           MOVE SPACES TO LOG-BeeldVoor
           MOVE ZERO TO EndOfDataFlag
           OPEN OUTPUT ParkeerplaatsenWerk
           OPEN INPUT ParkeerplaatsenBestand
           IF (IO-OK)
               READ ParkeerplaatsenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (PP-Vestiging EQUALS GezochteVestiging)
                       SET RecordGevonden TO TRUE
                       MOVE PP-ParkeerRegister TO LOG-BeeldVoor
                       WRITE PPW-ParkeerRegister FROM IPR-ParkeerRegister
                   ELSE
                       WRITE PPW-ParkeerRegister FROM PP-ParkeerRegister
                   END-IF
                   READ ParkeerplaatsenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParkeerplaatsenBestand
           END-IF
           IF (RecordNietGevonden)
               WRITE PPW-ParkeerRegister FROM IPR-ParkeerRegister
           END-IF
           CLOSE ParkeerplaatsenWerk
           PERFORM SchrijfParkeerplaatsenTerug
           MOVE "51--ParkeerBeheer" TO LOG-Programma
           MOVE "PARKEREN-GEWIJZIGD" TO LOG-Actie
           MOVE IPR-ParkeerRegister TO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Parkeerplaatsen van vestiging " GezochteVestiging " opgeslagen."
           DISPLAY "Bestaande parkeerreserveringen houden hun dagprijs."
           .

       SchrijfParkeerplaatsenTerug.
           *> Het werkbestand wordt het nieuwe parkeerplaatsenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerplaatsenWerk
           OPEN OUTPUT ParkeerplaatsenBestand
           READ ParkeerplaatsenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE PP-ParkeerRegister FROM PPW-ParkeerRegister
               READ ParkeerplaatsenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerplaatsenWerk, ParkeerplaatsenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Parkeerplaatsen
             PadDir-ParkeerplaatsenWerk
           .
