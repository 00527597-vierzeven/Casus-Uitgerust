       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerwerkParkeerReservering.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Parkeerplaatsen per vestiging (onderhouden door 51--ParkeerBeheer)
       SELECT ParkeerplaatsenBestand ASSIGN TO Pad-Parkeerplaatsen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParkeerReserveringenBestand ASSIGN TO Pad-ParkeerReserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParkeerReserveringenWerk ASSIGN TO Pad-ParkeerReserveringenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParkeerplaatsenBestand.
       COPY ParkeerRegister REPLACING ==(pf)== BY ==PP==.
       FD ParkeerReserveringenBestand.
       COPY ParkeerReservering REPLACING ==(pf)== BY ==PR==.
       FD ParkeerReserveringenWerk.
       COPY ParkeerReservering REPLACING ==(pf)== BY ==PRW==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Parkeerplaatsen.
         02 PadDir-Parkeerplaatsen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Parkeerplaatsen.dat".
       01 Pad-ParkeerReserveringen.
         02 PadDir-ParkeerReserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ParkeerReserveringen.dat".
       01 Pad-ParkeerReserveringenWerk.
         02 PadDir-ParkeerReserveringenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ParkeerReserveringenWerk.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       01 GevondenVlag PIC 9 VALUE ZERO.
         88 RecordGevonden VALUE 1.
         88 RecordNietGevonden VALUE 0.
       01 DubbelVlag PIC 9 VALUE ZERO.
         88 AlGeparkeerd VALUE 1.
         88 NogNietGeparkeerd VALUE 0.
       *> Dagcapaciteit van de gevraagde soort plaats en de bezetting
       01 Capaciteit PIC 999 VALUE ZERO.
       01 AantalBezet PIC 999 VALUE ZERO.
       01 DagPrijs PIC 9(3)V99 VALUE ZERO.
       01 DubbelKenteken PIC X(10) VALUE SPACES.
       01 ToonCapaciteit PIC ZZ9.
       01 SoortOmschrijving PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       COPY ParkeerAanvraag REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-ParkeerAanvraag.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           IF (LS-Vestiging EQUALS SPACES)
               MOVE "01" TO LS-Vestiging
           END-IF
           SET LS-NietGelukt TO TRUE
           MOVE SPACES TO LS-Reden
           MOVE ZERO TO LS-PlaatsenVrij
           EVALUATE TRUE
               WHEN LS-FunctieReserveren
                   PERFORM ReserveerPlaats
               WHEN LS-FunctieControleren
                   PERFORM ZoekParkeerReservering
               WHEN LS-FunctieAnnuleren
                   PERFORM AnnuleerParkeerReservering
               WHEN OTHER
                   MOVE "Onbekende functie" TO LS-Reden
           END-EVALUATE
           EXIT PROGRAM.

       ReserveerPlaats.
           MOVE ZERO TO LS-Bedrag
           IF (LS-Kenteken EQUALS SPACES)
               MOVE "Zonder kenteken kan er niet worden geparkeerd" TO LS-Reden
               EXIT PARAGRAPH
           END-IF
           IF NOT (LS-SoortPlaats EQUALS "L")
               MOVE "G" TO LS-SoortPlaats
           END-IF
           IF (LS-SoortPlaats EQUALS "L")
               MOVE "laadplaatsen" TO SoortOmschrijving
           ELSE
               MOVE "parkeerplaatsen" TO SoortOmschrijving
           END-IF
           PERFORM LeesParkeerplaatsen
           IF (RecordNietGevonden)
               STRING "Vestiging " LS-Vestiging " heeft geen parkeerplaatsen" DELIMITED BY SIZE INTO LS-Reden
               EXIT PARAGRAPH
           END-IF
           IF (Capaciteit EQUALS ZERO)
               STRING "Vestiging " LS-Vestiging " heeft geen " FUNCTION TRIM (SoortOmschrijving) DELIMITED BY SIZE INTO LS-Reden
               EXIT PARAGRAPH
           END-IF
           PERFORM TelBezetting
           IF (AlGeparkeerd)
               STRING "Al een parkeerplaats op deze dag, kenteken " DubbelKenteken DELIMITED BY SIZE INTO LS-Reden
               EXIT PARAGRAPH
           END-IF
           IF (AantalBezet NOT < Capaciteit)
               MOVE Capaciteit TO ToonCapaciteit
               STRING "Alle " FUNCTION TRIM (ToonCapaciteit) " " FUNCTION TRIM (SoortOmschrijving) " zijn op deze dag bezet" DELIMITED BY SIZE INTO LS-Reden
               EXIT PARAGRAPH
           END-IF
           MOVE LS-Vestiging TO PR-Vestiging
           MOVE LS-Datum TO PR-Datum
           MOVE LS-Klantnummer TO PR-Klantnummer
           MOVE LS-Naam TO PR-Naam
           MOVE LS-Kenteken TO PR-Kenteken
           MOVE LS-SoortPlaats TO PR-SoortPlaats
           MOVE DagPrijs TO PR-Bedrag
           SET PR-NietGeannuleerd TO TRUE
           OPEN EXTEND ParkeerReserveringenBestand
           IF (IOStatus EQUALS "35")
               OPEN OUTPUT ParkeerReserveringenBestand
           END-IF
           IF (IOStatus EQUALS 00 OR 05)
               WRITE PR-ParkeerReservering
               CLOSE ParkeerReserveringenBestand
               MOVE DagPrijs TO LS-Bedrag
               COMPUTE LS-PlaatsenVrij = Capaciteit - AantalBezet - 1
               SET LS-Gelukt TO TRUE
           ELSE
               STRING "Parkeerreservering niet opgeslagen, IO-Status " IOStatus DELIMITED BY SIZE INTO LS-Reden
           END-IF
           .

       LeesParkeerplaatsen.
           *> Normale plaatsen zijn het totaal min de laadplaatsen
           SET RecordNietGevonden TO TRUE
           MOVE ZERO TO Capaciteit
           MOVE ZERO TO DagPrijs
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerplaatsenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ParkeerplaatsenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PP-Vestiging EQUALS LS-Vestiging)
                   SET RecordGevonden TO TRUE
                   IF (LS-SoortPlaats EQUALS "L")
                       MOVE PP-AantalLaadplaatsen TO Capaciteit
                       MOVE PP-DagPrijsLaadplaats TO DagPrijs
                   ELSE
                       IF (PP-AantalPlaatsen > PP-AantalLaadplaatsen)
                           COMPUTE Capaciteit = PP-AantalPlaatsen - PP-AantalLaadplaatsen
                       END-IF
                       MOVE PP-DagPrijs TO DagPrijs
                   END-IF
                   SET EndOfData TO TRUE
               ELSE
                   READ ParkeerplaatsenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ParkeerplaatsenBestand
           .

       TelBezetting.
           *> Een plaats per klant per dag, en een kenteken staat
           *> maar een keer op de kentekenlijst van de vestiging
           SET NogNietGeparkeerd TO TRUE
           MOVE ZERO TO AantalBezet
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
               IF (PR-Vestiging EQUALS LS-Vestiging)
                 AND (PR-Datum EQUALS LS-Datum)
                 AND (PR-NietGeannuleerd)
                   IF (PR-Klantnummer EQUALS LS-Klantnummer)
                     OR (PR-Kenteken EQUALS LS-Kenteken)
                       SET AlGeparkeerd TO TRUE
                       MOVE PR-Kenteken TO DubbelKenteken
                   END-IF
                   IF (PR-SoortPlaats EQUALS LS-SoortPlaats)
                       ADD 1 TO AantalBezet
                   END-IF
               END-IF
               READ ParkeerReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerReserveringenBestand
           .

       ZoekParkeerReservering.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerReserveringenBestand
           IF NOT (IO-OK)
               MOVE "Geen parkeerplaats gereserveerd" TO LS-Reden
               EXIT PARAGRAPH
           END-IF
           READ ParkeerReserveringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PR-Vestiging EQUALS LS-Vestiging)
                 AND (PR-Datum EQUALS LS-Datum)
                 AND (PR-Klantnummer EQUALS LS-Klantnummer)
                 AND (PR-NietGeannuleerd)
                   MOVE PR-Kenteken TO LS-Kenteken
                   MOVE PR-SoortPlaats TO LS-SoortPlaats
                   MOVE PR-Bedrag TO LS-Bedrag
                   SET LS-Gelukt TO TRUE
                   SET EndOfData TO TRUE
               ELSE
                   READ ParkeerReserveringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ParkeerReserveringenBestand
           IF (LS-NietGelukt)
               MOVE "Geen parkeerplaats gereserveerd" TO LS-Reden
           END-IF
           .

       AnnuleerParkeerReservering.
           *> ParkeerReserveringen.dat is sequentieel: via het
           *> werkbestand herschrijven met de annuleringsvlag gezet
           SET RecordNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerReserveringenBestand
           IF NOT (IO-OK)
               MOVE "Geen parkeerplaats gereserveerd" TO LS-Reden
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ParkeerReserveringenWerk
           READ ParkeerReserveringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (PR-Vestiging EQUALS LS-Vestiging)
                 AND (PR-Datum EQUALS LS-Datum)
                 AND (PR-Klantnummer EQUALS LS-Klantnummer)
                 AND (PR-NietGeannuleerd)
                   SET RecordGevonden TO TRUE
                   SET PR-Geannuleerd TO TRUE
                   MOVE PR-Kenteken TO LS-Kenteken
                   MOVE PR-SoortPlaats TO LS-SoortPlaats
                   MOVE PR-Bedrag TO LS-Bedrag
               END-IF
               WRITE PRW-ParkeerReservering FROM PR-ParkeerReservering
               READ ParkeerReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerReserveringenBestand, ParkeerReserveringenWerk
           IF (RecordNietGevonden)
               MOVE "Geen parkeerplaats gereserveerd" TO LS-Reden
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfParkeerReserveringenTerug
           SET LS-Gelukt TO TRUE
           .

       SchrijfParkeerReserveringenTerug.
           *> Het werkbestand wordt het nieuwe reserveringenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerReserveringenWerk
           OPEN OUTPUT ParkeerReserveringenBestand
           READ ParkeerReserveringenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE PR-ParkeerReservering FROM PRW-ParkeerReservering
               READ ParkeerReserveringenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerReserveringenWerk, ParkeerReserveringenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Parkeerplaatsen
             PadDir-ParkeerReserveringen
             PadDir-ParkeerReserveringenWerk
           .
