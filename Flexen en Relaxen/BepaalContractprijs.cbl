       IDENTIFICATION DIVISION.
       PROGRAM-ID. BepaalContractprijs.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Klantenstambestand (onderhouden door 08--KlantBeheer)
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       *> Contracttarieven per bedrijf (onderhouden door 12--TariefBeheer)
       SELECT BedrijfsTarievenBestand ASSIGN TO Pad-BedrijfsTarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijfsTarievenBestand.
       COPY BedrijfsTarief REPLACING ==(pf)== BY ==BT==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-BedrijfsTarieven.
         02 PadDir-BedrijfsTarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsTarieven.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> De contractregel met de hoogste ingangsdatum die niet na de
       *> gevraagde datum ligt
       COPY BedrijfsTarief REPLACING ==(pf)== BY ==GT==.
       01 BesteGeldigVanaf PIC 9(8) VALUE ZERO.
       01 ContractGevondenVlag PIC 9 VALUE ZERO.
         88 ContractGevonden VALUE 1.
         88 ContractNietGevonden VALUE 0.

       LINKAGE SECTION.
       COPY Contractprijs REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-Contractprijs.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           *> Zonder contract geldt de meegegeven standaardprijs
           MOVE LS-StandaardPrijs TO LS-Prijs
           MOVE ZERO TO LS-Bedrijfsnummer
           SET LS-StandaardTarief TO TRUE
           IF (LS-Dagdeel EQUALS SPACE)
               MOVE "H" TO LS-Dagdeel
           END-IF
           IF (LS-Klantnummer IS NOT NUMERIC OR LS-Klantnummer EQUALS ZERO)
               EXIT PROGRAM
           END-IF
           PERFORM BepaalBedrijf
           IF (LS-Bedrijfsnummer EQUALS ZERO)
               EXIT PROGRAM
           END-IF
           PERFORM ZoekContractregel
           IF (ContractGevonden)
               PERFORM PasContractregelToe
           END-IF
           EXIT PROGRAM.

       BepaalBedrijf.
           OPEN INPUT FlexKlantenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           MOVE LS-Klantnummer TO FK-Klantnummer
           READ FlexKlantenBestand KEY IS FK-Klantnummer
               INVALID KEY
                   CLOSE FlexKlantenBestand
                   EXIT PARAGRAPH
           END-READ
           CLOSE FlexKlantenBestand
           IF (FK-Bedrijfsnummer IS NUMERIC AND FK-Bedrijfsnummer > ZERO)
               MOVE FK-Bedrijfsnummer TO LS-Bedrijfsnummer
           END-IF
           .

       ZoekContractregel.
           SET ContractNietGevonden TO TRUE
           MOVE ZERO TO BesteGeldigVanaf
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijfsTarievenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BedrijfsTarievenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BT-Bedrijfsnummer EQUALS LS-Bedrijfsnummer)
                 AND (BT-Type EQUALS LS-Type)
                 AND (BT-GeldigVanaf <= LS-Datum)
                 AND (BT-GeldigVanaf >= BesteGeldigVanaf)
                   MOVE BT-GeldigVanaf TO BesteGeldigVanaf
                   MOVE BT-BedrijfsTarief TO GT-BedrijfsTarief
                   SET ContractGevonden TO TRUE
               END-IF
               READ BedrijfsTarievenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BedrijfsTarievenBestand
           .

       PasContractregelToe.
           EVALUATE TRUE
               WHEN GT-SoortKorting
                   IF (GT-KortingPercentage IS NUMERIC AND GT-KortingPercentage > ZERO)
                       COMPUTE LS-Prijs ROUNDED = LS-StandaardPrijs * (100 - GT-KortingPercentage) / 100
                       SET LS-ContractTarief TO TRUE
                   END-IF
               WHEN GT-SoortEigenPrijs
                   EVALUATE TRUE
                       WHEN GT-TypeVergaderruimte
                           MOVE GT-PrijsHeleDag TO LS-Prijs
                       WHEN LS-Dagdeel EQUALS "O"
                           MOVE GT-PrijsOchtend TO LS-Prijs
                       WHEN LS-Dagdeel EQUALS "M"
                           MOVE GT-PrijsMiddag TO LS-Prijs
                       WHEN OTHER
                           MOVE GT-PrijsHeleDag TO LS-Prijs
                   END-EVALUATE
                   SET LS-ContractTarief TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-FlexKlanten
             PadDir-BedrijfsTarieven
           .
