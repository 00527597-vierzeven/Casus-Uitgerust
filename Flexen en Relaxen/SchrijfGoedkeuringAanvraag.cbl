       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchrijfGoedkeuringAanvraag.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Wachtrij van reserveringen boven het quotum of budget van een
       *> kostenplaats (verwerkt door 44--BedrijfsQuotaBeheer)
       SELECT GoedkeuringenBestand ASSIGN TO Pad-Goedkeuringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD GoedkeuringenBestand.
       COPY GoedkeuringAanvraag REPLACING ==(pf)== BY ==GA==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Goedkeuringen.
         02 PadDir-Goedkeuringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "GoedkeuringAanvragen.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       01 HoogsteAanvraagnummer PIC 9(6) VALUE ZERO.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       LINKAGE SECTION.
       COPY GoedkeuringAanvraag REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-GoedkeuringAanvraag.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM BepaalVolgnummer
           COMPUTE LS-Aanvraagnummer = HoogsteAanvraagnummer + 1
           MOVE FUNCTION CURRENT-DATE (1:8) TO LS-AanvraagDatum
           SET LS-StatusOpen TO TRUE
           MOVE SPACES TO LS-BeslisDatum
           MOVE SPACES TO LS-Toelichting
           OPEN EXTEND GoedkeuringenBestand
           IF (IOStatus EQUALS "35")
               CLOSE GoedkeuringenBestand
               OPEN OUTPUT GoedkeuringenBestand
           END-IF
           IF (IOStatus EQUALS 00 OR 05)
               WRITE GA-GoedkeuringAanvraag FROM LS-GoedkeuringAanvraag
               CLOSE GoedkeuringenBestand
               MOVE "SchrijfGoedkeuringAanvraag" TO LOG-Programma
               MOVE "GOEDKEURING-AANGEVRAAGD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE LS-GoedkeuringAanvraag TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
           ELSE
               MOVE ZERO TO LS-Aanvraagnummer
               DISPLAY "Er is iets mis gegaan bij GoedkeuringAanvragen.dat. IO-Status: " IOStatus
           END-IF
           EXIT PROGRAM.

       BepaalVolgnummer.
           MOVE ZERO TO HoogsteAanvraagnummer
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
               IF (GA-Aanvraagnummer > HoogsteAanvraagnummer)
                   MOVE GA-Aanvraagnummer TO HoogsteAanvraagnummer
               END-IF
               READ GoedkeuringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE GoedkeuringenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Goedkeuringen
           .
