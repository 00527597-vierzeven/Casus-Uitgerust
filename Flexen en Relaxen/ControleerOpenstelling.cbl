       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleerOpenstelling.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Vestigingenstambestand (onderhouden door 43--VestigingBeheer)
       SELECT VestigingenBestand ASSIGN TO Pad-Vestigingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Sluitingskalender (feestdagen en incidentele sluitingsdagen)
       SELECT SluitingsdagenBestand ASSIGN TO Pad-Sluitingsdagen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD VestigingenBestand.
       COPY Vestiging REPLACING ==(pf)== BY ==VS==.
       FD SluitingsdagenBestand.
       COPY Sluitingsdag REPLACING ==(pf)== BY ==SD==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Vestigingen.
         02 PadDir-Vestigingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Vestigingen.dat".
       01 Pad-Sluitingsdagen.
         02 PadDir-Sluitingsdagen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Sluitingsdagen.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       01 DagVanDeWeek PIC 9 VALUE ZERO.
       01 Weekdagnamen.
         03 FILLER PIC X(9) VALUE "maandag".
         03 FILLER PIC X(9) VALUE "dinsdag".
         03 FILLER PIC X(9) VALUE "woensdag".
         03 FILLER PIC X(9) VALUE "donderdag".
         03 FILLER PIC X(9) VALUE "vrijdag".
         03 FILLER PIC X(9) VALUE "zaterdag".
         03 FILLER PIC X(9) VALUE "zondag".
       01 FILLER REDEFINES Weekdagnamen.
         03 Weekdagnaam OCCURS 7 PIC X(9).

       LINKAGE SECTION.
       COPY Openstelling REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-Openstelling.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           IF (LS-Vestiging EQUALS SPACES)
               MOVE "01" TO LS-Vestiging
           END-IF
           *> Zonder stamrecord is de vestiging elke dag de hele dag
           *> open; de sluitingskalender geldt dan wel
           SET LS-VestigingOpen TO TRUE
           MOVE SPACES TO LS-Reden
           MOVE 0000 TO LS-OpenVan
           MOVE 2400 TO LS-OpenTot
           COMPUTE DagVanDeWeek = FUNCTION MOD (FUNCTION INTEGER-OF-DATE (LS-Datum) - 1, 7) + 1
           PERFORM ControleerOpeningsdagen
           IF (LS-VestigingOpen)
               PERFORM ControleerSluitingskalender
           END-IF
           EXIT PROGRAM.

       ControleerOpeningsdagen.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VestigingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ VestigingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (VS-Vestigingcode EQUALS LS-Vestiging)
                   IF (VS-OpenVan IS NUMERIC AND VS-OpenTot IS NUMERIC)
                     AND (VS-OpenTot > VS-OpenVan)
                       MOVE VS-OpenVan TO LS-OpenVan
                       MOVE VS-OpenTot TO LS-OpenTot
                   END-IF
                   IF NOT (VS-DagOpen(DagVanDeWeek))
                       SET LS-VestigingDicht TO TRUE
                       STRING "Vestiging is op " FUNCTION TRIM (Weekdagnaam(DagVanDeWeek)) " gesloten" DELIMITED BY SIZE INTO LS-Reden
                   END-IF
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

       ControleerSluitingskalender.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT SluitingsdagenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ SluitingsdagenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (SD-Datum EQUALS LS-Datum)
                 AND (SD-Vestiging EQUALS LS-Vestiging OR SD-Vestiging EQUALS "00")
                   SET LS-VestigingDicht TO TRUE
                   STRING "Gesloten: " SD-Omschrijving DELIMITED BY SIZE INTO LS-Reden
                   SET EndOfData TO TRUE
               ELSE
                   READ SluitingsdagenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SluitingsdagenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Vestigingen
             PadDir-Sluitingsdagen
           .
