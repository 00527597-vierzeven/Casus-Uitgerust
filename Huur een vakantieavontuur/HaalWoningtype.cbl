       IDENTIFICATION DIVISION.
       PROGRAM-ID. HaalWoningtype.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Woningtypestam (onderhouden door WoningtypeBeheer): prijs,
      *> capaciteit en schoonmaak lezen hier de gegevens van een type
      *> in plaats van S en L in de programma's zelf te kennen
       SELECT WoningtypenBestand ASSIGN TO Pad-Woningtypen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WoningtypenBestand.
       01 Woningtyperecord.
       COPY Woningtype REPLACING ==(pf)== BY ==FS-WT==.

       WORKING-STORAGE SECTION.
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Woningtypen.
         02 PadDir-Woningtypen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningtypen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.

       LINKAGE SECTION.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-C-ParametersWoningtype
                                LS-R-ParametersWoningtype.
       BeginProgram.
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Woningtypen
           *> De oorspronkelijke vaste waarden voor S en L gelden totdat
           *> het type in de stam is vastgelegd
           EVALUATE LS-C-Woningtype
               WHEN "S"
                   MOVE "Standaard" TO LS-R-Omschrijving
                   MOVE 4 TO LS-R-MaxPersonen
                   MOVE 120 TO LS-R-Schoonmaaktijd
                   MOVE 10 TO LS-R-Basisweekprijs
                   MOVE 60 TO LS-R-TussenSchoonmaaktijd
                   SET LS-R-OK TO TRUE
               WHEN "L"
                   MOVE "Luxe" TO LS-R-Omschrijving
                   MOVE 6 TO LS-R-MaxPersonen
                   MOVE 180 TO LS-R-Schoonmaaktijd
                   MOVE 15 TO LS-R-Basisweekprijs
                   MOVE 90 TO LS-R-TussenSchoonmaaktijd
                   SET LS-R-OK TO TRUE
               WHEN OTHER
                   MOVE SPACES TO LS-R-Omschrijving
                   MOVE ZERO TO LS-R-MaxPersonen
                   MOVE ZERO TO LS-R-Schoonmaaktijd
                   MOVE ZERO TO LS-R-Basisweekprijs
                   MOVE ZERO TO LS-R-TussenSchoonmaaktijd
                   SET LS-R-OnbekendType TO TRUE
           END-EVALUATE
           IF LS-C-Woningtype = SPACE
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningtypenBestand
           IF NOT IO-OK
               EXIT PROGRAM
           END-IF
           READ WoningtypenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-WT-Code = LS-C-Woningtype
                   MOVE FS-WT-Omschrijving TO LS-R-Omschrijving
                   MOVE FS-WT-MaxPersonen TO LS-R-MaxPersonen
                   MOVE FS-WT-Schoonmaaktijd TO LS-R-Schoonmaaktijd
                   MOVE FS-WT-Basisweekprijs TO LS-R-Basisweekprijs
                   IF FS-WT-TussenSchoonmaaktijd IS NUMERIC
                     AND FS-WT-TussenSchoonmaaktijd > ZERO
                       MOVE FS-WT-TussenSchoonmaaktijd
                         TO LS-R-TussenSchoonmaaktijd
                   ELSE
                       COMPUTE LS-R-TussenSchoonmaaktijd =
                         FS-WT-Schoonmaaktijd / 2
                   END-IF
                   SET LS-R-OK TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ WoningtypenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningtypenBestand
           EXIT PROGRAM.
