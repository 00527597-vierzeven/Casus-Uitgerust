       IDENTIFICATION DIVISION.
       PROGRAM-ID. WoningtypeBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WoningtypenBestand
           ASSIGN TO Pad-Woningtypen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningtypenWerk
           ASSIGN TO Pad-WoningtypenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WoningtypenBestand.
       01 Woningtyperecord.
       COPY Woningtype REPLACING ==(pf)== BY ==FS-WT==.
       FD WoningtypenWerk.
       01 WoningtypeWerkrecord.
       COPY Woningtype REPLACING ==(pf)== BY ==FS-WW==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Woningtypen.
         02 PadDir-Woningtypen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningtypen.dat".
       01 Pad-WoningtypenWerk.
         02 PadDir-WoningtypenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WoningtypenWerk.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 CodeInput PIC X VALUE SPACE.
       01 TypeGevondenVlag PIC 9 VALUE ZERO.
         88 TypeGevonden VALUE 1.
         88 TypeNietGevonden VALUE 0.
       01 NieuwWoningtype.
       COPY Woningtype REPLACING ==(pf)== BY ==NW==.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayPrijs PIC ZZ9,99.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "WONINGTYPEN"
               DISPLAY "==========="
               DISPLAY "1. Woningtypen tonen"
               DISPLAY "2. Woningtype toevoegen"
               DISPLAY "3. Woningtype wijzigen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonWoningtypen
                   WHEN 2
                       PERFORM VoegWoningtypeToe
                   WHEN 3
                       PERFORM WijzigWoningtype
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonWoningtypen.
           DISPLAY SPACE
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningtypenBestand
           IF IO-OK
               READ WoningtypenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   COMPUTE BedragCenten = FS-WT-Basisweekprijs * 100
                   MOVE BedragCenten TO DisplayPrijs
                   DISPLAY "Type " FS-WT-Code " | " FS-WT-Omschrijving
                     " | max " FS-WT-MaxPersonen " personen"
                     " | schoonmaak " FS-WT-Schoonmaaktijd " min"
                     " | tussen " FS-WT-TussenSchoonmaaktijd " min"
                     " | basisprijs " DisplayPrijs " euro per week"
                   READ WoningtypenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WoningtypenBestand
           ELSE
               DISPLAY "Er zijn nog geen woningtypen vastgelegd; S en "
                 "L gebruiken de vaste waarden. IO-Status: " IOStatus
           END-IF
           .

       VoegWoningtypeToe.
           DISPLAY SPACE
           DISPLAY "Code woningtype (een teken): " WITH NO ADVANCING
           ACCEPT CodeInput
           IF CodeInput = SPACE
               DISPLAY ">>> Een woningtype heeft een code nodig."
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekWoningtype
           IF TypeGevonden
               DISPLAY ">>> Woningtype " CodeInput
                 " bestaat al; gebruik wijzigen."
               EXIT PARAGRAPH
           END-IF
           MOVE CodeInput TO NW-Code
           PERFORM VraagGegevens
           OPEN EXTEND WoningtypenBestand
           IF IOStatus = 00 OR 05
               WRITE Woningtyperecord FROM NieuwWoningtype
               CLOSE WoningtypenBestand
               DISPLAY "Woningtype " NW-Code " opgeslagen."
           ELSE
               DISPLAY ">>> Fout bij het openen van Woningtypen.dat: "
                 IOStatus
           END-IF
           .

       WijzigWoningtype.
           DISPLAY SPACE
           DISPLAY "Code woningtype: " WITH NO ADVANCING
           ACCEPT CodeInput
           PERFORM ZoekWoningtype
           IF TypeNietGevonden
               DISPLAY ">>> Woningtype " CodeInput
                 " staat niet in de stam."
               EXIT PARAGRAPH
           END-IF
           MOVE CodeInput TO NW-Code
           PERFORM VraagGegevens
           *> Het gewijzigde type gaat via het werkbestand terug
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningtypenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WoningtypenWerk
           READ WoningtypenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-WT-Code = NW-Code
                   WRITE WoningtypeWerkrecord FROM NieuwWoningtype
               ELSE
                   WRITE WoningtypeWerkrecord FROM Woningtyperecord
               END-IF
               READ WoningtypenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningtypenBestand, WoningtypenWerk
           PERFORM SchrijfWerkTerug
           DISPLAY "Woningtype " NW-Code " gewijzigd."
           .

       VraagGegevens.
           DISPLAY "Omschrijving: " WITH NO ADVANCING
           ACCEPT NW-Omschrijving
           DISPLAY "Maximaal aantal personen: " WITH NO ADVANCING
           ACCEPT NW-MaxPersonen
           DISPLAY "Standaard schoonmaaktijd in minuten: "
             WITH NO ADVANCING
           ACCEPT NW-Schoonmaaktijd
           DISPLAY "Tussenschoonmaaktijd in minuten (0 = helft): "
             WITH NO ADVANCING
           ACCEPT NW-TussenSchoonmaaktijd
           IF NW-TussenSchoonmaaktijd = ZERO
               COMPUTE NW-TussenSchoonmaaktijd = NW-Schoonmaaktijd / 2
           END-IF
           DISPLAY "Basisweekprijs zonder seizoenstarief "
             "(bijv. 02500 voor 25,00): " WITH NO ADVANCING
           ACCEPT NW-Basisweekprijs
           .

       ZoekWoningtype.
           SET TypeNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningtypenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WoningtypenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-WT-Code = CodeInput
                   SET TypeGevonden TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ WoningtypenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningtypenBestand
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe woningtypenbestand
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningtypenWerk
           OPEN OUTPUT WoningtypenBestand
           READ WoningtypenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Woningtyperecord FROM WoningtypeWerkrecord
               READ WoningtypenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningtypenWerk, WoningtypenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Woningtypen
             PadDir-WoningtypenWerk
           .
