           ASSIGN TO Pad-Seizoenstarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Concepttarieven voor het volgende seizoen: eerst door te
       *> rekenen met TariefSimulatie, daarna over te nemen als live
       SELECT ConceptBestand
           ASSIGN TO Pad-SeizoenstarievenConcept
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SeizoenstarievenBestand.
       01 Seizoenstariefrecord.
       COPY Seizoenstarief REPLACING ==(pf)== BY ==FS-S==.
       FD ConceptBestand.
       01 Conceptrecord.
       COPY Seizoenstarief REPLACING ==(pf)== BY ==FS-C==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Seizoenstarieven.
         02 PadDir-Seizoenstarieven PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 PadNaam-Seizoenstarieven PIC X(81) VALUE "Seizoenstarieven.dat".
       01 Pad-SeizoenstarievenConcept.
         02 PadDir-SeizoenstarievenConcept PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SeizoenstarievenConcept.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFTarievenVlag PIC 9 VALUE 0.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DisplayPrijs PIC ZZ9,99.
       01 BevestigingInput PIC X VALUE SPACE.
       01 AantalOvergenomen PIC 9(4) VALUE ZERO.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "================"
               DISPLAY "1. Tarieven tonen"
               DISPLAY "2. Tariefregel toevoegen"
               DISPLAY "3. Concepttarieven tonen"
               DISPLAY "4. Concepttariefregel toevoegen"
               DISPLAY "5. Concepttarieven overnemen als live tarieven"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM ToonTarieven
                   WHEN 2
                       PERFORM VoegTariefToe
                   WHEN 3
                       MOVE "SeizoenstarievenConcept.dat" TO PadNaam-Seizoenstarieven
                       PERFORM ToonTarieven
                       MOVE "Seizoenstarieven.dat" TO PadNaam-Seizoenstarieven
                   WHEN 4
                       MOVE "SeizoenstarievenConcept.dat" TO PadNaam-Seizoenstarieven
                       PERFORM VoegTariefToe
                       MOVE "Seizoenstarieven.dat" TO PadNaam-Seizoenstarieven
                   WHEN 5
                       PERFORM NeemConceptOver
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
           OPEN EXTEND SeizoenstarievenBestand
           IF IOStatus EQUALS 00 OR 05
               DISPLAY SPACE
               DISPLAY "Woningtype (code uit de woningtypen): "
                 WITH NO ADVANCING
               ACCEPT FS-S-Woningtype
               MOVE FS-S-Woningtype TO WT-C-Woningtype
               CALL "HaalWoningtype"
                 USING BY CONTENT WT-C-ParametersWoningtype,
                       BY REFERENCE WT-R-ParametersWoningtype
               IF NOT WT-R-OK
                   CLOSE SeizoenstarievenBestand
                   DISPLAY ">>> Onbekend woningtype " FS-S-Woningtype
                     "; leg het eerst vast via Woningtypen."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Van weeknummer: " WITH NO ADVANCING
               ACCEPT FS-S-VanWeek
               DISPLAY "T/m weeknummer: " WITH NO ADVANCING
               CLOSE SeizoenstarievenBestand
               DISPLAY "Seizoenstariefregel opgeslagen."
           ELSE
               DISPLAY ">>> Fout bij het openen van " FUNCTION TRIM (PadNaam-Seizoenstarieven) ": " IOStatus
           END-IF
           .

       NeemConceptOver.
           *> De concepttarieven vervangen de live tarieven in hun geheel;
           *> het conceptbestand blijft staan als naslag
           DISPLAY SPACE
           OPEN INPUT ConceptBestand
           IF NOT IO-OK
               DISPLAY "Er zijn geen concepttarieven vastgelegd. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           CLOSE ConceptBestand
           DISPLAY "De live seizoenstarieven worden vervangen door het concept. Doorgaan (J/N): " WITH NO ADVANCING
           ACCEPT BevestigingInput
           IF BevestigingInput NOT EQUALS "J" AND BevestigingInput NOT EQUALS "j"
               DISPLAY "Niet overgenomen."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO AantalOvergenomen
           MOVE ZERO TO EOFTarievenVlag
           OPEN INPUT ConceptBestand
           OPEN OUTPUT SeizoenstarievenBestand
           READ ConceptBestand
               AT END
                   SET EOFTarieven TO TRUE
           END-READ
           PERFORM UNTIL EOFTarieven
               WRITE Seizoenstariefrecord FROM Conceptrecord
               ADD 1 TO AantalOvergenomen
               READ ConceptBestand
                   AT END
                       SET EOFTarieven TO TRUE
               END-READ
           END-PERFORM
           CLOSE ConceptBestand
           CLOSE SeizoenstarievenBestand
           DISPLAY AantalOvergenomen " tariefregel(s) overgenomen als live seizoenstarieven."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Seizoenstarieven
             PadDir-SeizoenstarievenConcept
           .
