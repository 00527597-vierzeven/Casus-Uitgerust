       IDENTIFICATION DIVISION.
       PROGRAM-ID. BezettingsToeslagBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Bezettingstoeslagen: drempels op de bezetting van een
       *> woningtype in een park, toegepast door BepaalWeekprijs als
       *> aparte toeslag bovenop het seizoenstarief
       SELECT BezettingsToeslagenBestand
           ASSIGN TO Pad-BezettingsToeslagen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BezettingsToeslagenBestand.
       01 BezettingsToeslagrecord.
       COPY BezettingsToeslag REPLACING ==(pf)== BY ==FS-BT==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-BezettingsToeslagen.
         02 PadDir-BezettingsToeslagen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BezettingsToeslagen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "BEZETTINGSTOESLAGEN"
               DISPLAY "==================="
               DISPLAY "1. Bezettingstoeslagen tonen"
               DISPLAY "2. Bezettingstoeslag toevoegen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonToeslagen
                   WHEN 2
                       PERFORM VoegToeslagToe
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonToeslagen.
           DISPLAY SPACE
           DISPLAY "BEZETTINGSTOESLAGEN"
           DISPLAY "==================="
           MOVE ZERO TO EOFVlag
           OPEN INPUT BezettingsToeslagenBestand
           IF IO-OK
               READ BezettingsToeslagenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   DISPLAY "Bezetting boven " FS-BT-Drempel
                     " procent | " FS-BT-Percentage
                     " procent toeslag"
                   READ BezettingsToeslagenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BezettingsToeslagenBestand
           ELSE
               DISPLAY "Er zijn nog geen bezettingstoeslagen "
                 "vastgelegd. IO-Status: " IOStatus
           END-IF
           .

       VoegToeslagToe.
           OPEN EXTEND BezettingsToeslagenBestand
           IF IOStatus = 00 OR 05
               DISPLAY SPACE
               DISPLAY "Drempel (bezetting in procent, bijv. 70): "
                 WITH NO ADVANCING
               ACCEPT FS-BT-Drempel
               DISPLAY "Toeslagpercentage (bijv. 05): "
                 WITH NO ADVANCING
               ACCEPT FS-BT-Percentage
               IF FS-BT-Percentage = ZERO
                   DISPLAY "Een toeslag van nul procent heeft geen "
                     "zin; de regel is niet opgeslagen."
                   CLOSE BezettingsToeslagenBestand
                   EXIT PARAGRAPH
               END-IF
               WRITE BezettingsToeslagrecord
               CLOSE BezettingsToeslagenBestand
               DISPLAY "Bezettingstoeslag opgeslagen."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-BezettingsToeslagen
           .
