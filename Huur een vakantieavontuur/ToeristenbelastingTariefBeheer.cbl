       IDENTIFICATION DIVISION.
       PROGRAM-ID. ToeristenbelastingTariefBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Tarieven per gemeente en jaar en de koppeling park-gemeente,
       *> gelezen door TonenToeristenBelasting
       SELECT ToeristenbelastingTarievenBestand
           ASSIGN TO Pad-ToeristenbelastingTarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParkGemeentenBestand
           ASSIGN TO Pad-ParkGemeenten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ToeristenbelastingTarievenBestand.
       01 ToeristenbelastingTariefrecord.
       COPY ToeristenbelastingTarief REPLACING ==(pf)== BY ==FS-TT==.
       FD ParkGemeentenBestand.
       01 ParkGemeenterecord.
       COPY ParkGemeente REPLACING ==(pf)== BY ==FS-PG==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ToeristenbelastingTarieven.
         02 PadDir-ToeristenbelastingTarieven PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ToeristenbelastingTarieven.dat".
       01 Pad-ParkGemeenten.
         02 PadDir-ParkGemeenten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ParkGemeenten.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayTarief PIC 9,99.
       01 DisplayTariefKind PIC 9,99.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "TOERISTENBELASTINGTARIEVEN"
               DISPLAY "=========================="
               DISPLAY "1. Tarieven per gemeente tonen"
               DISPLAY "2. Tariefregel toevoegen"
               DISPLAY "3. Parken en gemeenten tonen"
               DISPLAY "4. Park aan gemeente koppelen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonTarieven
                   WHEN 2
                       PERFORM VoegTariefToe
                   WHEN 3
                       PERFORM ToonParkGemeenten
                   WHEN 4
                       PERFORM KoppelParkAanGemeente
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonTarieven.
           DISPLAY SPACE
           MOVE ZERO TO EOFVlag
           OPEN INPUT ToeristenbelastingTarievenBestand
           IF IO-OK
               READ ToeristenbelastingTarievenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   COMPUTE BedragCenten = FS-TT-TariefVolwassen * 100
                   MOVE BedragCenten TO DisplayTarief
                   COMPUTE BedragCenten = FS-TT-TariefKind * 100
                   MOVE BedragCenten TO DisplayTariefKind
                   DISPLAY "Gemeente " FS-TT-Gemeentecode
                     " | " FS-TT-Jaar
                     " | volwassen " DisplayTarief
                     " | kind " DisplayTariefKind
                     " (" FS-TT-VrijTotLeeftijd " t/m "
                     FS-TT-KindTotLeeftijd " jaar excl.)"
                     " | week " FS-TT-SeizoenVanWeek
                     " t/m " FS-TT-SeizoenTotWeek
                   READ ToeristenbelastingTarievenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ToeristenbelastingTarievenBestand
           ELSE
               DISPLAY "Er zijn nog geen tarieven vastgelegd; de vaste "
                 "tarieven gelden. IO-Status: " IOStatus
           END-IF
           .

       VoegTariefToe.
           OPEN EXTEND ToeristenbelastingTarievenBestand
           IF IOStatus = 00 OR 05
               DISPLAY SPACE
               DISPLAY "Gemeentecode: " WITH NO ADVANCING
               ACCEPT FS-TT-Gemeentecode
               DISPLAY "Jaar: " WITH NO ADVANCING
               ACCEPT FS-TT-Jaar
               DISPLAY "Vrijgesteld tot leeftijd (bijv. 06): "
                 WITH NO ADVANCING
               ACCEPT FS-TT-VrijTotLeeftijd
               DISPLAY "Kindtarief tot leeftijd (bijv. 18): "
                 WITH NO ADVANCING
               ACCEPT FS-TT-KindTotLeeftijd
               DISPLAY "Tarief kind per nacht (bijv. 100 voor 1,00): "
                 WITH NO ADVANCING
               ACCEPT FS-TT-TariefKind
               DISPLAY "Tarief volwassene per nacht "
                 "(bijv. 150 voor 1,50): " WITH NO ADVANCING
               ACCEPT FS-TT-TariefVolwassen
               DISPLAY "Seizoen van weeknummer: " WITH NO ADVANCING
               ACCEPT FS-TT-SeizoenVanWeek
               DISPLAY "Seizoen t/m weeknummer: " WITH NO ADVANCING
               ACCEPT FS-TT-SeizoenTotWeek
               WRITE ToeristenbelastingTariefrecord
               CLOSE ToeristenbelastingTarievenBestand
               DISPLAY "Tariefregel opgeslagen."
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "ToeristenbelastingTarieven.dat: " IOStatus
           END-IF
           .

       ToonParkGemeenten.
           DISPLAY SPACE
           MOVE ZERO TO EOFVlag
           OPEN INPUT ParkGemeentenBestand
           IF IO-OK
               READ ParkGemeentenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   DISPLAY "Park " FS-PG-Parkcode
                     " | gemeente " FS-PG-Gemeentecode
                     " " FS-PG-Gemeentenaam
                   READ ParkGemeentenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParkGemeentenBestand
           ELSE
               DISPLAY "Er zijn nog geen parken gekoppeld. IO-Status: "
                 IOStatus
           END-IF
           .

       KoppelParkAanGemeente.
           OPEN EXTEND ParkGemeentenBestand
           IF IOStatus = 00 OR 05
               DISPLAY SPACE
               DISPLAY "Parkcode (bijv. 01): " WITH NO ADVANCING
               ACCEPT FS-PG-Parkcode
               DISPLAY "Gemeentecode: " WITH NO ADVANCING
               ACCEPT FS-PG-Gemeentecode
               DISPLAY "Naam gemeente: " WITH NO ADVANCING
               ACCEPT FS-PG-Gemeentenaam
               WRITE ParkGemeenterecord
               CLOSE ParkGemeentenBestand
               DISPLAY "Koppeling opgeslagen."
           ELSE
               DISPLAY ">>> Fout bij het openen van ParkGemeenten.dat: "
                 IOStatus
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ToeristenbelastingTarieven
             PadDir-ParkGemeenten
           .
