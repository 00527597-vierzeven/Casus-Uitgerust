       SELECT SchoonmaakWerk ASSIGN TO Pad-SchoonmaakWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
      *> Indeling van de wisseldag (SchoonmaakPlanning): wie de woning
      *> schoonmaakt als er geen medewerker wordt opgegeven
       SELECT IndelingBestand ASSIGN TO Pad-SchoonmaakIndeling
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SchoonmaakBestand.
       FD SchoonmaakWerk.
       01 SchoonmaakWerkrecord.
       COPY SchoonmaakStatus REPLACING ==(pf)== BY ==FS-SW==.
       FD IndelingBestand.
       01 Indelingrecord.
       COPY SchoonmaakIndeling REPLACING ==(pf)== BY ==FS-I==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-SchoonmaakWerk.
         02 PadDir-SchoonmaakWerk PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakWerk.dat".
       01 Pad-SchoonmaakIndeling.
         02 PadDir-SchoonmaakIndeling PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakIndeling.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
       01 InvoerWoningnummer PIC 99 VALUE ZERO.
       01 InvoerDatum PIC 9(8) VALUE ZERO.
       01 InvoerStatus PIC X VALUE SPACE.
       01 InvoerSchoonmaker PIC X(4) VALUE SPACES.
       01 StatusGevondenVlag PIC 9 VALUE ZERO.
         88 StatusGevonden VALUE 1.
         88 StatusNietGevonden VALUE 0.
               DISPLAY "Onbekende status; er is niets gewijzigd."
               EXIT PARAGRAPH
           END-IF
           *> Wie schoonmaakt: opgegeven, of anders volgens de indeling
           *> van de wisseldag
           MOVE SPACES TO InvoerSchoonmaker
           IF InvoerStatus EQUALS "B" OR InvoerStatus EQUALS "S"
               DISPLAY "Medewerker (code, leeg = volgens indeling): " WITH NO ADVANCING
               ACCEPT InvoerSchoonmaker
               MOVE FUNCTION UPPER-CASE (InvoerSchoonmaker) TO InvoerSchoonmaker
               IF InvoerSchoonmaker EQUALS SPACES
                   PERFORM ZoekIngedeeldeSchoonmaker
               END-IF
           END-IF
           *> Bestaande regel bijwerken of een nieuwe toevoegen
           SET StatusNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
               MOVE InvoerWoningnummer TO FS-S-Woningnummer
               MOVE InvoerDatum TO FS-S-Wisseldatum
               MOVE InvoerStatus TO FS-S-Status
               MOVE InvoerSchoonmaker TO FS-S-SchoonmakerCode
               WRITE Schoonmaakrecord
               CLOSE SchoonmaakBestand
               DISPLAY "Status vastgelegd."
                 AND FS-S-Wisseldatum EQUALS InvoerDatum
                   SET StatusGevonden TO TRUE
                   MOVE InvoerStatus TO FS-S-Status
                   IF InvoerSchoonmaker NOT EQUALS SPACES
                       MOVE InvoerSchoonmaker TO FS-S-SchoonmakerCode
                   END-IF
               END-IF
               WRITE SchoonmaakWerkrecord FROM Schoonmaakrecord
               READ SchoonmaakBestand
               MOVE InvoerWoningnummer TO FS-SW-Woningnummer
               MOVE InvoerDatum TO FS-SW-Wisseldatum
               MOVE InvoerStatus TO FS-SW-Status
               MOVE InvoerSchoonmaker TO FS-SW-SchoonmakerCode
               WRITE SchoonmaakWerkrecord
           END-IF
           CLOSE SchoonmaakBestand, SchoonmaakWerk
               IF FS-S-Wisseldatum EQUALS InvoerDatum
                 AND (FS-S-StatusVuil OR FS-S-StatusBezig)
                   ADD 1 TO AantalOpenstaand
                   DISPLAY "Woning " FS-S-Woningnummer " | status " FS-S-Status " | medewerker " FS-S-SchoonmakerCode
               END-IF
               READ SchoonmaakBestand
                   AT END
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-S-Wisseldatum EQUALS InvoerDatum
                   DISPLAY "Woning " FS-S-Woningnummer " | status " FS-S-Status " | medewerker " FS-S-SchoonmakerCode
               END-IF
               READ SchoonmaakBestand
                   AT END
           CLOSE SchoonmaakBestand
           .

       ZoekIngedeeldeSchoonmaker.
           MOVE ZERO TO EOFVlag
           OPEN INPUT IndelingBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ IndelingBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-I-Woningnummer EQUALS InvoerWoningnummer
                 AND FS-I-Wisseldatum EQUALS InvoerDatum
                   MOVE FS-I-SchoonmakerCode TO InvoerSchoonmaker
                   SET EOFBereikt TO TRUE
               ELSE
                   READ IndelingBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE IndelingBestand
           IF InvoerSchoonmaker NOT EQUALS SPACES
               DISPLAY "Volgens de indeling: " InvoerSchoonmaker "."
           END-IF
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe statusbestand
           MOVE ZERO TO EOFVlag
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-SchoonmaakStatus
             PadDir-SchoonmaakWerk
             PadDir-SchoonmaakIndeling
           .
