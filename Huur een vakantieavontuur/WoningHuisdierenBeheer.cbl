       IDENTIFICATION DIVISION.
       PROGRAM-ID. WoningHuisdierenBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> De huisdierenvlag per woning; de boekingsprogramma's weigeren
       *> huisdieren in een woning zonder deze vlag
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenWerk
           ASSIGN TO Pad-WoningenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 WoningHuisdieren PIC X VALUE SPACE.
           88 WoningHuisdierenToegestaan VALUE "J".
       FD WoningenWerk.
       01 WoningWerkrecord.
         03 WW-Woningnummer PIC 99 VALUE ZERO.
         03 WW-Woningtype PIC X VALUE "S".
         03 WW-Eigenaar PIC X(4) VALUE SPACES.
         03 WW-Parkcode PIC XX VALUE SPACES.
         03 WW-Huisdieren PIC X VALUE SPACE.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-WoningenWerk.
         02 PadDir-WoningenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WoningenWerk.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 WoningnummerInput PIC 99 VALUE ZERO.
       01 ParkcodeInput PIC XX VALUE SPACES.
       01 GelezenParkcode PIC XX VALUE "01".
       01 HuisdierenInput PIC X VALUE "N".
         88 HuisdierenJa VALUE "J" "j".
       01 GevondenVlag PIC 9 VALUE 0.
         88 WoningGevonden VALUE 1.
         88 WoningNietGevonden VALUE 0.
       01 HuisdierenTekst PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "HUISDIEREN PER WONING"
               DISPLAY "====================="
               DISPLAY "1. Woningen met huisdierenvlag tonen"
               DISPLAY "2. Huisdierenvlag van een woning wijzigen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonWoningen
                   WHEN 2
                       PERFORM WijzigHuisdierenVlag
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonWoningen.
           DISPLAY SPACE
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Woningen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF WoningParkcode = SPACES
                   MOVE "01" TO GelezenParkcode
               ELSE
                   MOVE WoningParkcode TO GelezenParkcode
               END-IF
               IF WoningHuisdierenToegestaan
                   MOVE "toegestaan" TO HuisdierenTekst
               ELSE
                   MOVE "niet toegestaan" TO HuisdierenTekst
               END-IF
               DISPLAY "Park " GelezenParkcode " | woning "
                 Woningnummer " | type " Woningtype
                 " | huisdieren " HuisdierenTekst
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       WijzigHuisdierenVlag.
           DISPLAY SPACE
           DISPLAY "Parkcode (leeg = 01, hoofdpark): " WITH NO ADVANCING
           ACCEPT ParkcodeInput
           IF ParkcodeInput = SPACES
               MOVE "01" TO ParkcodeInput
           END-IF
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT WoningnummerInput
           DISPLAY "Huisdieren toegestaan? (J/N): " WITH NO ADVANCING
           ACCEPT HuisdierenInput
           SET WoningNietGevonden TO TRUE
           *> De gewijzigde woning gaat via het werkbestand terug
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Woningen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WoningenWerk
           READ WoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Woningnummer TO WW-Woningnummer
               MOVE Woningtype TO WW-Woningtype
               MOVE WoningEigenaar TO WW-Eigenaar
               MOVE WoningParkcode TO WW-Parkcode
               MOVE WoningHuisdieren TO WW-Huisdieren
               IF WoningParkcode = SPACES
                   MOVE "01" TO GelezenParkcode
               ELSE
                   MOVE WoningParkcode TO GelezenParkcode
               END-IF
               IF Woningnummer = WoningnummerInput
                 AND GelezenParkcode = ParkcodeInput
                   SET WoningGevonden TO TRUE
                   IF HuisdierenJa
                       MOVE "J" TO WW-Huisdieren
                   ELSE
                       MOVE "N" TO WW-Huisdieren
                   END-IF
               END-IF
               WRITE WoningWerkrecord
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand, WoningenWerk
           IF WoningNietGevonden
               DISPLAY "Woning " WoningnummerInput " in park "
                 ParkcodeInput " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           DISPLAY "Huisdierenvlag van woning " WoningnummerInput
             " in park " ParkcodeInput " bijgewerkt."
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe woningenbestand
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenWerk
           OPEN OUTPUT WoningenBestand
           READ WoningenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE WW-Woningnummer TO Woningnummer
               MOVE WW-Woningtype TO Woningtype
               MOVE WW-Eigenaar TO WoningEigenaar
               MOVE WW-Parkcode TO WoningParkcode
               MOVE WW-Huisdieren TO WoningHuisdieren
               WRITE Woningrecord
               READ WoningenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenWerk, WoningenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Woningen
             PadDir-WoningenWerk
           .
