       IDENTIFICATION DIVISION.
       PROGRAM-ID. OngewensteGastenBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Register ongewenste gasten: na overlast, schade of onbetaalde
       *> vorderingen besluit de beheerder een gast niet meer toe te
       *> laten (blokkeren) of alleen te waarschuwen. De boekings-
       *> programma's toetsen via ControleerOngewensteGast. Een
       *> registratie wordt niet verwijderd maar ingetrokken
       SELECT OngewensteGastenBestand
           ASSIGN TO Pad-OngewensteGasten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT OngewensteGastenWerk
           ASSIGN TO Pad-OngewensteGastenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT AanmeldingBestand ASSIGN TO Pad-AangemeldeOperator
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OngewensteGastenBestand.
       01 OngewensteGastrecord.
       COPY OngewensteGast REPLACING ==(pf)== BY ==FS-OG==.
       FD OngewensteGastenWerk.
       01 OngewensteGastWerkrecord.
       COPY OngewensteGast REPLACING ==(pf)== BY ==FS-OW==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-OngewensteGasten.
         02 PadDir-OngewensteGasten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OngewensteGasten.dat".
       01 Pad-OngewensteGastenWerk.
         02 PadDir-OngewensteGastenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OngewensteGastenWerk.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-AangemeldeOperator.
         02 PadDir-AangemeldeOperator PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AangemeldeOperator.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 HuidigeOperator PIC X(8) VALUE SPACES.
       *> Nieuwe registratie
       01 NieuweRegistratie.
       COPY OngewensteGast REPLACING ==(pf)== BY ==NR==.
       01 HoogsteRegistratienummer PIC 9(5) VALUE ZERO.
       01 KlantGevondenVlag PIC 9 VALUE ZERO.
         88 KlantGevonden VALUE 1.
         88 KlantNietGevonden VALUE 0.
       *> Intrekken
       01 GezochtRegistratienummer PIC 9(5) VALUE ZERO.
       01 RegistratieGevondenVlag PIC 9 VALUE ZERO.
         88 RegistratieGevonden VALUE 1.
         88 RegistratieNietGevonden VALUE 0.
       01 ToonMaatregel PIC X(12) VALUE SPACES.
       01 AantalGetoond PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "REGISTER ONGEWENSTE GASTEN"
               DISPLAY "=========================="
               DISPLAY "1. Gast opnemen in het register"
               DISPLAY "2. Actieve registraties tonen"
               DISPLAY "3. Registratie intrekken"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM NeemGastOp
                   WHEN 2
                       PERFORM ToonRegister
                   WHEN 3
                       PERFORM TrekRegistratieIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           EXIT PROGRAM.

       NeemGastOp.
           MOVE SPACES TO NieuweRegistratie
           MOVE ZERO TO NR-Klantnummer
           MOVE ZERO TO NR-Geboortedatum
           DISPLAY SPACE
           DISPLAY "Klantnummer (0 = geen klant, gegevens zelf "
             "invoeren): " WITH NO ADVANCING
           ACCEPT NR-Klantnummer
           SET KlantNietGevonden TO TRUE
           IF NR-Klantnummer > ZERO
               OPEN INPUT KlantenBestand
               MOVE NR-Klantnummer TO FS-K-Klantnummer
               READ KlantenBestand KEY IS FS-K-Klantnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KlantGevonden TO TRUE
                       MOVE FS-K-Naam TO NR-Naam
                       MOVE FS-K-Geboortedatum TO NR-Geboortedatum
                       MOVE FS-K-Postcode TO NR-Postcode
               END-READ
               CLOSE KlantenBestand
               IF KlantNietGevonden
                   DISPLAY "Dit klantnummer komt niet voor in het "
                     "klantenbestand."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Klant: " FUNCTION TRIM (FS-K-Voornaam) " "
                 FUNCTION TRIM (FS-K-Naam) ", geboren "
                 NR-Geboortedatum ", postcode " NR-Postcode
           ELSE
               DISPLAY "Achternaam: " WITH NO ADVANCING
               ACCEPT NR-Naam
               DISPLAY "Geboortedatum (yyyymmdd): " WITH NO ADVANCING
               ACCEPT NR-Geboortedatum
               DISPLAY "Postcode: " WITH NO ADVANCING
               ACCEPT NR-Postcode
               IF NR-Naam = SPACES
                 OR NR-Geboortedatum = ZERO
                   DISPLAY "Naam en geboortedatum zijn verplicht; er "
                     "is niets opgenomen."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Reden (overlast, schade, onbetaald, ...): "
             WITH NO ADVANCING
           ACCEPT NR-Reden
           IF NR-Reden = SPACES
               DISPLAY "Een reden is verplicht; er is niets "
                 "opgenomen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Maatregel (B = blokkeren, W = waarschuwen): "
             WITH NO ADVANCING
           ACCEPT NR-Maatregel
           IF NR-Maatregel = "b"
               MOVE "B" TO NR-Maatregel
           END-IF
           IF NR-Maatregel = "w"
               MOVE "W" TO NR-Maatregel
           END-IF
           IF NOT NR-MaatregelBlokkeren
             AND NOT NR-MaatregelWaarschuwen
               DISPLAY "Onbekende maatregel; er is niets opgenomen."
               EXIT PARAGRAPH
           END-IF
           PERFORM LeesAangemeldeOperator
           PERFORM BepaalVolgendRegistratienummer
           MOVE HoogsteRegistratienummer TO NR-Registratienummer
           MOVE "A" TO NR-Status
           MOVE HuidigeOperator TO NR-Operator
           MOVE DatumVandaag TO NR-DatumOpgenomen
           MOVE SPACES TO NR-DatumIngetrokken
           OPEN EXTEND OngewensteGastenBestand
           IF IOStatus = 35
               CLOSE OngewensteGastenBestand
               OPEN OUTPUT OngewensteGastenBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van "
                 "OngewensteGasten.dat: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE OngewensteGastrecord FROM NieuweRegistratie
           CLOSE OngewensteGastenBestand
           DISPLAY "Registratie " NR-Registratienummer
             " is opgenomen."
           .

       ToonRegister.
           DISPLAY SPACE
           DISPLAY "ACTIEVE REGISTRATIES"
           DISPLAY "===================="
           MOVE ZERO TO AantalGetoond
           MOVE ZERO TO EOFVlag
           OPEN INPUT OngewensteGastenBestand
           IF NOT IO-OK
               DISPLAY "Het register is nog leeg."
               EXIT PARAGRAPH
           END-IF
           READ OngewensteGastenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-OG-StatusActief
                   ADD 1 TO AantalGetoond
                   IF FS-OG-MaatregelBlokkeren
                       MOVE "GEBLOKKEERD" TO ToonMaatregel
                   ELSE
                       MOVE "WAARSCHUWEN" TO ToonMaatregel
                   END-IF
                   DISPLAY FS-OG-Registratienummer " | klant "
                     FS-OG-Klantnummer " | " FS-OG-Naam " | "
                     FS-OG-Geboortedatum " | " FS-OG-Postcode " | "
                     ToonMaatregel
                   DISPLAY "      " FUNCTION TRIM (FS-OG-Reden)
                     " (opgenomen " FS-OG-DatumOpgenomen " door "
                     FUNCTION TRIM (FS-OG-Operator) ")"
               END-IF
               READ OngewensteGastenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OngewensteGastenBestand
           IF AantalGetoond = ZERO
               DISPLAY "Er zijn geen actieve registraties."
           END-IF
           .

       TrekRegistratieIn.
           DISPLAY SPACE
           DISPLAY "Registratienummer: " WITH NO ADVANCING
           ACCEPT GezochtRegistratienummer
           SET RegistratieNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT OngewensteGastenBestand
           IF NOT IO-OK
               DISPLAY "Het register is nog leeg."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OngewensteGastenWerk
           READ OngewensteGastenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-OG-Registratienummer = GezochtRegistratienummer
                 AND FS-OG-StatusActief
                   SET RegistratieGevonden TO TRUE
                   MOVE "I" TO FS-OG-Status
                   MOVE DatumVandaag TO FS-OG-DatumIngetrokken
               END-IF
               WRITE OngewensteGastWerkrecord
                 FROM OngewensteGastrecord
               READ OngewensteGastenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OngewensteGastenBestand
           CLOSE OngewensteGastenWerk
           IF RegistratieNietGevonden
               DISPLAY "Geen actieve registratie met dit nummer."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           DISPLAY "Registratie " GezochtRegistratienummer
             " is ingetrokken."
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe register
           MOVE ZERO TO EOFVlag
           OPEN INPUT OngewensteGastenWerk
           OPEN OUTPUT OngewensteGastenBestand
           READ OngewensteGastenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE OngewensteGastrecord
                 FROM OngewensteGastWerkrecord
               READ OngewensteGastenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OngewensteGastenWerk
           CLOSE OngewensteGastenBestand
           .

       BepaalVolgendRegistratienummer.
           MOVE ZERO TO HoogsteRegistratienummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT OngewensteGastenBestand
           IF IO-OK
               READ OngewensteGastenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-OG-Registratienummer
                     > HoogsteRegistratienummer
                       MOVE FS-OG-Registratienummer
                         TO HoogsteRegistratienummer
                   END-IF
                   READ OngewensteGastenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OngewensteGastenBestand
           END-IF
           ADD 1 TO HoogsteRegistratienummer
           .

       LeesAangemeldeOperator.
           MOVE SPACES TO HuidigeOperator
           OPEN INPUT AanmeldingBestand
           IF IO-OK
               READ AanmeldingBestand
                   NOT AT END
                       MOVE AangemeldeOperator TO HuidigeOperator
               END-READ
               CLOSE AanmeldingBestand
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-OngewensteGasten
             PadDir-OngewensteGastenWerk
             PadDir-Klanten
             PadDir-AangemeldeOperator
           .
