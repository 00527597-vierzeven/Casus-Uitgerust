           ASSIGN TO Pad-PrijsActies
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Bezettingstoeslag (onderhouden door BezettingsToeslagBeheer):
       *> drempels op de bezetting uit het bezettingsaggregaat
       SELECT BezettingsToeslagenBestand
           ASSIGN TO Pad-BezettingsToeslagen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AggregaatBestand ASSIGN TO Pad-Aggregaat
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SeizoenstarievenBestand.
       FD PrijsActiesBestand.
       01 Prijsactierecord.
       COPY PrijsActie REPLACING ==(pf)== BY ==FS-PA==.
       FD BezettingsToeslagenBestand.
       01 BezettingsToeslagrecord.
       COPY BezettingsToeslag REPLACING ==(pf)== BY ==FS-BT==.
       FD AggregaatBestand.
       01 Aggregaatrecord.
       COPY BezettingAggregaat REPLACING ==(pf)== BY ==FS-AG==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Seizoenstarieven.
         02 PadDir-Seizoenstarieven PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 PadNaam-Seizoenstarieven PIC X(81)
             VALUE "Seizoenstarieven.dat".
       01 Pad-PrijsActies.
         02 PadDir-PrijsActies PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PrijsActies.dat".
       01 Pad-BezettingsToeslagen.
         02 PadDir-BezettingsToeslagen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BezettingsToeslagen.dat".
       01 Pad-Aggregaat.
         02 PadDir-Aggregaat PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BezettingAggregaat.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFTarievenVlag PIC 9 VALUE 0.
         88 EOFTarieven VALUE 1.
         88 NotEOFTarieven VALUE 0.
       01 BesteActiePercentage PIC 99 VALUE ZERO.
       *> Bezettingstoeslag: bezetting van het woningtype in het park
       01 GevraagdePark PIC XX VALUE "01".
       01 RecordPark PIC XX VALUE "01".
       01 WoningVanTypeTabel.
         02 WoningVanTypeVlag PIC 9 OCCURS 99 TIMES.
       01 WoningenVanType PIC 99 VALUE ZERO.
       01 BezetteWoningen PIC 99 VALUE ZERO.
       01 Bezettingsgraad PIC 999 VALUE ZERO.

       *> Basisweekprijs uit de woningtypestam
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.

       LINKAGE SECTION.
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==LS==.
                                LS-R-ParametersBepaalWeekprijs.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           *> Zonder seizoenstarief geldt de basisweekprijs van het
           *> woningtype (voor S en L de vaste prijzen van voor de
           *> seizoenstarieven)
           MOVE LS-C-Woningtype TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           MOVE WT-R-Basisweekprijs TO LS-R-Weekprijs
           *> Een concepttarief (tariefsimulatie) vervangt alleen het
           *> tariefbestand; prijsacties en toeslag blijven gelijk
           IF LS-C-Tariefbestand EQUALS SPACES
             OR LS-C-Tariefbestand EQUALS LOW-VALUES
               MOVE "Seizoenstarieven.dat" TO PadNaam-Seizoenstarieven
           ELSE
               MOVE LS-C-Tariefbestand TO PadNaam-Seizoenstarieven
           END-IF
           MOVE ZERO TO EOFTarievenVlag
           OPEN INPUT SeizoenstarievenBestand
               END-PERFORM
               CLOSE SeizoenstarievenBestand
           END-IF
           PERFORM PasBezettingsToeslagToe
           PERFORM PasPrijsActiesToe
           EXIT PROGRAM.

           END-IF
           .

       PasBezettingsToeslagToe.
           *> Loopt de bezetting van het woningtype in het park voor deze
           *> week boven een drempel uit, dan geldt het percentage van
           *> de hoogste overschreden drempel als toeslag over het
           *> seizoenstarief. De toeslag gaat apart terug (niet in de
           *> weekprijs) en staat los van de prijsacties. Aanroepers
           *> zonder jaar krijgen geen toeslag.
           MOVE ZERO TO LS-R-BezettingsToeslag
           MOVE ZERO TO LS-R-ToeslagPercentage
           IF LS-C-Jaar IS NOT NUMERIC
             OR LS-C-Jaar EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalBezettingsgraad
           IF WoningenVanType EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFTarievenVlag
           OPEN INPUT BezettingsToeslagenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BezettingsToeslagenBestand
               AT END
                   SET EOFTarieven TO TRUE
           END-READ
           PERFORM UNTIL EOFTarieven
               IF Bezettingsgraad > FS-BT-Drempel
                 AND FS-BT-Percentage > LS-R-ToeslagPercentage
                   MOVE FS-BT-Percentage TO LS-R-ToeslagPercentage
               END-IF
               READ BezettingsToeslagenBestand
                   AT END
                       SET EOFTarieven TO TRUE
               END-READ
           END-PERFORM
           CLOSE BezettingsToeslagenBestand
           IF LS-R-ToeslagPercentage > ZERO
               COMPUTE LS-R-BezettingsToeslag ROUNDED =
                 LS-R-Weekprijs * LS-R-ToeslagPercentage / 100
           END-IF
           .

       BepaalBezettingsgraad.
           *> Percentage van de woningen van dit type in dit park dat in
           *> het bezettingsaggregaat voor deze week bezet staat
           IF LS-C-Parkcode EQUALS SPACES
               MOVE "01" TO GevraagdePark
           ELSE
               MOVE LS-C-Parkcode TO GevraagdePark
           END-IF
           INITIALIZE WoningVanTypeTabel
           MOVE ZERO TO WoningenVanType
           MOVE ZERO TO BezetteWoningen
           MOVE ZERO TO Bezettingsgraad
           MOVE ZERO TO EOFTarievenVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFTarieven TO TRUE
           END-READ
           PERFORM UNTIL EOFTarieven
               IF WoningParkcode EQUALS SPACES
                   MOVE "01" TO RecordPark
               ELSE
                   MOVE WoningParkcode TO RecordPark
               END-IF
               IF Woningtype EQUALS LS-C-Woningtype
                 AND RecordPark EQUALS GevraagdePark
                 AND Woningnummer > ZERO
                 AND WoningVanTypeVlag (Woningnummer) EQUALS ZERO
                   MOVE 1 TO WoningVanTypeVlag (Woningnummer)
                   ADD 1 TO WoningenVanType
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFTarieven TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           IF WoningenVanType EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFTarievenVlag
           OPEN INPUT AggregaatBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AggregaatBestand
               AT END
                   SET EOFTarieven TO TRUE
           END-READ
           PERFORM UNTIL EOFTarieven
               IF FS-AG-Parkcode EQUALS SPACES
                   MOVE "01" TO RecordPark
               ELSE
                   MOVE FS-AG-Parkcode TO RecordPark
               END-IF
               IF FS-AG-Jaar EQUALS LS-C-Jaar
                 AND FS-AG-Weeknummer EQUALS LS-C-Weeknummer
                 AND RecordPark EQUALS GevraagdePark
                 AND FS-AG-AantalBezet > ZERO
                 AND FS-AG-Woningnummer > ZERO
                 AND WoningVanTypeVlag (FS-AG-Woningnummer) EQUALS 1
                   ADD 1 TO BezetteWoningen
               END-IF
               READ AggregaatBestand
                   AT END
                       SET EOFTarieven TO TRUE
               END-READ
           END-PERFORM
           CLOSE AggregaatBestand
           COMPUTE Bezettingsgraad =
             BezetteWoningen * 100 / WoningenVanType
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Seizoenstarieven
             PadDir-PrijsActies
             PadDir-BezettingsToeslagen
             PadDir-Aggregaat
             PadDir-Woningen
           .
