       IDENTIFICATION DIVISION.
       PROGRAM-ID. BepaalCalamiteitenBijdrage.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Bijdrage aan het Calamiteitenfonds voor een reservering: de
      *> factuur (BepaalFactuurTotaal en FactuurExport) en de
      *> kwartaalaangifte (CalamiteitenfondsAangifte) rekenen zo met
      *> hetzelfde bedrag
       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TarievenBestand.
       01 Tariefrecord.
       COPY CalamiteitenfondsTarief REPLACING ==(pf)== BY ==FS-T==.

       WORKING-STORAGE SECTION.
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "CalamiteitenfondsTarieven.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 GeldendVanaf PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       COPY ParametersCalamiteitenBijdrage REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-C-ParametersCalamiteitenBijdrage
                                LS-R-ParametersCalamiteitenBijdrage.
       BeginProgram.
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Tarieven
           MOVE ZERO TO LS-R-Bijdrage
           *> Alleen boekingen en opties; geen eigen gebruik (E),
           *> onderhoud (O), verkoop (V), winterverhuur (W) of
           *> allotmentweken
           IF NOT (LS-C-ReserveringsType = "B" OR "T")
             OR LS-C-AllotmentContract NOT = SPACES
             OR LS-C-DatumCreatie IS NOT NUMERIC
             OR LS-C-DatumCreatie = ZERO
               EXIT PROGRAM
           END-IF
           *> Het laatste tarief dat op de aanmaakdatum al gold
           MOVE ZERO TO GeldendVanaf
           MOVE ZERO TO EOFVlag
           OPEN INPUT TarievenBestand
           IF NOT IO-OK
               EXIT PROGRAM
           END-IF
           READ TarievenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-T-IngangsDatum <= LS-C-DatumCreatie
                 AND FS-T-IngangsDatum >= GeldendVanaf
                   MOVE FS-T-IngangsDatum TO GeldendVanaf
                   MOVE FS-T-Bijdrage TO LS-R-Bijdrage
               END-IF
               READ TarievenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE TarievenBestand
           EXIT PROGRAM.
