       IDENTIFICATION DIVISION.
       PROGRAM-ID. SchrijfAnnulering.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Annuleringsregister: elke annulering met reden en gederfde
       *> omzet, voor de annuleringsanalyse
       SELECT AnnuleringenBestand ASSIGN TO Pad-Annuleringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Tarieventabel (onderhouden door 12--TariefBeheer)
       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AnnuleringenBestand.
       COPY FlexAnnulering REPLACING ==(pf)== BY ==AF==.
       FD WoningenBestand.
       COPY Woning REPLACING ==(pf)== BY ==WOF==.
       FD TarievenBestand.
       COPY Tarief REPLACING ==(pf)== BY ==TF==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Annuleringen.
         02 PadDir-Annuleringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Annuleringen.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Woningen.dat".
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Tarieven.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> Vaste terugvalprijzen, gelijk aan 09--MaandFacturatie
       78 PrijsStandaard VALUE 15.
       78 PrijsLuxe VALUE 25.
       01 GevondenDagPrijs PIC 9(3)V99 VALUE ZERO.
       01 BesteGeldigVanaf PIC 9(8) VALUE ZERO.
       01 DagVanDeWeek PIC 9 VALUE ZERO.
       01 ZoekVestiging PIC XX VALUE SPACES.

       LINKAGE SECTION.
       COPY FlexAnnulering REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-Annulering.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           IF (LS-DatumAnnulering EQUALS ZERO)
               MOVE FUNCTION CURRENT-DATE (1:8) TO LS-DatumAnnulering
           END-IF
           IF (LS-Vestiging EQUALS SPACES)
               MOVE "01" TO LS-Vestiging
           END-IF
           IF (LS-AantalPlaatsen EQUALS ZERO)
               MOVE 1 TO LS-AantalPlaatsen
           END-IF
           IF (LS-Doorverkocht EQUALS SPACE)
               MOVE "N" TO LS-Doorverkocht
           END-IF
           *> Bij een boeking ligt het werkplektype vast in Woningen.dat
           IF (LS-SoortBoeking AND LS-Type EQUALS SPACE)
               PERFORM ZoekWerkplekType
           END-IF
           IF NOT (LS-Type EQUALS "L" OR LS-Type EQUALS "V")
               MOVE "S" TO LS-Type
           END-IF
           *> Vergaderboekingen leveren hun bedrag zelf aan; voor
           *> werkplekken rekenen we het hier uit
           IF NOT (LS-SoortVergadering)
               PERFORM BepaalGederfdeOmzet
           END-IF
           OPEN EXTEND AnnuleringenBestand
           IF (IOStatus EQUALS 00 OR 05)
               WRITE AF-Annulering FROM LS-Annulering
               CLOSE AnnuleringenBestand
           ELSE
               DISPLAY "Er is iets mis gegaan bij het annuleringsregister. IO-Status: " IOStatus
           END-IF
           EXIT PROGRAM.

       ZoekWerkplekType.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT WoningenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE WOF-Vestiging TO ZoekVestiging
               IF (ZoekVestiging EQUALS SPACES)
                   MOVE "01" TO ZoekVestiging
               END-IF
               IF (WOF-Huisnummer EQUALS LS-Huisnummer)
                 AND (ZoekVestiging EQUALS LS-Vestiging)
                   MOVE WOF-Type TO LS-Type
                   SET EndOfData TO TRUE
               ELSE
                   READ WoningenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningenBestand
           .

       BepaalGederfdeOmzet.
           *> Dagprijs die op de geannuleerde datum gold (weekendtarief op
           *> zaterdag en zondag), een half dagdeel telt voor de helft
           IF (LS-Type EQUALS "L")
               MOVE PrijsLuxe TO GevondenDagPrijs
           ELSE
               MOVE PrijsStandaard TO GevondenDagPrijs
           END-IF
           COMPUTE DagVanDeWeek = FUNCTION MOD (FUNCTION INTEGER-OF-DATE (LS-Datum) - 1, 7) + 1
           MOVE ZERO TO BesteGeldigVanaf
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT TarievenBestand
           IF (IO-OK)
               READ TarievenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (TF-Type EQUALS LS-Type)
                     AND (TF-GeldigVanaf <= LS-Datum)
                     AND (TF-GeldigVanaf >= BesteGeldigVanaf)
                       MOVE TF-GeldigVanaf TO BesteGeldigVanaf
                       IF (DagVanDeWeek >= 6)
                           MOVE TF-PrijsWeekend TO GevondenDagPrijs
                       ELSE
                           MOVE TF-PrijsWeek TO GevondenDagPrijs
                       END-IF
                   END-IF
                   READ TarievenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TarievenBestand
           END-IF
           IF (LS-Dagdeel EQUALS "O" OR LS-Dagdeel EQUALS "M")
               COMPUTE LS-Bedrag ROUNDED = GevondenDagPrijs * LS-AantalPlaatsen / 2
           ELSE
               COMPUTE LS-Bedrag ROUNDED = GevondenDagPrijs * LS-AantalPlaatsen
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Annuleringen
             PadDir-Woningen
             PadDir-Tarieven
           .
