       IDENTIFICATION DIVISION.
       PROGRAM-ID. BoekingsTempo.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Boekingstempo (pickup) tegen vorig jaar: per week van het
       *> komende seizoen (week 18 t/m 37), per park en woningtype, het
       *> aantal geboekte woningweken zoals het vandaag staat en zoals
       *> het op dezelfde dag vorig jaar stond, met het verschil. De
       *> stand van vorig jaar wordt teruggerekend met DatumCreatie en
       *> DatumAnnulering, over de reserveringen en het archief.
       *> Daarnaast het aantal boekingen dat de laatste 7 en 28 dagen
       *> is bijgekomen, ook tegen dezelfde periode vorig jaar
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-R-Reserveringsnummer
           ALTERNATE KEY IS FS-R-Woningnummer
           WITH DUPLICATES
           ALTERNATE KEY IS FS-R-Klantnummer
           WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT ReserveringenArchiefBestand
           ASSIGN TO Pad-ReserveringenArchief
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand
           ASSIGN TO Pad-BoekingsTempo
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD ReserveringenArchiefBestand.
       01 Reserveringsarchiefregel.
       COPY Reservering REPLACING ==(pf)== BY ==FS-AR==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-ReserveringenArchief.
         02 PadDir-ReserveringenArchief PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenArchief.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-BoekingsTempo.
         02 PadDir-BoekingsTempo PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BoekingsTempo.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       *> Peildata: vandaag en dezelfde dag vorig jaar
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 DatumVandaagX REDEFINES DatumVandaag PIC X(8).
       01 DatumVorigJaar PIC 9(8) VALUE ZERO.
       01 DatumVorigJaarX REDEFINES DatumVorigJaar PIC X(8).
       01 INT-Vandaag PIC 9(8) COMP.
       01 INT-VorigJaar PIC 9(8) COMP.
       01 INT-Creatie PIC 9(8) COMP.
       01 DagenGeleden PIC S9(7) VALUE ZERO.
       01 SeizoensJaar PIC 9(4) VALUE ZERO.
       01 VorigSeizoensJaar PIC 9(4) VALUE ZERO.
       *> Het seizoen zoals ToevoegenReservering het hanteert
       78 EersteSeizoensweek VALUE 18.
       78 LaatsteSeizoensweek VALUE 37.
       *> De reservering die beoordeeld wordt (uit het bestand of uit
       *> het archief)
       01 Beoordeeld.
       COPY Reservering REPLACING ==(pf)== BY ==BR==.
       *> Woningen met park en type
       01 WoningTabel.
         02 WoningRegel OCCURS 200 TIMES.
           03 WT-Nummer PIC 99.
           03 WT-Park PIC XX.
           03 WT-Type PIC X.
       01 AantalWoningen PIC 999 VALUE ZERO.
       01 WoningIndex PIC 999 VALUE ZERO.
       01 GelezenPark PIC XX VALUE "01".
       01 GezochtPark PIC XX VALUE "01".
       01 GezochtType PIC X VALUE SPACE.
       *> Tellingen per combinatie van park en woningtype; daarna een
       *> regel voor combinaties die niet meer in de tabel passen en
       *> een regel met het totaal over alle parken en typen
       78 MaxCombinaties VALUE 20.
       78 OverigIndex VALUE 21.
       78 TotaalIndex VALUE 22.
       01 TempoTabel.
         02 TempoRegel OCCURS 22 TIMES.
           03 TT-Park PIC XX.
           03 TT-Type PIC X.
           03 TT-Week OCCURS 20 TIMES.
             05 TT-Nu PIC 9(5).
             05 TT-VorigJaar PIC 9(5).
           03 TT-Bij7Nu PIC 9(5).
           03 TT-Bij28Nu PIC 9(5).
           03 TT-Bij7VorigJaar PIC 9(5).
           03 TT-Bij28VorigJaar PIC 9(5).
       01 AantalCombinaties PIC 99 VALUE ZERO.
       01 OverigVlag PIC 9 VALUE ZERO.
         88 OverigGebruikt VALUE 1.
       01 CombinatieIndex PIC 99 VALUE ZERO.
       01 WeekIndex PIC 99 VALUE ZERO.
       01 WeekTeller PIC 99 VALUE ZERO.
       01 LaatsteWeek PIC 99 VALUE ZERO.
       01 TelNuVlag PIC 9 VALUE ZERO.
         88 TeltNu VALUE 1.
       01 TelVorigJaarVlag PIC 9 VALUE ZERO.
         88 TeltVorigJaar VALUE 1.
       *> Afdrukvelden
       01 TotaalNu PIC 9(6) VALUE ZERO.
       01 TotaalVorigJaar PIC 9(6) VALUE ZERO.
       01 Verschil PIC S9(6) VALUE ZERO.
       01 ToonWeek PIC Z9.
       01 ToonNu PIC ZZZZZ9.
       01 ToonVorigJaar PIC ZZZZZ9.
       01 ToonVerschil PIC -ZZZZ9.
       01 ToonBij7 PIC ZZZZ9.
       01 ToonBij28 PIC ZZZZ9.
       01 ToonBij7Vorig PIC ZZZZ9.
       01 ToonBij28Vorig PIC ZZZZ9.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           *> Na het seizoen gaat het om het seizoen van volgend jaar
           MOVE DatumVandaag (1:4) TO SeizoensJaar
           IF DatumVandaag (5:2) > "09"
               ADD 1 TO SeizoensJaar
           END-IF
           DISPLAY SPACE
           DISPLAY "BOEKINGSTEMPO TEGEN VORIG JAAR"
           DISPLAY "=============================="
           DISPLAY "Seizoen (jaar, leeg = " SeizoensJaar "): "
             WITH NO ADVANCING
           ACCEPT SeizoensJaar
           IF SeizoensJaar = ZERO
               MOVE DatumVandaag (1:4) TO SeizoensJaar
               IF DatumVandaag (5:2) > "09"
                   ADD 1 TO SeizoensJaar
               END-IF
           END-IF
           COMPUTE VorigSeizoensJaar = SeizoensJaar - 1
           *> Dezelfde dag vorig jaar; 29 februari wordt 28 februari
           COMPUTE DatumVorigJaar = DatumVandaag - 10000
           IF DatumVorigJaar (5:4) = "0229"
               MOVE "0228" TO DatumVorigJaar (5:4)
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (DatumVandaag) TO INT-Vandaag
           MOVE FUNCTION INTEGER-OF-DATE (DatumVorigJaar)
             TO INT-VorigJaar
           INITIALIZE TempoTabel
           PERFORM LaadWoningen
           PERFORM LeesReserveringen
           PERFORM LeesArchief
           PERFORM SchrijfRapport
           EXIT PROGRAM.

       LaadWoningen.
           MOVE ZERO TO AantalWoningen
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
               IF AantalWoningen < 200
                   ADD 1 TO AantalWoningen
                   MOVE Woningnummer TO WT-Nummer (AantalWoningen)
                   IF WoningParkcode = SPACES
                       MOVE "01" TO WT-Park (AantalWoningen)
                   ELSE
                       MOVE WoningParkcode TO WT-Park (AantalWoningen)
                   END-IF
                   MOVE Woningtype TO WT-Type (AantalWoningen)
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       LeesReserveringen.
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand
             KEY > FS-R-Reserveringsnummer
             INVALID KEY
                 SET EOFReserveringen TO TRUE
           END-START
           PERFORM UNTIL EOFReserveringen
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
               IF NOT EOFReserveringen
                   MOVE Reserveringsrecord TO Beoordeeld
                   PERFORM BeoordeelReservering
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       LeesArchief.
           *> Gearchiveerde reserveringen tellen mee voor de stand van
           *> vorig jaar; het archief ontbreekt als er nooit is
           *> gearchiveerd
           MOVE ZERO TO EOFVlag
           OPEN INPUT ReserveringenArchiefBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ReserveringenArchiefBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Reserveringsarchiefregel TO Beoordeeld
               PERFORM BeoordeelReservering
               READ ReserveringenArchiefBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenArchiefBestand
           .

       BeoordeelReservering.
           *> Alleen boekingen; een boeking telt op een peildatum als
           *> hij toen al bestond en toen nog niet geannuleerd was
           IF NOT BR-TypeBoeking
             OR BR-DatumCreatie IS NOT NUMERIC
             OR BR-DatumCreatie = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO TelNuVlag TelVorigJaarVlag
           IF BR-Jaar = SeizoensJaar
             AND BR-DatumCreatie <= DatumVandaag
             AND (BR-DatumAnnulering = SPACES
               OR BR-DatumAnnulering > DatumVandaagX)
               SET TeltNu TO TRUE
           END-IF
           IF BR-Jaar = VorigSeizoensJaar
             AND BR-DatumCreatie <= DatumVorigJaar
             AND (BR-DatumAnnulering = SPACES
               OR BR-DatumAnnulering > DatumVorigJaarX)
               SET TeltVorigJaar TO TRUE
           END-IF
           IF NOT TeltNu AND NOT TeltVorigJaar
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekCombinatie
           MOVE FUNCTION INTEGER-OF-DATE (BR-DatumCreatie)
             TO INT-Creatie
           IF TeltNu
               COMPUTE DagenGeleden = INT-Vandaag - INT-Creatie
           ELSE
               COMPUTE DagenGeleden = INT-VorigJaar - INT-Creatie
           END-IF
           COMPUTE LaatsteWeek = BR-Weeknummer + BR-AantalWeken - 1
           PERFORM VARYING WeekTeller FROM BR-Weeknummer BY 1
             UNTIL WeekTeller > LaatsteWeek
               IF WeekTeller >= EersteSeizoensweek
                 AND WeekTeller <= LaatsteSeizoensweek
                   COMPUTE WeekIndex =
                     WeekTeller - EersteSeizoensweek + 1
                   IF TeltNu
                       ADD 1 TO TT-Nu (CombinatieIndex, WeekIndex)
                       ADD 1 TO TT-Nu (TotaalIndex, WeekIndex)
                   ELSE
                       ADD 1
                         TO TT-VorigJaar (CombinatieIndex, WeekIndex)
                       ADD 1 TO TT-VorigJaar (TotaalIndex, WeekIndex)
                   END-IF
               END-IF
           END-PERFORM
           *> Bijgeboekt in de laatste 7 en 28 dagen voor de peildatum
           IF DagenGeleden >= ZERO AND DagenGeleden < 28
               IF TeltNu
                   ADD 1 TO TT-Bij28Nu (CombinatieIndex)
                   ADD 1 TO TT-Bij28Nu (TotaalIndex)
               ELSE
                   ADD 1 TO TT-Bij28VorigJaar (CombinatieIndex)
                   ADD 1 TO TT-Bij28VorigJaar (TotaalIndex)
               END-IF
               IF DagenGeleden < 7
                   IF TeltNu
                       ADD 1 TO TT-Bij7Nu (CombinatieIndex)
                       ADD 1 TO TT-Bij7Nu (TotaalIndex)
                   ELSE
                       ADD 1 TO TT-Bij7VorigJaar (CombinatieIndex)
                       ADD 1 TO TT-Bij7VorigJaar (TotaalIndex)
                   END-IF
               END-IF
           END-IF
           .

       ZoekCombinatie.
           *> Park en type van de woning; onbekende woningen onder "?"
           IF BR-Parkcode = SPACES
               MOVE "01" TO GezochtPark
           ELSE
               MOVE BR-Parkcode TO GezochtPark
           END-IF
           MOVE "?" TO GezochtType
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               IF WT-Nummer (WoningIndex) = BR-Woningnummer
                 AND WT-Park (WoningIndex) = GezochtPark
                   MOVE WT-Type (WoningIndex) TO GezochtType
               END-IF
           END-PERFORM
           MOVE ZERO TO CombinatieIndex
           PERFORM VARYING WeekTeller FROM 1 BY 1
             UNTIL WeekTeller > AantalCombinaties
               IF TT-Park (WeekTeller) = GezochtPark
                 AND TT-Type (WeekTeller) = GezochtType
                   MOVE WeekTeller TO CombinatieIndex
               END-IF
           END-PERFORM
           IF CombinatieIndex = ZERO
               IF AantalCombinaties < MaxCombinaties
                   ADD 1 TO AantalCombinaties
                   MOVE AantalCombinaties TO CombinatieIndex
                   MOVE GezochtPark TO TT-Park (CombinatieIndex)
                   MOVE GezochtType TO TT-Type (CombinatieIndex)
               ELSE
                   MOVE OverigIndex TO CombinatieIndex
                   SET OverigGebruikt TO TRUE
               END-IF
           END-IF
           .

       SchrijfRapport.
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "BOEKINGSTEMPO SEIZOEN " SeizoensJaar
             " - STAND " DatumVandaag " TEGEN " DatumVorigJaar
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "==========================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING CombinatieIndex FROM 1 BY 1
             UNTIL CombinatieIndex > AantalCombinaties
               PERFORM SchrijfCombinatie
           END-PERFORM
           IF OverigGebruikt
               MOVE OverigIndex TO CombinatieIndex
               PERFORM SchrijfCombinatie
           END-IF
           MOVE TotaalIndex TO CombinatieIndex
           PERFORM SchrijfCombinatie
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Geboekte woningweken per seizoensweek; een boeking "
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "telt mee als hij op de peildatum bestond en nog niet "
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "geannuleerd was." TO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Het rapport staat ook in BoekingsTempo.txt."
           .

       SchrijfCombinatie.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           EVALUATE CombinatieIndex
           WHEN TotaalIndex
               MOVE "Alle parken en woningtypen" TO RegelBuffer
           WHEN OverigIndex
               MOVE "Overige parken en woningtypen" TO RegelBuffer
           WHEN OTHER
               STRING "Park " TT-Park (CombinatieIndex)
                 " | woningtype " TT-Type (CombinatieIndex)
                 DELIMITED BY SIZE INTO RegelBuffer
           END-EVALUATE
           PERFORM SchrijfRegel
           MOVE "week |     nu | vorig jaar | verschil" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO TotaalNu TotaalVorigJaar
           PERFORM VARYING WeekIndex FROM 1 BY 1
             UNTIL WeekIndex > 20
               ADD TT-Nu (CombinatieIndex, WeekIndex) TO TotaalNu
               ADD TT-VorigJaar (CombinatieIndex, WeekIndex)
                 TO TotaalVorigJaar
               COMPUTE ToonWeek = WeekIndex + EersteSeizoensweek - 1
               MOVE TT-Nu (CombinatieIndex, WeekIndex) TO ToonNu
               MOVE TT-VorigJaar (CombinatieIndex, WeekIndex)
                 TO ToonVorigJaar
               COMPUTE Verschil = TT-Nu (CombinatieIndex, WeekIndex)
                 - TT-VorigJaar (CombinatieIndex, WeekIndex)
               MOVE Verschil TO ToonVerschil
               MOVE SPACES TO RegelBuffer
               STRING "  " ToonWeek " | " ToonNu " |     "
                 ToonVorigJaar " |   " ToonVerschil
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           MOVE TotaalNu TO ToonNu
           MOVE TotaalVorigJaar TO ToonVorigJaar
           COMPUTE Verschil = TotaalNu - TotaalVorigJaar
           MOVE Verschil TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           STRING "tot. | " ToonNu " |     " ToonVorigJaar " |   "
             ToonVerschil
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE TT-Bij7Nu (CombinatieIndex) TO ToonBij7
           MOVE TT-Bij28Nu (CombinatieIndex) TO ToonBij28
           MOVE TT-Bij7VorigJaar (CombinatieIndex) TO ToonBij7Vorig
           MOVE TT-Bij28VorigJaar (CombinatieIndex) TO ToonBij28Vorig
           MOVE SPACES TO RegelBuffer
           STRING "Bijgeboekt laatste 7 dagen: " ToonBij7
             " (vorig jaar " ToonBij7Vorig ") | laatste 28 dagen: "
             ToonBij28 " (vorig jaar " ToonBij28Vorig ")"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE Rapportregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-ReserveringenArchief
             PadDir-Woningen
             PadDir-BoekingsTempo
           .
