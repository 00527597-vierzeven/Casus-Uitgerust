       IDENTIFICATION DIVISION.
       PROGRAM-ID. KanaalRapport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Prestaties per herkomstkanaal voor marketing: per kanaal en
       *> per boekingsmaand (maand van DatumCreatie) het aantal
       *> boekingen, de geboekte nachten, de omzet, het percentage
       *> annuleringen en de gemiddelde boekingstermijn (dagen tussen
       *> boeken en aankomst). Reserveringen van voor de kanaalcode
       *> staan onder "onbekend"
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
       SELECT RapportBestand
           ASSIGN TO Pad-KanaalRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
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
       01 Pad-KanaalRapport.
         02 PadDir-KanaalRapport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KanaalRapport.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 RapportJaar PIC 9(4) VALUE ZERO.
       *> De kanalen zoals de boekingsprogramma's ze zetten; de laatste
       *> regel vangt de oude reserveringen zonder code op
       78 AantalKanalen VALUE 7.
       01 Kanalen.
         03 FILLER PIC X(14) VALUE "WEwebsite".
         03 FILLER PIC X(14) VALUE "TEtelefoon".
         03 FILLER PIC X(14) VALUE "BAbalie".
         03 FILLER PIC X(14) VALUE "TOtouroperator".
         03 FILLER PIC X(14) VALUE "OFofferte".
         03 FILLER PIC X(14) VALUE "VGvaste gasten".
         03 FILLER PIC X(14) VALUE "  onbekend".
       01 FILLER REDEFINES Kanalen.
         03 KanaalRegel OCCURS 7 TIMES.
           05 KanaalCode PIC XX.
           05 KanaalNaam PIC X(12).
       *> Tellingen per kanaal per boekingsmaand
       01 KanaalTabel.
         02 KT-Kanaal OCCURS 7 TIMES.
           03 KT-Maand OCCURS 12 TIMES.
             05 KT-Boekingen PIC 9(5).
             05 KT-Geannuleerd PIC 9(5).
             05 KT-Nachten PIC 9(7).
             05 KT-Omzet PIC 9(7)V99.
             05 KT-Termijndagen PIC 9(9).
       01 KanaalIndex PIC 99 VALUE ZERO.
       01 KanaalTeller PIC 99 VALUE ZERO.
       01 MaandIndex PIC 99 VALUE ZERO.
       *> Totalen van een kanaal over het jaar
       01 TotaalBoekingen PIC 9(6) VALUE ZERO.
       01 TotaalGeannuleerd PIC 9(6) VALUE ZERO.
       01 TotaalNachten PIC 9(8) VALUE ZERO.
       01 TotaalOmzet PIC 9(8)V99 VALUE ZERO.
       01 TotaalTermijndagen PIC 9(10) VALUE ZERO.
       *> Per reservering
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 GeboekteNachten PIC 9(3) VALUE ZERO.
       01 INT-Aankomst PIC 9(8) COMP.
       01 INT-Geboekt PIC 9(8) COMP.
       01 Termijndagen PIC S9(5) VALUE ZERO.
       *> Afdrukvelden; bedragen in centen zodat de komma klopt
       01 Rekenwaarde PIC 9(8) VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBoekingen PIC ZZZZZ9.
       01 ToonNachten PIC ZZZZZZ9.
       01 ToonOmzet PIC ZZZZZZZ9,99.
       01 ToonPercentage PIC ZZ9.
       01 ToonTermijn PIC ZZZ9.
       01 ToonMaand PIC Z9.
       01 MaandTekst PIC X(5) VALUE SPACES.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "Boekingsjaar (leeg = huidig jaar): "
             WITH NO ADVANCING
           ACCEPT RapportJaar
           IF RapportJaar = ZERO
               MOVE DatumVandaag (1:4) TO RapportJaar
           END-IF
           INITIALIZE KanaalTabel
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PROGRAM
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
                   IF FS-R-TypeBoeking
                     AND FS-R-DatumCreatie (1:4) = RapportJaar
                       PERFORM TelReservering
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "BOEKINGEN PER HERKOMSTKANAAL - BOEKINGSJAAR "
             RapportJaar
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "=================================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING KanaalIndex FROM 1 BY 1
             UNTIL KanaalIndex > AantalKanalen
               PERFORM ToonKanaal
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Nachten en omzet tellen alleen niet-geannuleerde "
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "boekingen; de termijn is boekdatum tot aankomst."
             TO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Het rapport staat ook in KanaalRapport.txt."
           EXIT PROGRAM.

       TelReservering.
           *> Kanaal opzoeken; een onbekende code telt als onbekend
           MOVE AantalKanalen TO KanaalIndex
           PERFORM VARYING KanaalTeller FROM 1 BY 1
             UNTIL KanaalTeller >= AantalKanalen
               IF FS-R-Kanaal = KanaalCode (KanaalTeller)
                   MOVE KanaalTeller TO KanaalIndex
               END-IF
           END-PERFORM
           MOVE FS-R-DatumCreatie (5:2) TO MaandIndex
           IF MaandIndex < 1 OR MaandIndex > 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KT-Boekingen (KanaalIndex, MaandIndex)
           *> Boekingstermijn: aankomst volgens dezelfde weekindeling
           *> als GenereerDatumWeek (week 1 begint op 1 januari)
           COMPUTE INT-Aankomst =
             FUNCTION INTEGER-OF-DATE (FS-R-Jaar * 10000 + 0101)
             + (FS-R-Weeknummer - 1) * 7
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > ZERO
               COMPUTE INT-Aankomst = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AankomstDag) - 1
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (FS-R-DatumCreatie)
             TO INT-Geboekt
           COMPUTE Termijndagen = INT-Aankomst - INT-Geboekt
           IF Termijndagen > ZERO
               ADD Termijndagen
                 TO KT-Termijndagen (KanaalIndex, MaandIndex)
           END-IF
           IF FS-R-DatumAnnulering NOT = SPACES
               ADD 1 TO KT-Geannuleerd (KanaalIndex, MaandIndex)
               EXIT PARAGRAPH
           END-IF
           *> Short-stay telt de geboekte nachten, anders hele weken
           IF FS-R-AantalNachten IS NUMERIC
             AND FS-R-AantalNachten > ZERO
               MOVE FUNCTION NUMVAL (FS-R-AantalNachten)
                 TO GeboekteNachten
           ELSE
               COMPUTE GeboekteNachten = FS-R-AantalWeken * 7
           END-IF
           ADD GeboekteNachten TO KT-Nachten (KanaalIndex, MaandIndex)
           MOVE FS-R-Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           IF FT-R-OK
               ADD FT-R-FactuurTotaal
                 TO KT-Omzet (KanaalIndex, MaandIndex)
           END-IF
           .

       ToonKanaal.
           PERFORM TelKanaalTotaal
           IF TotaalBoekingen = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Kanaal " KanaalCode (KanaalIndex) " - "
             KanaalNaam (KanaalIndex)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "maand | boekingen | nachten |       omzet | "
             "annul. % | gem. termijn (dagen)"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING MaandIndex FROM 1 BY 1
             UNTIL MaandIndex > 12
               IF KT-Boekingen (KanaalIndex, MaandIndex) > ZERO
                   MOVE KT-Boekingen (KanaalIndex, MaandIndex)
                     TO TotaalBoekingen
                   MOVE KT-Geannuleerd (KanaalIndex, MaandIndex)
                     TO TotaalGeannuleerd
                   MOVE KT-Nachten (KanaalIndex, MaandIndex)
                     TO TotaalNachten
                   MOVE KT-Omzet (KanaalIndex, MaandIndex)
                     TO TotaalOmzet
                   MOVE KT-Termijndagen (KanaalIndex, MaandIndex)
                     TO TotaalTermijndagen
                   MOVE SPACES TO MaandTekst
                   MOVE MaandIndex TO ToonMaand
                   MOVE ToonMaand TO MaandTekst (4:2)
                   PERFORM SchrijfKanaalRegel
               END-IF
           END-PERFORM
           PERFORM TelKanaalTotaal
           MOVE "jaar" TO MaandTekst
           PERFORM SchrijfKanaalRegel
           .

       TelKanaalTotaal.
           MOVE ZERO TO TotaalBoekingen TotaalGeannuleerd TotaalNachten
             TotaalOmzet TotaalTermijndagen
           PERFORM VARYING MaandIndex FROM 1 BY 1
             UNTIL MaandIndex > 12
               ADD KT-Boekingen (KanaalIndex, MaandIndex)
                 TO TotaalBoekingen
               ADD KT-Geannuleerd (KanaalIndex, MaandIndex)
                 TO TotaalGeannuleerd
               ADD KT-Nachten (KanaalIndex, MaandIndex)
                 TO TotaalNachten
               ADD KT-Omzet (KanaalIndex, MaandIndex) TO TotaalOmzet
               ADD KT-Termijndagen (KanaalIndex, MaandIndex)
                 TO TotaalTermijndagen
           END-PERFORM
           .

       SchrijfKanaalRegel.
           *> Een regel met de tellingen uit de Totaal-velden
           MOVE TotaalBoekingen TO ToonBoekingen
           MOVE TotaalNachten TO ToonNachten
           COMPUTE BedragCenten = TotaalOmzet * 100
           MOVE BedragCenten TO ToonOmzet
           COMPUTE Rekenwaarde ROUNDED =
             TotaalGeannuleerd * 100 / TotaalBoekingen
           MOVE Rekenwaarde TO ToonPercentage
           COMPUTE Rekenwaarde ROUNDED =
             TotaalTermijndagen / TotaalBoekingen
           MOVE Rekenwaarde TO ToonTermijn
           MOVE SPACES TO RegelBuffer
           STRING MaandTekst " | " ToonBoekingen "    | " ToonNachten
             " | " ToonOmzet " |      " ToonPercentage
             " | " ToonTermijn
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
             PadDir-KanaalRapport
           .
