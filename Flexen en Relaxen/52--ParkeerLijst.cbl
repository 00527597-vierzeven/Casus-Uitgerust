       IDENTIFICATION DIVISION.
       PROGRAM-ID. 52--ParkeerLijst.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Parkeerplaatsen per vestiging (onderhouden door 51--ParkeerBeheer)
       SELECT ParkeerplaatsenBestand ASSIGN TO Pad-Parkeerplaatsen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Parkeerreserveringen (VerwerkParkeerReservering)
       SELECT ParkeerReserveringenBestand ASSIGN TO Pad-ParkeerReserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Kentekenlijst voor de parkeerwachter of de slagboom, een
       *> bestand per vestiging per dag
       SELECT KentekenlijstBestand ASSIGN TO KentekenlijstPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ParkeerplaatsenBestand.
       COPY ParkeerRegister REPLACING ==(pf)== BY ==PP==.
       FD ParkeerReserveringenBestand.
       COPY ParkeerReservering REPLACING ==(pf)== BY ==PR==.
       FD KentekenlijstBestand.
       01 KentekenlijstRegel PIC X(80).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Parkeerplaatsen.
         02 PadDir-Parkeerplaatsen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Parkeerplaatsen.dat".
       01 Pad-ParkeerReserveringen.
         02 PadDir-ParkeerReserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ParkeerReserveringen.dat".
       01 KentekenlijstPad PIC X(100) VALUE SPACES.
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       *> END OF DATA VLAG
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> MENU VLAG
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 InvoerVlag PIC 9 VALUE ZERO.
         88 InvoerCorrect VALUE 1.
         88 InvoerIncorrect VALUE 0.
       01 GezochteVestiging PIC XX VALUE SPACES.
       01 InvoerDatum PIC X(8) VALUE SPACES.
       01 GezochteDatum PIC 9(8) VALUE ZERO.
       *> KENTEKENLIJST: de vestigingen met parkeerplaatsen
       01 RegisterTabel.
         02 RegisterRegel OCCURS 50 TIMES.
           03 RT-Vestiging PIC XX.
           03 RT-AantalPlaatsen PIC 999.
           03 RT-AantalLaadplaatsen PIC 999.
       01 AantalInRegister PIC 99 VALUE ZERO.
       01 RegisterIndex PIC 99 VALUE ZERO.
       01 AantalLijsten PIC 99 VALUE ZERO.
       01 AantalBezetGewoon PIC 999 VALUE ZERO.
       01 AantalBezetLaadpaal PIC 999 VALUE ZERO.
       01 AantalGewonePlaatsen PIC 999 VALUE ZERO.
       01 SoortTekst PIC X(9) VALUE SPACES.
       01 RegelBuffer PIC X(80) VALUE SPACES.
       *> WEERGAVE
       01 ToonAantal PIC ZZ9.
       01 ToonAantal2 PIC ZZ9.
       *> ANNULEREN (VerwerkParkeerReservering)
       COPY ParkeerAanvraag REPLACING ==(pf)== BY ==PK==.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "PARKEREN"
               DISPLAY "========"
               DISPLAY "1. Kentekenlijst per dag (parkeerwachter/slagboom)"
               DISPLAY "2. Parkeerplaats annuleren"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakKentekenlijsten
                   WHEN 2
                       PERFORM AnnuleerParkeerplaats
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       VraagDatum.
           SET InvoerCorrect TO TRUE
           DISPLAY "Datum (yyyymmdd, leeg = vandaag): " WITH NO ADVANCING
           ACCEPT InvoerDatum
           IF (InvoerDatum EQUALS SPACES)
               MOVE DatumVandaag TO GezochteDatum
               EXIT PARAGRAPH
           END-IF
           IF (InvoerDatum IS NOT NUMERIC)
               DISPLAY "De datum is niet correct."
               SET InvoerIncorrect TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE InvoerDatum TO GezochteDatum
           IF (GezochteDatum(5:2) < "01" OR GezochteDatum(5:2) > "12")
             OR (GezochteDatum(7:2) < "01" OR GezochteDatum(7:2) > "31")
               DISPLAY "De datum is niet correct."
               SET InvoerIncorrect TO TRUE
           END-IF
           .

       MaakKentekenlijsten.
           DISPLAY SPACE
           PERFORM VraagDatum
           IF (InvoerIncorrect)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vestiging (leeg = alle vestigingen): " WITH NO ADVANCING
           ACCEPT GezochteVestiging
           IF (GezochteVestiging EQUALS "00")
               MOVE SPACES TO GezochteVestiging
           END-IF
           PERFORM LaadRegister
           MOVE ZERO TO AantalLijsten
           PERFORM VARYING RegisterIndex FROM 1 BY 1 UNTIL RegisterIndex > AantalInRegister
               IF (GezochteVestiging EQUALS SPACES)
                 OR (RT-Vestiging(RegisterIndex) EQUALS GezochteVestiging)
                   PERFORM MaakKentekenlijst
                   ADD 1 TO AantalLijsten
               END-IF
           END-PERFORM
           IF (AantalLijsten EQUALS ZERO)
               DISPLAY "Geen vestiging met parkeerplaatsen gevonden."
           END-IF
           .

       LaadRegister.
           MOVE ZERO TO AantalInRegister
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerplaatsenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ParkeerplaatsenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AantalInRegister < 50)
                   ADD 1 TO AantalInRegister
                   MOVE PP-Vestiging TO RT-Vestiging(AantalInRegister)
                   MOVE PP-AantalPlaatsen TO RT-AantalPlaatsen(AantalInRegister)
                   MOVE PP-AantalLaadplaatsen TO RT-AantalLaadplaatsen(AantalInRegister)
               END-IF
               READ ParkeerplaatsenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParkeerplaatsenBestand
           .

       MaakKentekenlijst.
           *> Alle niet-geannuleerde parkeerreserveringen van de dag op
           *> de vestiging; de wachter of de slagboom laat alleen deze
           *> kentekens toe
           MOVE ZERO TO AantalBezetGewoon AantalBezetLaadpaal
           MOVE ZERO TO AantalGewonePlaatsen
           IF (RT-AantalPlaatsen(RegisterIndex) > RT-AantalLaadplaatsen(RegisterIndex))
               COMPUTE AantalGewonePlaatsen = RT-AantalPlaatsen(RegisterIndex) - RT-AantalLaadplaatsen(RegisterIndex)
           END-IF
           MOVE SPACES TO KentekenlijstPad
           STRING OMG-FlexDir "Kentekenlijst" RT-Vestiging(RegisterIndex) GezochteDatum ".txt" DELIMITED BY SIZE INTO KentekenlijstPad
           OPEN OUTPUT KentekenlijstBestand
           DISPLAY SPACE
           MOVE SPACES TO RegelBuffer
           STRING "KENTEKENLIJST VESTIGING " RT-Vestiging(RegisterIndex) " DATUM " GezochteDatum DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "=====================================" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ParkeerReserveringenBestand
           IF (IO-OK)
               READ ParkeerReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (PR-Vestiging EQUALS RT-Vestiging(RegisterIndex))
                     AND (PR-Datum EQUALS GezochteDatum)
                     AND (PR-NietGeannuleerd)
                       IF (PR-PlaatsLaadpaal)
                           ADD 1 TO AantalBezetLaadpaal
                           MOVE "laadpaal" TO SoortTekst
                       ELSE
                           ADD 1 TO AantalBezetGewoon
                           MOVE "gewoon" TO SoortTekst
                       END-IF
                       MOVE SPACES TO RegelBuffer
                       STRING PR-Kenteken " | " SoortTekst " | " PR-Naam " | klant " PR-Klantnummer DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM SchrijfEnToonRegel
                   END-IF
                   READ ParkeerReserveringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ParkeerReserveringenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           MOVE AantalBezetGewoon TO ToonAantal
           MOVE AantalGewonePlaatsen TO ToonAantal2
           MOVE SPACES TO RegelBuffer
           STRING "Bezet: gewone plaatsen " ToonAantal " van " ToonAantal2 DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE AantalBezetLaadpaal TO ToonAantal
           MOVE RT-AantalLaadplaatsen(RegisterIndex) TO ToonAantal2
           MOVE SPACES TO RegelBuffer
           STRING "       laadplaatsen    " ToonAantal " van " ToonAantal2 DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           CLOSE KentekenlijstBestand
           DISPLAY "Lijst geschreven naar Kentekenlijst" RT-Vestiging(RegisterIndex) GezochteDatum ".txt."
           .

       SchrijfEnToonRegel.
           WRITE KentekenlijstRegel FROM RegelBuffer
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           .

       AnnuleerParkeerplaats.
           DISPLAY SPACE
           DISPLAY "Klantnummer: " WITH NO ADVANCING
           ACCEPT PK-Klantnummer
           PERFORM VraagDatum
           IF (InvoerIncorrect)
               EXIT PARAGRAPH
           END-IF
           MOVE GezochteDatum TO PK-Datum
           DISPLAY "Vestiging (leeg = 01): " WITH NO ADVANCING
           ACCEPT PK-Vestiging
           SET PK-FunctieAnnuleren TO TRUE
           CALL "VerwerkParkeerReservering" USING PK-ParkeerAanvraag
           IF (PK-Gelukt)
               MOVE "52--ParkeerLijst" TO LOG-Programma
               MOVE "PARKEREN-GEANNULEERD" TO LOG-Actie
               MOVE PK-ParkeerAanvraag TO LOG-BeeldVoor
               MOVE SPACES TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               DISPLAY "Parkeerplaats voor kenteken " PK-Kenteken " op " PK-Datum " geannuleerd."
           ELSE
               DISPLAY FUNCTION TRIM (PK-Reden) " voor klant " PK-Klantnummer " op " PK-Datum "."
           END-IF
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Parkeerplaatsen
             PadDir-ParkeerReserveringen
           .
