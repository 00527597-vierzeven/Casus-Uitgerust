       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlagboomExport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Dagelijkse toegangslijst voor de slagboom: per park een
       *> bestand Slagboom<park>_<jjjjmmdd>.csv met de kentekens die
       *> die dag geldig zijn, voor de slagboomcontroller:
       *>   kenteken;geldig vanaf (jjjjmmdduumm);geldig tot;soort;
       *>   referentie
       *> Soort G is een gast: het kenteken (Kentekens.dat, anders de
       *> pre-registratie) geldt vanaf de aankomstdatum tot de
       *> uitchecktijd op de vertrekdatum, volgens de week, het aantal
       *> nachten en de aanwezigheidsregistratie. Soort A is een
       *> aannemer op een werkorder die nog niet gereed is; dat
       *> kenteken geldt de hele dag
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
       SELECT KentekensBestand ASSIGN TO Pad-Kentekens
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT PreRegistratiesBestand ASSIGN TO Pad-PreRegistraties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AanwezigheidBestand ASSIGN TO Pad-Aanwezigheid
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersBestand ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Toegangslijst; de bestandsnaam wordt per park opgebouwd
       SELECT SlagboomBestand ASSIGN TO SlagboomPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KentekensBestand.
       01 Kentekenrecord.
       COPY Kenteken REPLACING ==(pf)== BY ==FS-KT==.
       FD PreRegistratiesBestand.
       01 PreRegistratierecord.
       COPY PreRegistratie REPLACING ==(pf)== BY ==FS-PR==.
       FD AanwezigheidBestand.
       01 Aanwezigheidsrecord.
       COPY Aanwezigheid REPLACING ==(pf)== BY ==FS-A==.
       FD WerkordersBestand.
       01 Werkorderrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-W==.
       FD SlagboomBestand.
       01 SlagboomRegel PIC X(80).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Kentekens.
         02 PadDir-Kentekens PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Kentekens.dat".
       01 Pad-PreRegistraties.
         02 PadDir-PreRegistraties PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PreRegistraties.dat".
       01 Pad-Aanwezigheid.
         02 PadDir-Aanwezigheid PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Aanwezigheid.dat".
       01 Pad-Werkorders.
         02 PadDir-Werkorders PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Werkorders.dat".
       01 SlagboomPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFAanwezigheidVlag PIC 9 VALUE 0.
         88 EOFAanwezigheid VALUE 1.
         88 NotEOFAanwezigheid VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 ExportDatum PIC 9(8) VALUE ZERO.
       01 INT-ExportDatum PIC 9(8) VALUE ZERO.
       *> Uitchecktijd op de vertrekdatum (zie de aankomstbrief)
       78 UitcheckTijd VALUE 1000.
       *> Laatst bekende kentekens per reservering
       78 MaxKentekens VALUE 2000.
       01 KentekenTabel.
         02 KentekenRegel OCCURS 2000 TIMES.
           03 KT-Reserveringsnummer PIC 9(8).
           03 KT-Kenteken1 PIC X(10).
           03 KT-Kenteken2 PIC X(10).
       01 NieuweKentekens.
       COPY Kenteken REPLACING ==(pf)== BY ==NK==.
       01 AantalKentekens PIC 9(4) VALUE ZERO.
       01 KentekenIndex PIC 9(4) VALUE ZERO.
       01 GevondenIndex PIC 9(4) VALUE ZERO.
       *> Geldige toegangen van de dag
       78 MaxToegangen VALUE 3000.
       01 ToegangTabel.
         02 ToegangRegel OCCURS 3000 TIMES.
           03 TG-Parkcode PIC XX.
           03 TG-Kenteken PIC X(10).
           03 TG-GeldigVanaf PIC 9(12).
           03 TG-GeldigTot PIC 9(12).
           03 TG-Soort PIC X.
           03 TG-Referentie PIC 9(8).
       01 AantalToegangen PIC 9(4) VALUE ZERO.
       01 ToegangIndex PIC 9(4) VALUE ZERO.
       01 ParkTabel.
         02 ParkRegel OCCURS 20 TIMES.
           03 PK-Parkcode PIC XX.
           03 PK-Aantal PIC 9(4).
       01 AantalParken PIC 99 VALUE ZERO.
       01 ParkIndex PIC 99 VALUE ZERO.
       *> Verblijf van de reservering
       01 VerblijfPark PIC XX VALUE "01".
       01 INT-Aankomst PIC 9(8) VALUE ZERO.
       01 INT-Vertrek PIC 9(8) VALUE ZERO.
       01 AantalNachten PIC 99 VALUE ZERO.
       01 AanwezigAankomst PIC 9(8) VALUE ZERO.
       01 AanwezigVertrek PIC X(8) VALUE SPACES.
       01 GeldigVanaf PIC 9(12) VALUE ZERO.
       01 GeldigTot PIC 9(12) VALUE ZERO.
       01 ToegangKenteken PIC X(10) VALUE SPACES.
       01 ToegangSoort PIC X VALUE SPACE.
       01 ToegangReferentie PIC 9(8) VALUE ZERO.
       01 AantalOverslagen PIC 9(4) VALUE ZERO.
       01 RegelBuffer PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "SLAGBOOMLIJST KENTEKENS PER PARK"
           DISPLAY "================================"
           DISPLAY "Datum (jjjjmmdd, 0 = vandaag): " WITH NO ADVANCING
           ACCEPT ExportDatum
           IF ExportDatum = ZERO
               MOVE DatumVandaag TO ExportDatum
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (ExportDatum) NOT = ZERO
               DISPLAY "Ongeldige datum; er is geen lijst gemaakt."
               EXIT PROGRAM
           END-IF
           COMPUTE INT-ExportDatum =
             FUNCTION INTEGER-OF-DATE (ExportDatum)
           MOVE ZERO TO AantalKentekens AantalToegangen AantalParken
             AantalOverslagen
           PERFORM LaadPreRegistraties
           PERFORM LaadKentekens
           PERFORM VerwerkGasten
           PERFORM VerwerkAannemers
           PERFORM VARYING ParkIndex FROM 1 BY 1
             UNTIL ParkIndex > AantalParken
               PERFORM SchrijfParkLijst
           END-PERFORM
           IF AantalParken = ZERO
               DISPLAY "Er zijn op " ExportDatum " geen geldige "
                 "kentekens."
           END-IF
           IF AantalOverslagen > ZERO
               DISPLAY ">>> " AantalOverslagen " kenteken(s) niet "
                 "opgenomen: de lijst is vol."
           END-IF
           EXIT PROGRAM.

       LaadPreRegistraties.
           *> Het kenteken uit de online pre-registratie geldt zolang
           *> er geen eigen vastlegging is
           MOVE ZERO TO EOFVlag
           OPEN INPUT PreRegistratiesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ PreRegistratiesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-PR-Kenteken NOT = SPACES
                   MOVE FS-PR-Reserveringsnummer
                     TO NK-Reserveringsnummer
                   MOVE FS-PR-Kenteken TO NK-Kenteken1
                   MOVE SPACES TO NK-Kenteken2
                   PERFORM NeemKentekensOp
               END-IF
               READ PreRegistratiesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE PreRegistratiesBestand
           .

       LaadKentekens.
           MOVE ZERO TO EOFVlag
           OPEN INPUT KentekensBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ KentekensBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Kentekenrecord TO NieuweKentekens
               PERFORM NeemKentekensOp
               READ KentekensBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE KentekensBestand
           .

       NeemKentekensOp.
           *> Een latere opgave voor dezelfde reservering vervangt de
           *> eerdere
           MOVE ZERO TO GevondenIndex
           PERFORM VARYING KentekenIndex FROM 1 BY 1
             UNTIL KentekenIndex > AantalKentekens
               IF KT-Reserveringsnummer (KentekenIndex)
                 = NK-Reserveringsnummer
                   MOVE KentekenIndex TO GevondenIndex
               END-IF
           END-PERFORM
           IF GevondenIndex = ZERO
               IF AantalKentekens >= MaxKentekens
                   ADD 1 TO AantalOverslagen
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalKentekens
               MOVE AantalKentekens TO GevondenIndex
           END-IF
           MOVE NK-Reserveringsnummer
             TO KT-Reserveringsnummer (GevondenIndex)
           MOVE NK-Kenteken1 TO KT-Kenteken1 (GevondenIndex)
           MOVE NK-Kenteken2 TO KT-Kenteken2 (GevondenIndex)
           .

       VerwerkGasten.
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KentekenIndex FROM 1 BY 1
             UNTIL KentekenIndex > AantalKentekens
               IF KT-Kenteken1 (KentekenIndex) NOT = SPACES
                 OR KT-Kenteken2 (KentekenIndex) NOT = SPACES
                   PERFORM VerwerkGast
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       VerwerkGast.
           MOVE KT-Reserveringsnummer (KentekenIndex)
             TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FS-R-DatumAnnulering NOT = SPACES
             OR FS-R-DatumVerlopen NOT = SPACES
             OR NOT (FS-R-TypeBoeking OR FS-R-TypeEigenGebruik)
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalVerblijf
           IF INT-Aankomst > INT-ExportDatum
             OR INT-Vertrek < INT-ExportDatum
               EXIT PARAGRAPH
           END-IF
           COMPUTE GeldigVanaf =
             FUNCTION DATE-OF-INTEGER (INT-Aankomst) * 10000
           COMPUTE GeldigTot =
             FUNCTION DATE-OF-INTEGER (INT-Vertrek) * 10000
             + UitcheckTijd
           MOVE "G" TO ToegangSoort
           MOVE FS-R-Reserveringsnummer TO ToegangReferentie
           IF KT-Kenteken1 (KentekenIndex) NOT = SPACES
               MOVE KT-Kenteken1 (KentekenIndex) TO ToegangKenteken
               PERFORM NeemToegangOp
           END-IF
           IF KT-Kenteken2 (KentekenIndex) NOT = SPACES
               MOVE KT-Kenteken2 (KentekenIndex) TO ToegangKenteken
               PERFORM NeemToegangOp
           END-IF
           .

       BepaalVerblijf.
           *> Gepland verblijf volgens de reservering (week 1 begint op
           *> 1 januari); een geregistreerde aankomst of vertrek gaat
           *> daarvoor. Wie nog op het park is, houdt toegang
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO VerblijfPark
           ELSE
               MOVE FS-R-Parkcode TO VerblijfPark
           END-IF
           COMPUTE INT-Aankomst =
             FUNCTION INTEGER-OF-DATE (FS-R-Jaar * 10000 + 0101)
             + (FS-R-Weeknummer - 1) * 7
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > "0"
               ADD FUNCTION NUMVAL (FS-R-AankomstDag) TO INT-Aankomst
               SUBTRACT 1 FROM INT-Aankomst
           END-IF
           IF FS-R-AantalNachten IS NUMERIC
             AND FS-R-AantalNachten > "0"
               MOVE FUNCTION NUMVAL (FS-R-AantalNachten)
                 TO AantalNachten
           ELSE
               COMPUTE AantalNachten = FS-R-AantalWeken * 7
               IF AantalNachten = ZERO
                   MOVE 7 TO AantalNachten
               END-IF
           END-IF
           COMPUTE INT-Vertrek = INT-Aankomst + AantalNachten
           PERFORM ZoekAanwezigheid
           IF AanwezigAankomst NOT = ZERO
               COMPUTE INT-Aankomst =
                 FUNCTION INTEGER-OF-DATE (AanwezigAankomst)
               IF AanwezigVertrek NOT = SPACES
                 AND AanwezigVertrek IS NUMERIC
                   COMPUTE INT-Vertrek = FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL (AanwezigVertrek))
               ELSE
                   IF INT-Vertrek < INT-ExportDatum
                       MOVE INT-ExportDatum TO INT-Vertrek
                   END-IF
               END-IF
           END-IF
           .

       ZoekAanwezigheid.
           *> De laatste registratie van de reservering telt
           MOVE ZERO TO AanwezigAankomst
           MOVE SPACES TO AanwezigVertrek
           MOVE ZERO TO EOFAanwezigheidVlag
           OPEN INPUT AanwezigheidBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AanwezigheidBestand
               AT END
                   SET EOFAanwezigheid TO TRUE
           END-READ
           PERFORM UNTIL EOFAanwezigheid
               IF FS-A-Reserveringsnummer = FS-R-Reserveringsnummer
                   MOVE FS-A-DatumAankomst TO AanwezigAankomst
                   MOVE FS-A-DatumVertrek TO AanwezigVertrek
               END-IF
               READ AanwezigheidBestand
                   AT END
                       SET EOFAanwezigheid TO TRUE
               END-READ
           END-PERFORM
           CLOSE AanwezigheidBestand
           .

       VerwerkAannemers.
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE GeldigVanaf = ExportDatum * 10000
           COMPUTE GeldigTot = ExportDatum * 10000 + 2359
           MOVE "A" TO ToegangSoort
           READ WerkordersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF NOT FS-W-StatusGereed
                 AND FS-W-KentekenAannemer NOT = SPACES
                 AND FS-W-DatumAanmaak <= ExportDatum
                   IF FS-W-Parkcode = SPACES
                       MOVE "01" TO VerblijfPark
                   ELSE
                       MOVE FS-W-Parkcode TO VerblijfPark
                   END-IF
                   MOVE FS-W-KentekenAannemer TO ToegangKenteken
                   MOVE FS-W-Werkordernummer TO ToegangReferentie
                   PERFORM NeemToegangOp
               END-IF
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersBestand
           .

       NeemToegangOp.
           IF AantalToegangen >= MaxToegangen
               ADD 1 TO AantalOverslagen
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalToegangen
           MOVE VerblijfPark TO TG-Parkcode (AantalToegangen)
           MOVE ToegangKenteken TO TG-Kenteken (AantalToegangen)
           MOVE GeldigVanaf TO TG-GeldigVanaf (AantalToegangen)
           MOVE GeldigTot TO TG-GeldigTot (AantalToegangen)
           MOVE ToegangSoort TO TG-Soort (AantalToegangen)
           MOVE ToegangReferentie TO TG-Referentie (AantalToegangen)
           *> Elk park krijgt een eigen lijst
           MOVE ZERO TO GevondenIndex
           PERFORM VARYING ParkIndex FROM 1 BY 1
             UNTIL ParkIndex > AantalParken
               IF PK-Parkcode (ParkIndex) = VerblijfPark
                   MOVE ParkIndex TO GevondenIndex
               END-IF
           END-PERFORM
           IF GevondenIndex = ZERO AND AantalParken < 20
               ADD 1 TO AantalParken
               MOVE AantalParken TO GevondenIndex
               MOVE VerblijfPark TO PK-Parkcode (GevondenIndex)
               MOVE ZERO TO PK-Aantal (GevondenIndex)
           END-IF
           IF GevondenIndex > ZERO
               ADD 1 TO PK-Aantal (GevondenIndex)
           END-IF
           .

       SchrijfParkLijst.
           MOVE SPACES TO SlagboomPad
           STRING OMG-HuurDir "Slagboom" PK-Parkcode (ParkIndex) "_"
             ExportDatum ".csv" DELIMITED BY SIZE INTO SlagboomPad
           OPEN OUTPUT SlagboomBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het schrijven van de lijst voor "
                 "park " PK-Parkcode (ParkIndex) ": " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE "kenteken;geldig vanaf;geldig tot;soort;referentie"
             TO SlagboomRegel
           WRITE SlagboomRegel
           PERFORM VARYING ToegangIndex FROM 1 BY 1
             UNTIL ToegangIndex > AantalToegangen
               IF TG-Parkcode (ToegangIndex) = PK-Parkcode (ParkIndex)
                   MOVE SPACES TO RegelBuffer
                   STRING FUNCTION TRIM (TG-Kenteken (ToegangIndex))
                     ";" TG-GeldigVanaf (ToegangIndex)
                     ";" TG-GeldigTot (ToegangIndex)
                     ";" TG-Soort (ToegangIndex)
                     ";" TG-Referentie (ToegangIndex)
                     DELIMITED BY SIZE INTO RegelBuffer
                   WRITE SlagboomRegel FROM RegelBuffer
               END-IF
           END-PERFORM
           CLOSE SlagboomBestand
           DISPLAY "Park " PK-Parkcode (ParkIndex) ": "
             PK-Aantal (ParkIndex) " kenteken(s) in "
             FUNCTION TRIM (SlagboomPad)
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Kentekens
             PadDir-PreRegistraties
             PadDir-Aanwezigheid
             PadDir-Werkorders
           .
