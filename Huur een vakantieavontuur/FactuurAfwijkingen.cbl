       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactuurAfwijkingen.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Factuurafwijkingen: na een herboeking, een mutatie, een extra
       *> of een bewonerswijziging klopt het bedrag in het
       *> factuurregister niet meer met wat BepaalFactuurTotaal nu
       *> berekent. Deze batch rekent elke gefactureerde reservering
       *> opnieuw door en zet per verschil een correctievoorstel klaar
       *> (creditnota of aanvullende factuur) dat de operator in
       *> FactuurRegisterBeheer bevestigt of afwijst. Het gefactureerde
       *> bedrag is de laatste factuur van de reservering plus de
       *> creditnota's en aanvullende facturen die daarnaar verwijzen.
       *> Wachtende voorstellen van een vorige run worden vervangen
       SELECT FactuurRegisterBestand
           ASSIGN TO Pad-FactuurRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
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
       *> Groepsleden staan op de factuur van de hoofdreservering
       SELECT GroepKoppelingenBestand
           ASSIGN TO Pad-GroepKoppelingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CorrectiesBestand
           ASSIGN TO Pad-FactuurCorrecties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CorrectiesWerkBestand
           ASSIGN TO Pad-FactuurCorrectiesWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand
           ASSIGN TO Pad-FactuurAfwijkingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FactuurRegisterBestand.
       01 FactuurRegisterrecord.
       COPY FactuurRegister REPLACING ==(pf)== BY ==FS-FR==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD GroepKoppelingenBestand.
       01 GroepKoppelingrecord.
       COPY GroepKoppeling REPLACING ==(pf)== BY ==FS-G==.
       FD CorrectiesBestand.
       01 Correctierecord.
       COPY FactuurCorrectie REPLACING ==(pf)== BY ==FS-C==.
       FD CorrectiesWerkBestand.
       01 CorrectieWerkrecord.
       COPY FactuurCorrectie REPLACING ==(pf)== BY ==FS-W==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-FactuurRegister.
         02 PadDir-FactuurRegister PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurRegister.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-GroepKoppelingen.
         02 PadDir-GroepKoppelingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "GroepKoppelingen.dat".
       01 Pad-FactuurCorrecties.
         02 PadDir-FactuurCorrecties PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurCorrecties.dat".
       01 Pad-FactuurCorrectiesWerk.
         02 PadDir-FactuurCorrectiesWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurCorrectiesWerk.dat".
       01 Pad-FactuurAfwijkingen.
         02 PadDir-FactuurAfwijkingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurAfwijkingen.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Per reservering de laatste factuur uit het register en het
       *> netto gefactureerde bedrag (inclusief correcties daarop)
       78 MaxFacturen VALUE 3000.
       01 RegisterTabel.
         02 RegisterRegel OCCURS 3000 TIMES.
           03 RT-Reserveringsnummer PIC 9(8).
           03 RT-Factuurnummer PIC 9(6).
           03 RT-Gefactureerd PIC S9(7)V99.
       01 AantalFacturen PIC 9(4) VALUE ZERO.
       01 RegisterIndex PIC 9(4) VALUE ZERO.
       01 GevondenIndex PIC 9(4) VALUE ZERO.
       01 AantalNietOpgenomen PIC 9(4) VALUE ZERO.
       *> Groepskoppelingen, zoals FactuurExport ze laadt
       01 GroepTabel.
         02 GroepRegel OCCURS 100 TIMES.
           03 GT-Hoofdnummer PIC 9(8).
           03 GT-Lidnummer PIC 9(8).
       01 AantalGroepRegels PIC 999 VALUE ZERO.
       01 GroepIndex PIC 999 VALUE ZERO.
       01 GroepslidVlag PIC 9 VALUE 0.
         88 IsGroepslid VALUE 1.
         88 GeenGroepslid VALUE 0.
       *> Herberekening
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==WS-F==.
       01 HerberekendBedrag PIC S9(7)V99 VALUE ZERO.
       01 Verschil PIC S9(7)V99 VALUE ZERO.
       *> Tellingen
       01 AantalBeoordeeld PIC 9(5) VALUE ZERO.
       01 AantalNietGevonden PIC 9(5) VALUE ZERO.
       01 AantalVoorstellen PIC 9(5) VALUE ZERO.
       01 AantalVervangen PIC 9(5) VALUE ZERO.
       01 TotaalCredit PIC S9(7)V99 VALUE ZERO.
       01 TotaalAanvullend PIC S9(7)V99 VALUE ZERO.
       *> Bedragen worden via centen getoond
       01 BedragCenten PIC S9(10) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 ToonHerberekend PIC -ZZZZZ9,99.
       01 ToonVerschil PIC -ZZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "FACTUURAFWIJKINGEN NA WIJZIGINGEN (" DatumVandaag
             ")" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "===================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM LaadGroepKoppelingen
           PERFORM LaadRegister
           IF AantalFacturen = ZERO
               MOVE "Er staan geen facturen in het factuurregister."
                 TO RegelBuffer
               PERFORM SchrijfRegel
               CLOSE RapportBestand
               EXIT PROGRAM
           END-IF
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "ReserveringenBestand.dat: " IOStatus
               MOVE 8 TO RETURN-CODE
               CLOSE RapportBestand
               EXIT PROGRAM
           END-IF
           PERFORM BewaarAfgehandeldeVoorstellen
           MOVE "resnr    | factuur | gefactureerd | herberekend |"
             TO RegelBuffer
           MOVE "    verschil | voorstel" TO RegelBuffer(51:)
           PERFORM SchrijfRegel
           PERFORM VARYING RegisterIndex FROM 1 BY 1
             UNTIL RegisterIndex > AantalFacturen
               PERFORM BeoordeelFactuur
           END-PERFORM
           CLOSE ReserveringenBestand
           CLOSE CorrectiesWerkBestand
           PERFORM KopieerWerkTerug
           PERFORM SchrijfTotalen
           CLOSE RapportBestand
           EXIT PROGRAM.

       LaadRegister.
           *> Het register is chronologisch: een nieuwe factuur van een
           *> reservering vervangt de vorige als grondslag; creditnota's
           *> en aanvullende facturen tellen mee als ze naar die
           *> factuur verwijzen. Operatorfacturen (reserveringsnummer
           *> nul) vallen erbuiten
           MOVE ZERO TO AantalFacturen
           MOVE ZERO TO EOFVlag
           OPEN INPUT FactuurRegisterBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FactuurRegisterBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-FR-Reserveringsnummer > ZERO
                   PERFORM VerwerkRegisterRecord
               END-IF
               READ FactuurRegisterBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactuurRegisterBestand
           IF AantalNietOpgenomen > ZERO
               MOVE SPACES TO RegelBuffer
               STRING "Let op: " AantalNietOpgenomen
                 " reservering(en) pasten niet meer in de tabel en "
                 "zijn niet beoordeeld." DELIMITED BY SIZE
                 INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       VerwerkRegisterRecord.
           PERFORM ZoekInRegisterTabel
           IF FS-FR-SoortFactuur
               IF GevondenIndex = ZERO
                   IF AantalFacturen < MaxFacturen
                       ADD 1 TO AantalFacturen
                       MOVE AantalFacturen TO GevondenIndex
                       MOVE FS-FR-Reserveringsnummer
                         TO RT-Reserveringsnummer(GevondenIndex)
                   ELSE
                       ADD 1 TO AantalNietOpgenomen
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE FS-FR-Factuurnummer
                 TO RT-Factuurnummer(GevondenIndex)
               MOVE FS-FR-Bedrag TO RT-Gefactureerd(GevondenIndex)
           ELSE
               IF GevondenIndex > ZERO
                 AND FS-FR-OrigineelFactuurnummer =
                     RT-Factuurnummer(GevondenIndex)
                   ADD FS-FR-Bedrag TO RT-Gefactureerd(GevondenIndex)
               END-IF
           END-IF
           .

       ZoekInRegisterTabel.
           MOVE ZERO TO GevondenIndex
           PERFORM VARYING RegisterIndex FROM 1 BY 1
             UNTIL RegisterIndex > AantalFacturen
               OR GevondenIndex > ZERO
               IF RT-Reserveringsnummer(RegisterIndex) =
                  FS-FR-Reserveringsnummer
                   MOVE RegisterIndex TO GevondenIndex
               END-IF
           END-PERFORM
           .

       BewaarAfgehandeldeVoorstellen.
           *> Bevestigde en afgewezen voorstellen blijven bewaard;
           *> wachtende voorstellen worden door deze run opnieuw bepaald
           MOVE ZERO TO AantalVervangen
           MOVE ZERO TO EOFVlag
           OPEN OUTPUT CorrectiesWerkBestand
           OPEN INPUT CorrectiesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ CorrectiesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-C-StatusWachtend
                   ADD 1 TO AantalVervangen
               ELSE
                   MOVE Correctierecord TO CorrectieWerkrecord
                   WRITE CorrectieWerkrecord
               END-IF
               READ CorrectiesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CorrectiesBestand
           .

       BeoordeelFactuur.
           MOVE RT-Reserveringsnummer(RegisterIndex)
             TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   ADD 1 TO AantalNietGevonden
                   EXIT PARAGRAPH
           END-READ
           *> Een annulering crediteert AnnuleerBoeking zelf; een
           *> groepslid staat op de factuur van zijn hoofdreservering
           IF FS-R-DatumAnnulering NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckGroepslid
           IF IsGroepslid
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalBeoordeeld
           MOVE FS-R-Reserveringsnummer TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
           IF NOT WS-F-R-OK
               ADD 1 TO AantalNietGevonden
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-R-FactuurTotaal TO HerberekendBedrag
           PERFORM TelGroepsledenMee
           COMPUTE Verschil =
             HerberekendBedrag - RT-Gefactureerd(RegisterIndex)
           IF Verschil = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfVoorstel
           .

       TelGroepsledenMee.
           *> Hetzelfde gecombineerde bedrag als FactuurExport
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalGroepRegels
               IF GT-Hoofdnummer(GroepIndex) =
                  RT-Reserveringsnummer(RegisterIndex)
                   MOVE GT-Lidnummer(GroepIndex)
                     TO WS-F-C-Reserveringsnummer
                   MOVE SPACES TO WS-F-C-Tariefbestand
                   CALL "BepaalFactuurTotaal"
                     USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                           BY REFERENCE WS-F-R-ParametersFactuurTotaal
                   IF WS-F-R-OK
                       ADD WS-F-R-FactuurTotaal TO HerberekendBedrag
                   END-IF
               END-IF
           END-PERFORM
           .

       SchrijfVoorstel.
           ADD 1 TO AantalVoorstellen
           MOVE RT-Reserveringsnummer(RegisterIndex)
             TO FS-W-Reserveringsnummer
           MOVE RT-Factuurnummer(RegisterIndex) TO FS-W-Factuurnummer
           MOVE DatumVandaag TO FS-W-DatumVoorstel
           MOVE RT-Gefactureerd(RegisterIndex)
             TO FS-W-GefactureerdBedrag
           MOVE HerberekendBedrag TO FS-W-HerberekendBedrag
           MOVE Verschil TO FS-W-Verschil
           IF Verschil < ZERO
               SET FS-W-SoortCreditnota TO TRUE
               ADD Verschil TO TotaalCredit
           ELSE
               SET FS-W-SoortAanvullend TO TRUE
               ADD Verschil TO TotaalAanvullend
           END-IF
           SET FS-W-StatusWachtend TO TRUE
           MOVE ZERO TO FS-W-DatumBesluit
           MOVE ZERO TO FS-W-Correctienummer
           WRITE CorrectieWerkrecord
           COMPUTE BedragCenten = RT-Gefactureerd(RegisterIndex) * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = HerberekendBedrag * 100
           MOVE BedragCenten TO ToonHerberekend
           COMPUTE BedragCenten = Verschil * 100
           MOVE BedragCenten TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           IF FS-W-SoortCreditnota
               STRING FS-W-Reserveringsnummer " | " FS-W-Factuurnummer
                 "  |   " ToonBedrag " |  " ToonHerberekend " |  "
                 ToonVerschil " | creditnota" DELIMITED BY SIZE
                 INTO RegelBuffer
           ELSE
               STRING FS-W-Reserveringsnummer " | " FS-W-Factuurnummer
                 "  |   " ToonBedrag " |  " ToonHerberekend " |  "
                 ToonVerschil " | aanvullende factuur"
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           .

       SchrijfTotalen.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Beoordeelde facturen: " AantalBeoordeeld
             " | niet meer in het reserveringenbestand: "
             AantalNietGevonden DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = TotaalCredit * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = TotaalAanvullend * 100
           MOVE BedragCenten TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           STRING "Correctievoorstellen: " AantalVoorstellen
             " | te crediteren " ToonBedrag " euro | aanvullend te "
             "factureren " ToonVerschil " euro" DELIMITED BY SIZE
             INTO RegelBuffer
           PERFORM SchrijfRegel
           IF AantalVervangen > ZERO
               MOVE SPACES TO RegelBuffer
               STRING "Vervangen wachtende voorstellen van een vorige "
                 "run: " AantalVervangen DELIMITED BY SIZE
                 INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           MOVE "Bevestigen of afwijzen via Factuurregister, keuze 5."
             TO RegelBuffer
           PERFORM SchrijfRegel
           .

       LaadGroepKoppelingen.
           MOVE ZERO TO AantalGroepRegels
           MOVE ZERO TO EOFVlag
           OPEN INPUT GroepKoppelingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ GroepKoppelingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF AantalGroepRegels < 100
                   ADD 1 TO AantalGroepRegels
                   MOVE FS-G-Hoofdnummer
                     TO GT-Hoofdnummer(AantalGroepRegels)
                   MOVE FS-G-LidReserveringsnummer
                     TO GT-Lidnummer(AantalGroepRegels)
               END-IF
               READ GroepKoppelingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE GroepKoppelingenBestand
           .

       CheckGroepslid.
           SET GeenGroepslid TO TRUE
           PERFORM VARYING GroepIndex FROM 1 BY 1
             UNTIL GroepIndex > AantalGroepRegels
               IF GT-Lidnummer(GroepIndex) = FS-R-Reserveringsnummer
                   SET IsGroepslid TO TRUE
               END-IF
           END-PERFORM
           .

       KopieerWerkTerug.
           MOVE ZERO TO EOFVlag
           OPEN INPUT CorrectiesWerkBestand
           OPEN OUTPUT CorrectiesBestand
           READ CorrectiesWerkBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE CorrectieWerkrecord TO Correctierecord
               WRITE Correctierecord
               READ CorrectiesWerkBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CorrectiesWerkBestand
           CLOSE CorrectiesBestand
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer)
           WRITE Rapportregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-FactuurRegister
             PadDir-ReserveringenMetAltKey
             PadDir-GroepKoppelingen
             PadDir-FactuurCorrecties
             PadDir-FactuurCorrectiesWerk
             PadDir-FactuurAfwijkingen
           .
