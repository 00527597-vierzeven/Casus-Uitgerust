       IDENTIFICATION DIVISION.
       PROGRAM-ID. GastEnquete.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Tevredenheidsenquete na het verblijf: een uitnodiging per
       *> vertrokken reservering (DatumVertrek gevuld door CheckInUit)
       *> in de taal van de gast, de import van de ingevulde scores,
       *> een seizoensrapport per woning, type en park en een
       *> vervolgklacht in het klachtenregister bij een lage score
       SELECT AanwezigheidBestand
           ASSIGN TO Pad-Aanwezigheid
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UitnodigingenBestand
           ASSIGN TO Pad-EnqueteUitnodigingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT EnquetesBestand
           ASSIGN TO Pad-Enquetes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ImportBestand
           ASSIGN TO Pad-EnqueteAntwoorden
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UitvalBestand
           ASSIGN TO Pad-EnqueteAntwoordenUitval
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
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlachtenBestand
           ASSIGN TO Pad-Klachten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT DrempelBestand
           ASSIGN TO Pad-EnqueteDrempel
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Brievenbestand; de naam wordt per reservering opgebouwd
       SELECT BriefBestand ASSIGN TO BriefPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AanwezigheidBestand.
       01 Aanwezigheidsrecord.
       COPY Aanwezigheid REPLACING ==(pf)== BY ==FS-A==.
       FD UitnodigingenBestand.
       01 Uitnodigingrecord.
         02 UN-Reserveringsnummer PIC 9(8).
         02 UN-Datum PIC 9(8).
       FD EnquetesBestand.
       01 Enqueterecord.
       COPY Enquete REPLACING ==(pf)== BY ==FS-E==.
       FD ImportBestand.
       01 ImportRegel PIC X(80).
       FD UitvalBestand.
       01 UitvalRegel PIC X(132).
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD KlachtenBestand.
       01 Klachtrecord.
       COPY Klacht REPLACING ==(pf)== BY ==FS-KL==.
       FD DrempelBestand.
       01 Drempelrecord.
         02 DrempelScore PIC 99.
       FD BriefBestand.
       01 BriefRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Aanwezigheid.
         02 PadDir-Aanwezigheid PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Aanwezigheid.dat".
       01 Pad-EnqueteUitnodigingen.
         02 PadDir-EnqueteUitnodigingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EnqueteUitnodigingen.dat".
       01 Pad-Enquetes.
         02 PadDir-Enquetes PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Enquetes.dat".
       01 Pad-EnqueteAntwoorden.
         02 PadDir-EnqueteAntwoorden PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EnqueteAntwoorden.csv".
       01 Pad-EnqueteAntwoordenUitval.
         02 PadDir-EnqueteAntwoordenUitval PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EnqueteAntwoordenUitval.txt".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-Klachten.
         02 PadDir-Klachten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klachten.dat".
       01 Pad-EnqueteDrempel.
         02 PadDir-EnqueteDrempel PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EnqueteDrempel.dat".
       01 BriefPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFZoekVlag PIC 9 VALUE 0.
         88 EOFZoeken VALUE 1.
         88 NotEOFZoeken VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Taaltekst in de taal van de gast (HaalTaalTekst)
       COPY ParametersTaalTekst REPLACING ==(pf)== BY ==TX==.
       *> Uitnodigingen
       01 AantalBrieven PIC 9(4) VALUE ZERO.
       01 GevondenVlag PIC 9 VALUE 0.
         88 AlGevonden VALUE 1.
         88 NietGevonden VALUE 0.
       *> Drempel: een score hieronder opent een vervolgklacht
       78 StandaardDrempel VALUE 6.
       01 HuidigeDrempel PIC 99 VALUE ZERO.
       01 NieuweDrempel PIC 99 VALUE ZERO.
       *> Import van de ingevulde enquetes
       01 VeldReserveringsnummer PIC X(10) VALUE SPACES.
       01 VeldSchoonmaak PIC X(4) VALUE SPACES.
       01 VeldComfort PIC X(4) VALUE SPACES.
       01 VeldPersoneel PIC X(4) VALUE SPACES.
       01 VeldAlgemeen PIC X(4) VALUE SPACES.
       01 ValidatieVlag PIC 9 VALUE 0.
         88 ValidatieGoed VALUE 0.
         88 ValidatieFout VALUE 1.
       01 RedenValidatieFout PIC X(50) VALUE SPACES.
       01 NieuweEnquete.
       COPY Enquete REPLACING ==(pf)== BY ==NE==.
       01 ScoreIndex PIC 9 VALUE ZERO.
       01 LageScoreVlag PIC 9 VALUE 0.
         88 LageScore VALUE 1.
         88 GeenLageScore VALUE 0.
       01 AantalGelezen PIC 9(4) VALUE ZERO.
       01 AantalVerwerkt PIC 9(4) VALUE ZERO.
       01 AantalUitval PIC 9(4) VALUE ZERO.
       01 AantalKlachten PIC 9(4) VALUE ZERO.
       01 HoogsteKlachtnummer PIC 9(5) VALUE ZERO.
       *> Seizoensrapport
       01 RapportJaar PIC 9(4) VALUE ZERO.
       01 RapportVanWeek PIC 99 VALUE ZERO.
       01 RapportTotWeek PIC 99 VALUE ZERO.
       01 RapportIndex PIC 999 VALUE ZERO.
       01 TabelIndex PIC 999 VALUE ZERO.
       01 WoningScoreTabel.
         02 AantalWoningRegels PIC 999 VALUE ZERO.
         02 WST-Regel OCCURS 200 TIMES.
           03 WST-Parkcode PIC XX.
           03 WST-Woningnummer PIC 99.
           03 WST-Woningtype PIC X.
           03 WST-Aantal PIC 9(5).
           03 WST-Totaal PIC 9(6) OCCURS 4 TIMES.
       01 TypeScoreTabel.
         02 AantalTypeRegels PIC 999 VALUE ZERO.
         02 TST-Regel OCCURS 20 TIMES.
           03 TST-Woningtype PIC X.
           03 TST-Aantal PIC 9(5).
           03 TST-Totaal PIC 9(6) OCCURS 4 TIMES.
       01 ParkScoreTabel.
         02 AantalParkRegels PIC 999 VALUE ZERO.
         02 PST-Regel OCCURS 20 TIMES.
           03 PST-Parkcode PIC XX.
           03 PST-Aantal PIC 9(5).
           03 PST-Totaal PIC 9(6) OCCURS 4 TIMES.
       *> Een tabelregel voor de weergave; gemiddelden in tienden,
       *> zodat 75 als 7,5 wordt getoond
       01 RapportRegel.
         02 RR-Aantal PIC 9(5) VALUE ZERO.
         02 RR-Totaal PIC 9(6) OCCURS 4 TIMES.
       01 GemiddeldeTienden PIC 999 VALUE ZERO.
       01 ToonGemiddelden.
         02 ToonGemiddelde PIC Z9,9 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "TEVREDENHEIDSENQUETE"
               DISPLAY "===================="
               DISPLAY "1. Uitnodigingen voor vertrokken gasten"
               DISPLAY "2. Ingevulde enquetes importeren"
               DISPLAY "3. Gemiddelde scores per woning, type en park"
               DISPLAY "4. Drempelscore voor vervolgklachten instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM SchrijfUitnodigingen
                   WHEN 2
                       PERFORM ImporteerAntwoorden
                   WHEN 3
                       PERFORM ToonSeizoensRapport
                   WHEN 4
                       PERFORM StelDrempelIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       SchrijfUitnodigingen.
           *> Elke vertrokken reservering krijgt eenmaal een
           *> uitnodiging; EnqueteUitnodigingen.dat onthoudt wie er al
           *> een heeft gehad
           MOVE ZERO TO AantalBrieven
           MOVE ZERO TO EOFVlag
           OPEN INPUT AanwezigheidBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Aanwezigheid.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               CLOSE AanwezigheidBestand
               EXIT PARAGRAPH
           END-IF
           READ AanwezigheidBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-A-DatumVertrek NOT = SPACES
                   PERFORM ZoekUitnodiging
                   IF NietGevonden
                       MOVE FS-A-Reserveringsnummer
                         TO FS-R-Reserveringsnummer
                       READ ReserveringenBestand
                         KEY IS FS-R-Reserveringsnummer
                           INVALID KEY
                               DISPLAY "Reservering "
                                 FS-A-Reserveringsnummer
                                 " bestaat niet meer; overgeslagen."
                           NOT INVALID KEY
                               PERFORM SchrijfUitnodiging
                       END-READ
                   END-IF
               END-IF
               READ AanwezigheidBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE AanwezigheidBestand, ReserveringenBestand
           DISPLAY SPACE
           DISPLAY "Aantal uitnodigingen geschreven: " AantalBrieven
           .

       ZoekUitnodiging.
           SET NietGevonden TO TRUE
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT UitnodigingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ UitnodigingenBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF UN-Reserveringsnummer = FS-A-Reserveringsnummer
                   SET AlGevonden TO TRUE
                   SET EOFZoeken TO TRUE
               ELSE
                   READ UitnodigingenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE UitnodigingenBestand
           .

       SchrijfUitnodiging.
           PERFORM ZoekKlant
           MOVE SPACES TO BriefPad
           STRING OMG-HuurDir "EnqueteUitnodiging"
             FS-R-Reserveringsnummer ".txt"
             DELIMITED BY SIZE INTO BriefPad
           OPEN OUTPUT BriefBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het schrijven van de brief: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE "HUUR EEN VAKANTIEAVONTUUR - UW MENING TELT"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "=========================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (FS-K-Voornaam) " "
             FUNCTION TRIM (FS-K-Naam)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (FS-K-Straat) " " FS-K-Huisnummer
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING FS-K-Postcode "  " FUNCTION TRIM (FS-K-Woonplaats)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Reservering " FS-R-Reserveringsnummer
             " | woning " FS-R-Woningnummer
             " | vertrokken op " FS-A-DatumVertrek
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           *> Uitnodigingstekst in de taal van de gast (tekstcode EQ,
           *> NL terugval)
           MOVE FS-K-Taalcode TO TX-C-Taalcode
           MOVE "EQ" TO TX-C-TekstCode
           CALL "HaalTaalTekst"
             USING BY CONTENT TX-C-ParametersTaalTekst,
                   BY REFERENCE TX-R-ParametersTaalTekst
           IF TX-R-Tekst = "EQ"
               MOVE "Hoe was uw verblijf? Wij horen graag uw mening."
                 TO RegelBuffer
           ELSE
               MOVE TX-R-Tekst TO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Geef een cijfer van 1 t/m 10 voor:" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "  - de schoonmaak van de woning" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "  - het comfort van de woning" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "  - de vriendelijkheid van het personeel"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "  - uw verblijf in het algemeen" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "Vermeld bij uw antwoord uw reserveringsnummer."
             TO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE BriefBestand
           PERFORM RegistreerUitnodiging
           ADD 1 TO AantalBrieven
           DISPLAY "Uitnodiging geschreven voor reservering "
             FS-R-Reserveringsnummer " ("
             FUNCTION TRIM (FS-K-Naam) ")."
           .

       RegistreerUitnodiging.
           OPEN EXTEND UitnodigingenBestand
           IF IOStatus = 00 OR 05
               MOVE FS-R-Reserveringsnummer TO UN-Reserveringsnummer
               MOVE DatumVandaag TO UN-Datum
               WRITE Uitnodigingrecord
               CLOSE UitnodigingenBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "EnqueteUitnodigingen.dat: " IOStatus
           END-IF
           .

       ZoekKlant.
           OPEN INPUT KlantenBestand
           MOVE FS-R-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE "(onbekende klant)" TO FS-K-Naam
                   MOVE SPACES TO FS-K-Voornaam
                   MOVE SPACES TO FS-K-Straat
                   MOVE SPACES TO FS-K-Huisnummer
                   MOVE SPACES TO FS-K-Postcode
                   MOVE SPACES TO FS-K-Woonplaats
                   MOVE SPACES TO FS-K-Taalcode
           END-READ
           CLOSE KlantenBestand
           .

       ImporteerAntwoorden.
           *> EnqueteAntwoorden.csv: reserveringsnummer;schoonmaak;
           *> comfort;personeel;algemeen. Afgekeurde regels gaan met
           *> de reden naar EnqueteAntwoordenUitval.txt
           PERFORM LeesDrempel
           MOVE ZERO TO AantalGelezen
           MOVE ZERO TO AantalVerwerkt
           MOVE ZERO TO AantalUitval
           MOVE ZERO TO AantalKlachten
           MOVE ZERO TO EOFVlag
           OPEN INPUT ImportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "EnqueteAntwoorden.csv: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               CLOSE ImportBestand
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UitvalBestand
           READ ImportBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF ImportRegel NOT = SPACES
                   ADD 1 TO AantalGelezen
                   PERFORM VerwerkAntwoord
               END-IF
               READ ImportBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ImportBestand, ReserveringenBestand, UitvalBestand
           DISPLAY SPACE
           DISPLAY "Gelezen: " AantalGelezen " | verwerkt: "
             AantalVerwerkt " | uitval: " AantalUitval
             " | vervolgklachten: " AantalKlachten
           DISPLAY "De uitval staat met redenen in "
             "EnqueteAntwoordenUitval.txt."
           .

       VerwerkAntwoord.
           SET ValidatieGoed TO TRUE
           MOVE SPACES TO RedenValidatieFout
           MOVE SPACES TO VeldReserveringsnummer VeldSchoonmaak
             VeldComfort VeldPersoneel VeldAlgemeen
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldReserveringsnummer
                    VeldSchoonmaak
                    VeldComfort
                    VeldPersoneel
                    VeldAlgemeen
           END-UNSTRING
           IF FUNCTION TRIM (VeldReserveringsnummer) IS NOT NUMERIC
             OR FUNCTION TRIM (VeldSchoonmaak) IS NOT NUMERIC
             OR FUNCTION TRIM (VeldComfort) IS NOT NUMERIC
             OR FUNCTION TRIM (VeldPersoneel) IS NOT NUMERIC
             OR FUNCTION TRIM (VeldAlgemeen) IS NOT NUMERIC
               SET ValidatieFout TO TRUE
               MOVE "Regel niet leesbaar (geen getallen)"
                 TO RedenValidatieFout
           ELSE
               MOVE FUNCTION NUMVAL (VeldReserveringsnummer)
                 TO NE-Reserveringsnummer
               MOVE FUNCTION NUMVAL (VeldSchoonmaak)
                 TO NE-ScoreSchoonmaak
               MOVE FUNCTION NUMVAL (VeldComfort) TO NE-ScoreComfort
               MOVE FUNCTION NUMVAL (VeldPersoneel)
                 TO NE-ScorePersoneel
               MOVE FUNCTION NUMVAL (VeldAlgemeen) TO NE-ScoreAlgemeen
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   IF NE-Score (ScoreIndex) < 1
                     OR NE-Score (ScoreIndex) > 10
                       SET ValidatieFout TO TRUE
                       MOVE "Score buiten 1 t/m 10"
                         TO RedenValidatieFout
                   END-IF
               END-PERFORM
           END-IF
           IF ValidatieGoed
               MOVE NE-Reserveringsnummer TO FS-R-Reserveringsnummer
               READ ReserveringenBestand
                 KEY IS FS-R-Reserveringsnummer
                   INVALID KEY
                       SET ValidatieFout TO TRUE
                       MOVE "Reserveringsnummer bestaat niet"
                         TO RedenValidatieFout
               END-READ
           END-IF
           IF ValidatieGoed
               PERFORM ZoekEnquete
               IF AlGevonden
                   SET ValidatieFout TO TRUE
                   MOVE "Enquete voor deze reservering al verwerkt"
                     TO RedenValidatieFout
               END-IF
           END-IF
           IF ValidatieFout
               ADD 1 TO AantalUitval
               MOVE SPACES TO RegelBuffer
               STRING FUNCTION TRIM (ImportRegel) " -> "
                 RedenValidatieFout
                 DELIMITED BY SIZE INTO RegelBuffer
               WRITE UitvalRegel FROM RegelBuffer
               DISPLAY "Uitval: " FUNCTION TRIM (RegelBuffer)
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-Woningnummer TO NE-Woningnummer
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO NE-Parkcode
           ELSE
               MOVE FS-R-Parkcode TO NE-Parkcode
           END-IF
           MOVE FS-R-Jaar TO NE-Jaar
           MOVE FS-R-Weeknummer TO NE-Weeknummer
           MOVE DatumVandaag TO NE-OntvangenDatum
           PERFORM ZoekWoningtype
           OPEN EXTEND EnquetesBestand
           IF IOStatus = 00 OR 05
               WRITE Enqueterecord FROM NieuweEnquete
               CLOSE EnquetesBestand
               ADD 1 TO AantalVerwerkt
           ELSE
               DISPLAY ">>> Fout bij het openen van Enquetes.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           SET GeenLageScore TO TRUE
           PERFORM VARYING ScoreIndex FROM 1 BY 1
             UNTIL ScoreIndex > 4
               IF NE-Score (ScoreIndex) < HuidigeDrempel
                   SET LageScore TO TRUE
               END-IF
           END-PERFORM
           IF LageScore
               PERFORM OpenVervolgKlacht
           END-IF
           .

       ZoekEnquete.
           SET NietGevonden TO TRUE
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT EnquetesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ EnquetesBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF FS-E-Reserveringsnummer = NE-Reserveringsnummer
                   SET AlGevonden TO TRUE
                   SET EOFZoeken TO TRUE
               ELSE
                   READ EnquetesBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE EnquetesBestand
           .

       ZoekWoningtype.
           *> Het type van de woning op het moment van de enquete
           MOVE SPACE TO NE-Woningtype
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFZoeken TO TRUE
           END-READ
           PERFORM UNTIL EOFZoeken
               IF WoningParkcode = SPACES
                   MOVE "01" TO WoningParkcode
               END-IF
               IF Woningnummer = NE-Woningnummer
                 AND WoningParkcode = NE-Parkcode
                   MOVE Woningtype TO NE-Woningtype
                   SET EOFZoeken TO TRUE
               ELSE
                   READ WoningenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningenBestand
           .

       OpenVervolgKlacht.
           *> Een lage score wordt een open klacht ter opvolging; een
           *> lage schoonmaakscore valt onder categorie SC, de rest
           *> onder OV
           PERFORM BepaalVolgendKlachtnummer
           MOVE HoogsteKlachtnummer TO FS-KL-Klachtnummer
           MOVE NE-Reserveringsnummer TO FS-KL-Reserveringsnummer
           MOVE NE-Woningnummer TO FS-KL-Woningnummer
           IF NE-ScoreSchoonmaak < HuidigeDrempel
               MOVE "SC" TO FS-KL-Categorie
           ELSE
               MOVE "OV" TO FS-KL-Categorie
           END-IF
           MOVE SPACES TO FS-KL-Omschrijving
           STRING "Lage enquetescore S" NE-ScoreSchoonmaak
             " C" NE-ScoreComfort " P" NE-ScorePersoneel
             " A" NE-ScoreAlgemeen
             DELIMITED BY SIZE INTO FS-KL-Omschrijving
           MOVE DatumVandaag TO FS-KL-OntvangenDatum
           MOVE "Enquete" TO FS-KL-Behandelaar
           MOVE "O" TO FS-KL-Status
           MOVE ZERO TO FS-KL-CompensatieBedrag
           MOVE SPACES TO FS-KL-AfgehandeldDatum
           OPEN EXTEND KlachtenBestand
           IF IOStatus = 00 OR 05
               WRITE Klachtrecord
               CLOSE KlachtenBestand
               ADD 1 TO AantalKlachten
               DISPLAY "Vervolgklacht " FS-KL-Klachtnummer
                 " geopend voor reservering " FS-KL-Reserveringsnummer
                 " (woning " FS-KL-Woningnummer ")."
           ELSE
               DISPLAY ">>> Fout bij het openen van Klachten.dat: "
                 IOStatus
           END-IF
           .

       BepaalVolgendKlachtnummer.
           MOVE ZERO TO HoogsteKlachtnummer
           MOVE ZERO TO EOFZoekVlag
           OPEN INPUT KlachtenBestand
           IF IO-OK
               READ KlachtenBestand
                   AT END
                       SET EOFZoeken TO TRUE
               END-READ
               PERFORM UNTIL EOFZoeken
                   IF FS-KL-Klachtnummer > HoogsteKlachtnummer
                       MOVE FS-KL-Klachtnummer TO HoogsteKlachtnummer
                   END-IF
                   READ KlachtenBestand
                       AT END
                           SET EOFZoeken TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KlachtenBestand
           END-IF
           ADD 1 TO HoogsteKlachtnummer
           .

       ToonSeizoensRapport.
           DISPLAY SPACE
           DISPLAY "Seizoensjaar: " WITH NO ADVANCING
           ACCEPT RapportJaar
           DISPLAY "Seizoen van weeknummer (00 = hele jaar): "
             WITH NO ADVANCING
           ACCEPT RapportVanWeek
           DISPLAY "Seizoen t/m weeknummer (00 = hele jaar): "
             WITH NO ADVANCING
           ACCEPT RapportTotWeek
           IF RapportTotWeek = ZERO
               MOVE 53 TO RapportTotWeek
           END-IF
           MOVE ZERO TO AantalWoningRegels
           MOVE ZERO TO AantalTypeRegels
           MOVE ZERO TO AantalParkRegels
           MOVE ZERO TO EOFVlag
           OPEN INPUT EnquetesBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen enquetes verwerkt. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ EnquetesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-E-Jaar = RapportJaar
                 AND FS-E-Weeknummer >= RapportVanWeek
                 AND FS-E-Weeknummer <= RapportTotWeek
                   PERFORM TelWoning
                   PERFORM TelType
                   PERFORM TelPark
               END-IF
               READ EnquetesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EnquetesBestand
           DISPLAY SPACE
           DISPLAY "GEMIDDELDE ENQUETESCORES " RapportJaar
             " (week " RapportVanWeek " t/m " RapportTotWeek ")"
           DISPLAY "schoonmaak | comfort | personeel | algemeen"
           DISPLAY SPACE
           DISPLAY "Per woning:"
           PERFORM VARYING RapportIndex FROM 1 BY 1
             UNTIL RapportIndex > AantalWoningRegels
               MOVE WST-Aantal (RapportIndex) TO RR-Aantal
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   MOVE WST-Totaal (RapportIndex, ScoreIndex)
                     TO RR-Totaal (ScoreIndex)
               END-PERFORM
               PERFORM BerekenGemiddelden
               DISPLAY "  Park " WST-Parkcode (RapportIndex)
                 " woning " WST-Woningnummer (RapportIndex)
                 " type " WST-Woningtype (RapportIndex)
                 " | " ToonGemiddelde (1) " | " ToonGemiddelde (2)
                 " | " ToonGemiddelde (3) " | " ToonGemiddelde (4)
                 " | " RR-Aantal " enquete(s)"
           END-PERFORM
           DISPLAY "Per woningtype:"
           PERFORM VARYING RapportIndex FROM 1 BY 1
             UNTIL RapportIndex > AantalTypeRegels
               MOVE TST-Aantal (RapportIndex) TO RR-Aantal
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   MOVE TST-Totaal (RapportIndex, ScoreIndex)
                     TO RR-Totaal (ScoreIndex)
               END-PERFORM
               PERFORM BerekenGemiddelden
               DISPLAY "  Type " TST-Woningtype (RapportIndex)
                 " | " ToonGemiddelde (1) " | " ToonGemiddelde (2)
                 " | " ToonGemiddelde (3) " | " ToonGemiddelde (4)
                 " | " RR-Aantal " enquete(s)"
           END-PERFORM
           DISPLAY "Per park:"
           PERFORM VARYING RapportIndex FROM 1 BY 1
             UNTIL RapportIndex > AantalParkRegels
               MOVE PST-Aantal (RapportIndex) TO RR-Aantal
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   MOVE PST-Totaal (RapportIndex, ScoreIndex)
                     TO RR-Totaal (ScoreIndex)
               END-PERFORM
               PERFORM BerekenGemiddelden
               DISPLAY "  Park " PST-Parkcode (RapportIndex)
                 " | " ToonGemiddelde (1) " | " ToonGemiddelde (2)
                 " | " ToonGemiddelde (3) " | " ToonGemiddelde (4)
                 " | " RR-Aantal " enquete(s)"
           END-PERFORM
           IF AantalWoningRegels = ZERO
               DISPLAY "Geen enquetes in deze periode."
           END-IF
           .

       TelWoning.
           MOVE ZERO TO TabelIndex
           PERFORM VARYING RapportIndex FROM 1 BY 1
             UNTIL RapportIndex > AantalWoningRegels
               IF WST-Parkcode (RapportIndex) = FS-E-Parkcode
                 AND WST-Woningnummer (RapportIndex)
                   = FS-E-Woningnummer
                   MOVE RapportIndex TO TabelIndex
               END-IF
           END-PERFORM
           IF TabelIndex = ZERO
               IF AantalWoningRegels >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalWoningRegels
               MOVE AantalWoningRegels TO TabelIndex
               MOVE FS-E-Parkcode TO WST-Parkcode (TabelIndex)
               MOVE FS-E-Woningnummer TO WST-Woningnummer (TabelIndex)
               MOVE FS-E-Woningtype TO WST-Woningtype (TabelIndex)
               MOVE ZERO TO WST-Aantal (TabelIndex)
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   MOVE ZERO TO WST-Totaal (TabelIndex, ScoreIndex)
               END-PERFORM
           END-IF
           ADD 1 TO WST-Aantal (TabelIndex)
           PERFORM VARYING ScoreIndex FROM 1 BY 1
             UNTIL ScoreIndex > 4
               ADD FS-E-Score (ScoreIndex)
                 TO WST-Totaal (TabelIndex, ScoreIndex)
           END-PERFORM
           .

       TelType.
           MOVE ZERO TO TabelIndex
           PERFORM VARYING RapportIndex FROM 1 BY 1
             UNTIL RapportIndex > AantalTypeRegels
               IF TST-Woningtype (RapportIndex) = FS-E-Woningtype
                   MOVE RapportIndex TO TabelIndex
               END-IF
           END-PERFORM
           IF TabelIndex = ZERO
               IF AantalTypeRegels >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalTypeRegels
               MOVE AantalTypeRegels TO TabelIndex
               MOVE FS-E-Woningtype TO TST-Woningtype (TabelIndex)
               MOVE ZERO TO TST-Aantal (TabelIndex)
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   MOVE ZERO TO TST-Totaal (TabelIndex, ScoreIndex)
               END-PERFORM
           END-IF
           ADD 1 TO TST-Aantal (TabelIndex)
           PERFORM VARYING ScoreIndex FROM 1 BY 1
             UNTIL ScoreIndex > 4
               ADD FS-E-Score (ScoreIndex)
                 TO TST-Totaal (TabelIndex, ScoreIndex)
           END-PERFORM
           .

       TelPark.
           MOVE ZERO TO TabelIndex
           PERFORM VARYING RapportIndex FROM 1 BY 1
             UNTIL RapportIndex > AantalParkRegels
               IF PST-Parkcode (RapportIndex) = FS-E-Parkcode
                   MOVE RapportIndex TO TabelIndex
               END-IF
           END-PERFORM
           IF TabelIndex = ZERO
               IF AantalParkRegels >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalParkRegels
               MOVE AantalParkRegels TO TabelIndex
               MOVE FS-E-Parkcode TO PST-Parkcode (TabelIndex)
               MOVE ZERO TO PST-Aantal (TabelIndex)
               PERFORM VARYING ScoreIndex FROM 1 BY 1
                 UNTIL ScoreIndex > 4
                   MOVE ZERO TO PST-Totaal (TabelIndex, ScoreIndex)
               END-PERFORM
           END-IF
           ADD 1 TO PST-Aantal (TabelIndex)
           PERFORM VARYING ScoreIndex FROM 1 BY 1
             UNTIL ScoreIndex > 4
               ADD FS-E-Score (ScoreIndex)
                 TO PST-Totaal (TabelIndex, ScoreIndex)
           END-PERFORM
           .

       BerekenGemiddelden.
           PERFORM VARYING ScoreIndex FROM 1 BY 1
             UNTIL ScoreIndex > 4
               IF RR-Aantal = ZERO
                   MOVE ZERO TO GemiddeldeTienden
               ELSE
                   COMPUTE GemiddeldeTienden ROUNDED =
                     RR-Totaal (ScoreIndex) * 10 / RR-Aantal
               END-IF
               MOVE GemiddeldeTienden TO ToonGemiddelde (ScoreIndex)
           END-PERFORM
           .

       LeesDrempel.
           MOVE StandaardDrempel TO HuidigeDrempel
           OPEN INPUT DrempelBestand
           IF IO-OK
               READ DrempelBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DrempelScore TO HuidigeDrempel
               END-READ
               CLOSE DrempelBestand
           END-IF
           .

       StelDrempelIn.
           PERFORM LeesDrempel
           DISPLAY SPACE
           DISPLAY "Huidige drempelscore: " HuidigeDrempel
             " (een score hieronder opent een vervolgklacht)."
           DISPLAY "Nieuwe drempelscore (1 t/m 10): " WITH NO ADVANCING
           ACCEPT NieuweDrempel
           IF NieuweDrempel < 1 OR NieuweDrempel > 10
               DISPLAY ">>> De drempelscore moet tussen 1 en 10 liggen."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DrempelBestand
           MOVE NieuweDrempel TO DrempelScore
           WRITE Drempelrecord
           CLOSE DrempelBestand
           DISPLAY "De drempelscore is nu " NieuweDrempel "."
           .

       SchrijfRegel.
           WRITE BriefRegel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Aanwezigheid
             PadDir-EnqueteUitnodigingen
             PadDir-Enquetes
             PadDir-EnqueteAntwoorden
             PadDir-EnqueteAntwoordenUitval
             PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-Woningen
             PadDir-Klachten
             PadDir-EnqueteDrempel
           .
