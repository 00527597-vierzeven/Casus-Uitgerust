       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreRegistratieImport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Online pre-registratie: met de aankomstbrief krijgt de gast
       *> een formulier (PreRegistratie<reserveringsnummer>.csv) met
       *> een regel per bekende bewoner. De teruggestuurde formulieren
       *> worden samengevoegd in PreRegistratie.csv en hier ingelezen:
       *>   reserveringsnummer;volgnummer;initialen;geboortedatum;
       *>   volledige naam;documentsoort;documentnummer;
       *>   aankomsttijd (uumm);kenteken
       *> Een regel zonder volgnummer is een extra bewoner en telt mee
       *> in de capaciteit van de woning. Alle regels van een
       *> reservering worden samen beoordeeld; bij een fout gaat de
       *> hele aanmelding met de reden naar de uitvallijst.
       *> Het dagrapport toont de komende aankomsten waarvan nog niet
       *> alle bewoners geregistreerd zijn
       SELECT ImportBestand ASSIGN TO Pad-PreRegistratieImport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UitvalBestand ASSIGN TO Pad-PreRegistratieUitval
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT PreRegistratiesBestand
           ASSIGN TO Pad-PreRegistraties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-PreRegistratieRapport
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
       SELECT BewonersBestand
           ASSIGN TO Pad-Bewoners
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-B-BewonersID
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
       DATA DIVISION.
       FILE SECTION.
       FD ImportBestand.
       01 ImportRegel PIC X(160).
       FD UitvalBestand.
       01 UitvalRegel PIC X(230).
       FD PreRegistratiesBestand.
       01 PreRegistratierecord.
       COPY PreRegistratie REPLACING ==(pf)== BY ==FS-PR==.
       FD RapportBestand.
       01 RapportRegel PIC X(132).
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
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

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-PreRegistratieImport.
         02 PadDir-PreRegistratieImport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PreRegistratie.csv".
       01 Pad-PreRegistratieUitval.
         02 PadDir-PreRegistratieUitval PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PreRegistratieUitval.txt".
       01 Pad-PreRegistraties.
         02 PadDir-PreRegistraties PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PreRegistraties.dat".
       01 Pad-PreRegistratieRapport.
         02 PadDir-PreRegistratieRapport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PreRegistratieRapport.txt".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 EOFImportVlag PIC 9 VALUE 0.
         88 EOFImport VALUE 1.
         88 NotEOFImport VALUE 0.
       01 EOFWoningenVlag PIC 9 VALUE 0.
         88 EOFWoningen VALUE 1.
         88 NotEOFWoningen VALUE 0.
       01 EOFBewonersVlag PIC 9 VALUE 0.
         88 EOFBewoners VALUE 1.
         88 NotEOFBewoners VALUE 0.
       01 EOFPreRegistratiesVlag PIC 9 VALUE 0.
         88 EOFPreRegistraties VALUE 1.
         88 NotEOFPreRegistraties VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Geparste importvelden
       01 VeldReserveringsnummer PIC X(10) VALUE SPACES.
       01 VeldVolgnummer PIC X(4) VALUE SPACES.
       01 VeldInitialen PIC X(6) VALUE SPACES.
       01 VeldGeboortedatum PIC X(10) VALUE SPACES.
       01 VeldVolledigeNaam PIC X(30) VALUE SPACES.
       01 VeldDocumentSoort PIC X(4) VALUE SPACES.
       01 VeldDocumentNummer PIC X(14) VALUE SPACES.
       01 VeldAankomsttijd PIC X(6) VALUE SPACES.
       01 VeldKenteken PIC X(12) VALUE SPACES.
       *> De aanmelding die nu wordt opgebouwd: de opeenvolgende
       *> regels met hetzelfde reserveringsnummer
       01 GroepVlag PIC 9 VALUE ZERO.
         88 GroepAanwezig VALUE 1.
         88 GeenGroep VALUE ZERO.
       78 MaxGroepRegels VALUE 30.
       01 GroepSleutel PIC X(10) VALUE SPACES.
       01 GroepRegels.
         02 GroepRegel PIC X(160) OCCURS 30 TIMES.
       01 GroepBewoners.
         02 GroepBewoner OCCURS 30 TIMES.
           03 GP-Volgnummer PIC 99.
           03 GP-Initialen PIC X(4).
           03 GP-Geboortedatum PIC 9(8).
           03 GP-VolledigeNaam PIC X(24).
           03 GP-DocumentSoort PIC XX.
           03 GP-DocumentNummer PIC X(12).
       01 AantalGroepRegels PIC 99 VALUE ZERO.
       01 AantalExtraBewoners PIC 99 VALUE ZERO.
       01 Teller PIC 99 VALUE ZERO.
       01 Teller2 PIC 99 VALUE ZERO.
       01 GR-Reserveringsnummer PIC 9(8) VALUE ZERO.
       01 GR-Aankomsttijd PIC X(4) VALUE SPACES.
       01 GR-Kenteken PIC X(10) VALUE SPACES.
       01 Aankomsttijd PIC X(4) VALUE SPACES.
       01 AankomsttijdNum REDEFINES Aankomsttijd.
         02 AankomstUur PIC 99.
         02 AankomstMinuut PIC 99.
       01 WS-Parkcode PIC XX VALUE "01".
       01 WoningParkGelezen PIC XX VALUE "01".
       01 HoogsteVolgnummer PIC 99 VALUE ZERO.
       01 AantalBekendeBewoners PIC 99 VALUE ZERO.
       01 TotaalBewoners PIC 99 VALUE ZERO.
       *> Capaciteit volgens de woningtypestam
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 WoningTypeGevonden PIC X VALUE SPACE.
       01 ToonCapaciteit PIC Z9.
       *> Validatie
       01 ValidatiefoutVlag PIC 9 VALUE ZERO.
         88 ValidatieGeslaagd VALUE ZERO.
         88 ValidatieFout VALUE 1.
       01 RedenValidatieFout PIC X(60) VALUE SPACES.
       *> Tellers
       01 AantalGelezen PIC 9(4) VALUE ZERO.
       01 AantalAanmeldingen PIC 9(4) VALUE ZERO.
       01 AantalBijgewerkt PIC 9(4) VALUE ZERO.
       01 AantalToegevoegd PIC 9(4) VALUE ZERO.
       01 AantalUitval PIC 9(4) VALUE ZERO.
       01 RegelBuffer PIC X(230) VALUE SPACES.
       *> Dagrapport: aankomsten van vandaag tot en met DagenVooruit
       01 DagenVooruit PIC 99 VALUE ZERO.
       01 INT-Vandaag PIC 9(8) COMP.
       01 INT-Aankomst PIC 9(8) COMP.
       01 INT-TotEnMet PIC 9(8) COMP.
       01 AankomstDatum PIC 9(8) VALUE ZERO.
       01 AantalOntbrekend PIC 99 VALUE ZERO.
       01 AantalInRapport PIC 9(4) VALUE ZERO.
       01 AantalAankomsten PIC 9(4) VALUE ZERO.
       01 TekstBewoners PIC X(50) VALUE SPACES.
       01 GevondenPreRegistratie.
       COPY PreRegistratie REPLACING ==(pf)== BY ==GPR==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           SET BlijfInHetMenu TO TRUE
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "PRE-REGISTRATIE GASTEN VOOR AANKOMST"
               DISPLAY "===================================="
               DISPLAY "1. Teruggestuurde formulieren inlezen"
               DISPLAY "2. Dagrapport aankomsten zonder registratie"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM LeesFormulierenIn
                   WHEN 2
                       PERFORM MaakDagrapport
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LeesFormulierenIn.
           MOVE ZERO TO AantalGelezen AantalAanmeldingen
             AantalBijgewerkt AantalToegevoegd AantalUitval
           MOVE ZERO TO EOFImportVlag
           OPEN INPUT ImportBestand
           IF NOT IO-OK
               DISPLAY "Geen teruggestuurde formulieren aanwezig "
                 "(PreRegistratie.csv). IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UitvalBestand
           OPEN INPUT ReserveringenBestand
           OPEN I-O BewonersBestand
           OPEN EXTEND PreRegistratiesBestand
           IF IOStatus = 35
               CLOSE PreRegistratiesBestand
               OPEN OUTPUT PreRegistratiesBestand
           END-IF
           SET GeenGroep TO TRUE
           READ ImportBestand
               AT END
                   SET EOFImport TO TRUE
           END-READ
           PERFORM UNTIL EOFImport
               IF ImportRegel NOT = SPACES
                   ADD 1 TO AantalGelezen
                   PERFORM VerwerkImportRegel
               END-IF
               READ ImportBestand
                   AT END
                       SET EOFImport TO TRUE
               END-READ
           END-PERFORM
           IF GroepAanwezig
               PERFORM VerwerkGroep
           END-IF
           CLOSE PreRegistratiesBestand
           CLOSE BewonersBestand
           CLOSE ReserveringenBestand
           CLOSE ImportBestand
           CLOSE UitvalBestand
           DISPLAY SPACE
           DISPLAY "Regels gelezen: " AantalGelezen
             " | aanmeldingen verwerkt: " AantalAanmeldingen
             " | bewoners bijgewerkt: " AantalBijgewerkt
             " | toegevoegd: " AantalToegevoegd
             " | uitval: " AantalUitval
           DISPLAY "De uitval staat met redenen in "
             "PreRegistratieUitval.txt."
           .

       VerwerkImportRegel.
           *> Een ander reserveringsnummer sluit de vorige aanmelding af
           MOVE SPACES TO VeldReserveringsnummer
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldReserveringsnummer
           END-UNSTRING
           IF GroepAanwezig
             AND VeldReserveringsnummer NOT = GroepSleutel
               PERFORM VerwerkGroep
           END-IF
           IF GeenGroep
               PERFORM BeginGroep
           END-IF
           PERFORM VoegRegelToe
           .

       BeginGroep.
           SET GroepAanwezig TO TRUE
           SET ValidatieGeslaagd TO TRUE
           MOVE SPACES TO RedenValidatieFout
           MOVE VeldReserveringsnummer TO GroepSleutel
           MOVE ZERO TO AantalGroepRegels
           MOVE ZERO TO AantalExtraBewoners
           MOVE SPACES TO GR-Aankomsttijd GR-Kenteken
           MOVE ZERO TO GR-Reserveringsnummer
           IF FUNCTION TRIM (VeldReserveringsnummer) IS NOT NUMERIC
               SET ValidatieFout TO TRUE
               MOVE "Reserveringsnummer niet leesbaar"
                 TO RedenValidatieFout
           ELSE
               MOVE FUNCTION NUMVAL (VeldReserveringsnummer)
                 TO GR-Reserveringsnummer
           END-IF
           .

       VoegRegelToe.
           IF AantalGroepRegels >= MaxGroepRegels
               SET ValidatieFout TO TRUE
               MOVE "Te veel bewoners op een aanmelding"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalGroepRegels
           MOVE ImportRegel TO GroepRegel (AantalGroepRegels)
           MOVE SPACES TO VeldVolgnummer VeldInitialen
             VeldGeboortedatum VeldVolledigeNaam VeldDocumentSoort
             VeldDocumentNummer VeldAankomsttijd VeldKenteken
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldReserveringsnummer
                    VeldVolgnummer
                    VeldInitialen
                    VeldGeboortedatum
                    VeldVolledigeNaam
                    VeldDocumentSoort
                    VeldDocumentNummer
                    VeldAankomsttijd
                    VeldKenteken
           END-UNSTRING
           IF ValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF VeldVolgnummer = SPACES
               MOVE ZERO TO GP-Volgnummer (AantalGroepRegels)
               ADD 1 TO AantalExtraBewoners
           ELSE
               IF FUNCTION TRIM (VeldVolgnummer) IS NOT NUMERIC
                   SET ValidatieFout TO TRUE
                   MOVE "Volgnummer bewoner niet leesbaar"
                     TO RedenValidatieFout
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (VeldVolgnummer)
                 TO GP-Volgnummer (AantalGroepRegels)
           END-IF
           MOVE VeldInitialen TO GP-Initialen (AantalGroepRegels)
           IF FUNCTION TRIM (VeldGeboortedatum) IS NUMERIC
               MOVE FUNCTION NUMVAL (VeldGeboortedatum)
                 TO GP-Geboortedatum (AantalGroepRegels)
           ELSE
               MOVE ZERO TO GP-Geboortedatum (AantalGroepRegels)
           END-IF
           MOVE VeldVolledigeNaam
             TO GP-VolledigeNaam (AantalGroepRegels)
           MOVE FUNCTION UPPER-CASE (VeldDocumentSoort)
             TO GP-DocumentSoort (AantalGroepRegels)
           MOVE VeldDocumentNummer
             TO GP-DocumentNummer (AantalGroepRegels)
           *> Aankomsttijd en kenteken gelden voor de hele reservering;
           *> de eerste ingevulde waarde telt
           IF GR-Aankomsttijd = SPACES
             AND VeldAankomsttijd NOT = SPACES
               IF VeldAankomsttijd (3:1) = ":" OR "."
                   STRING VeldAankomsttijd (1:2) VeldAankomsttijd (4:2)
                     DELIMITED BY SIZE INTO GR-Aankomsttijd
               ELSE
                   MOVE VeldAankomsttijd TO GR-Aankomsttijd
               END-IF
           END-IF
           IF GR-Kenteken = SPACES
               MOVE FUNCTION UPPER-CASE (VeldKenteken) TO GR-Kenteken
           END-IF
           .

       VerwerkGroep.
           IF ValidatieGeslaagd
               PERFORM ValideerReservering
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerRegels
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerTegenBewoners
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerCapaciteit
           END-IF
           IF ValidatieGeslaagd
               PERFORM LegAanmeldingVast
           ELSE
               PERFORM SchrijfGroepUitval
           END-IF
           SET GeenGroep TO TRUE
           .

       ValideerReservering.
           MOVE GR-Reserveringsnummer TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   SET ValidatieFout TO TRUE
                   MOVE "Onbekend reserveringsnummer"
                     TO RedenValidatieFout
                   EXIT PARAGRAPH
           END-READ
           IF NOT FS-R-TypeBoeking
               SET ValidatieFout TO TRUE
               MOVE "Reservering is geen boeking"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF FS-R-DatumAnnulering NOT = SPACES
             OR FS-R-DatumVerlopen NOT = SPACES
               SET ValidatieFout TO TRUE
               MOVE "Reservering is geannuleerd of verlopen"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO WS-Parkcode
           ELSE
               MOVE FS-R-Parkcode TO WS-Parkcode
           END-IF
           .

       ValideerRegels.
           *> Identiteit volledig en leesbaar; aankomsttijd als uumm
           PERFORM VARYING Teller FROM 1 BY 1
             UNTIL Teller > AantalGroepRegels OR ValidatieFout
               IF GP-VolledigeNaam (Teller) = SPACES
                 OR GP-DocumentNummer (Teller) = SPACES
                   SET ValidatieFout TO TRUE
                   MOVE "Volledige naam of documentnummer ontbreekt"
                     TO RedenValidatieFout
               END-IF
               IF ValidatieGeslaagd
                 AND GP-DocumentSoort (Teller) NOT = "PP"
                 AND GP-DocumentSoort (Teller) NOT = "ID"
                 AND GP-DocumentSoort (Teller) NOT = "RB"
                   SET ValidatieFout TO TRUE
                   MOVE "Documentsoort moet PP, ID of RB zijn"
                     TO RedenValidatieFout
               END-IF
               *> Een extra bewoner moet ook initialen en een
               *> geboortedatum hebben
               IF ValidatieGeslaagd
                 AND GP-Volgnummer (Teller) = ZERO
                 AND (GP-Initialen (Teller) = SPACES
                   OR GP-Geboortedatum (Teller) = ZERO)
                   SET ValidatieFout TO TRUE
                   MOVE "Extra bewoner zonder initialen of geb.datum"
                     TO RedenValidatieFout
               END-IF
               *> Een bewoner mag maar een keer op de aanmelding staan
               IF ValidatieGeslaagd
                 AND GP-Volgnummer (Teller) > ZERO
                   PERFORM VARYING Teller2 FROM 1 BY 1
                     UNTIL Teller2 >= Teller
                       IF GP-Volgnummer (Teller2)
                         = GP-Volgnummer (Teller)
                           SET ValidatieFout TO TRUE
                           MOVE "Bewoner staat dubbel op de aanmelding"
                             TO RedenValidatieFout
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF ValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF GR-Aankomsttijd NOT = SPACES
               MOVE GR-Aankomsttijd TO Aankomsttijd
               IF Aankomsttijd IS NOT NUMERIC
                   SET ValidatieFout TO TRUE
                   MOVE "Aankomsttijd niet leesbaar (uumm verwacht)"
                     TO RedenValidatieFout
                   EXIT PARAGRAPH
               END-IF
               IF AankomstUur > 23 OR AankomstMinuut > 59
                   SET ValidatieFout TO TRUE
                   MOVE "Aankomsttijd bestaat niet"
                     TO RedenValidatieFout
               END-IF
           END-IF
           .

       ValideerTegenBewoners.
           *> Een bewoner met volgnummer moet bij de reservering
           *> bekend zijn, met dezelfde geboortedatum als die is
           *> meegestuurd
           PERFORM TelBekendeBewoners
           PERFORM VARYING Teller FROM 1 BY 1
             UNTIL Teller > AantalGroepRegels OR ValidatieFout
               IF GP-Volgnummer (Teller) > ZERO
                   MOVE GR-Reserveringsnummer
                     TO FS-B-Reserveringsnummer
                   MOVE GP-Volgnummer (Teller) TO FS-B-Volgnummer
                   READ BewonersBestand KEY IS FS-B-BewonersID
                       INVALID KEY
                           SET ValidatieFout TO TRUE
                           MOVE "Bewoner hoort niet bij de reservering"
                             TO RedenValidatieFout
                       NOT INVALID KEY
                           IF GP-Geboortedatum (Teller) > ZERO
                             AND GP-Geboortedatum (Teller)
                               NOT = FS-B-Geboortedatum
                               SET ValidatieFout TO TRUE
                               MOVE "Geboortedatum wijkt af"
                                 TO RedenValidatieFout
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .

       TelBekendeBewoners.
           MOVE ZERO TO AantalBekendeBewoners
           MOVE ZERO TO HoogsteVolgnummer
           SET NotEOFBewoners TO TRUE
           MOVE GR-Reserveringsnummer TO FS-B-Reserveringsnummer
           MOVE ZERO TO FS-B-Volgnummer
           START BewonersBestand KEY >= FS-B-BewonersID
               INVALID KEY
                   SET EOFBewoners TO TRUE
           END-START
           PERFORM UNTIL EOFBewoners
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBewoners TO TRUE
               END-READ
               IF NOT EOFBewoners
                   IF FS-B-Reserveringsnummer
                     NOT = GR-Reserveringsnummer
                       SET EOFBewoners TO TRUE
                   ELSE
                       ADD 1 TO AantalBekendeBewoners
                       MOVE FS-B-Volgnummer TO HoogsteVolgnummer
                   END-IF
               END-IF
           END-PERFORM
           .

       ValideerCapaciteit.
           *> Bekende bewoners plus de extra aangemelde bewoners mogen
           *> de capaciteit van de woning niet overschrijden
           COMPUTE TotaalBewoners =
             AantalBekendeBewoners + AantalExtraBewoners
           IF AantalExtraBewoners = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WoningTypeGevonden
           MOVE ZERO TO EOFWoningenVlag
           OPEN INPUT WoningenBestand
           IF IO-OK
               READ WoningenBestand
                   AT END
                       SET EOFWoningen TO TRUE
               END-READ
               PERFORM UNTIL EOFWoningen
                   IF WoningParkcode = SPACES
                       MOVE "01" TO WoningParkGelezen
                   ELSE
                       MOVE WoningParkcode TO WoningParkGelezen
                   END-IF
                   IF Woningnummer = FS-R-Woningnummer
                     AND WoningParkGelezen = WS-Parkcode
                       MOVE Woningtype TO WoningTypeGevonden
                       SET EOFWoningen TO TRUE
                   ELSE
                       READ WoningenBestand
                           AT END
                               SET EOFWoningen TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE WoningenBestand
           END-IF
           MOVE WoningTypeGevonden TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           IF TotaalBewoners > WT-R-MaxPersonen
               MOVE WT-R-MaxPersonen TO ToonCapaciteit
               SET ValidatieFout TO TRUE
               MOVE SPACES TO RedenValidatieFout
               STRING "Meer bewoners dan de woning toelaat (max "
                 ToonCapaciteit ")"
                 DELIMITED BY SIZE INTO RedenValidatieFout
           END-IF
           .

       LegAanmeldingVast.
           *> Bekende bewoners krijgen hun identiteit, extra bewoners
           *> komen achter de hoogste volgnummer bij
           PERFORM VARYING Teller FROM 1 BY 1
             UNTIL Teller > AantalGroepRegels
               IF GP-Volgnummer (Teller) > ZERO
                   PERFORM WerkBewonerBij
               ELSE
                   PERFORM VoegExtraBewonerToe
               END-IF
           END-PERFORM
           MOVE GR-Reserveringsnummer TO FS-PR-Reserveringsnummer
           MOVE DatumVandaag TO FS-PR-DatumOntvangen
           MOVE GR-Aankomsttijd TO FS-PR-VerwachteAankomsttijd
           MOVE GR-Kenteken TO FS-PR-Kenteken
           MOVE TotaalBewoners TO FS-PR-AantalBewoners
           WRITE PreRegistratierecord
           ADD 1 TO AantalAanmeldingen
           DISPLAY "Pre-registratie vastgelegd voor reservering "
             GR-Reserveringsnummer " (" AantalGroepRegels
             " bewoner(s))."
           .

       WerkBewonerBij.
           MOVE GR-Reserveringsnummer TO FS-B-Reserveringsnummer
           MOVE GP-Volgnummer (Teller) TO FS-B-Volgnummer
           READ BewonersBestand KEY IS FS-B-BewonersID
               INVALID KEY
                   DISPLAY ">>> Bewoner " FS-B-BewonersID
                     " niet meer te lezen."
                   EXIT PARAGRAPH
           END-READ
           MOVE GP-VolledigeNaam (Teller) TO FS-B-VolledigeNaam
           MOVE GP-DocumentSoort (Teller) TO FS-B-DocumentSoort
           MOVE GP-DocumentNummer (Teller) TO FS-B-DocumentNummer
           REWRITE Bewonersrecord
               INVALID KEY
                   DISPLAY ">>> Bijwerken bewoner " FS-B-BewonersID
                     " mislukt. IOStatus: " IOStatus
               NOT INVALID KEY
                   ADD 1 TO AantalBijgewerkt
           END-REWRITE
           .

       VoegExtraBewonerToe.
           ADD 1 TO HoogsteVolgnummer
           MOVE GR-Reserveringsnummer TO FS-B-Reserveringsnummer
           MOVE HoogsteVolgnummer TO FS-B-Volgnummer
           MOVE GP-Initialen (Teller) TO FS-B-Initialen
           MOVE GP-Geboortedatum (Teller) TO FS-B-Geboortedatum
           MOVE GP-VolledigeNaam (Teller) TO FS-B-VolledigeNaam
           MOVE GP-DocumentSoort (Teller) TO FS-B-DocumentSoort
           MOVE GP-DocumentNummer (Teller) TO FS-B-DocumentNummer
           WRITE Bewonersrecord
               INVALID KEY
                   DISPLAY ">>> Wegschrijven bewoner "
                     FS-B-BewonersID " mislukt. IOStatus: " IOStatus
               NOT INVALID KEY
                   ADD 1 TO AantalToegevoegd
           END-WRITE
           .

       SchrijfGroepUitval.
           *> Alle regels van de aanmelding gaan met de reden naar de
           *> uitvallijst, zodat de balie de gast in een keer benadert
           ADD 1 TO AantalUitval
           PERFORM VARYING Teller FROM 1 BY 1
             UNTIL Teller > AantalGroepRegels
               MOVE SPACES TO RegelBuffer
               STRING FUNCTION TRIM (GroepRegel (Teller)) " >>> "
                 FUNCTION TRIM (RedenValidatieFout)
                 DELIMITED BY SIZE INTO RegelBuffer
               WRITE UitvalRegel FROM RegelBuffer
           END-PERFORM
           DISPLAY "Uitval: reservering " FUNCTION TRIM (GroepSleutel)
             " >>> " FUNCTION TRIM (RedenValidatieFout)
           .

       MaakDagrapport.
           *> Aankomsten volgens dezelfde weekindeling als
           *> GenereerDatumWeek (week 1 begint op 1 januari); een
           *> short-stay komt op zijn eigen aankomstdag
           DISPLAY "Aantal dagen vooruit (0 = alleen vandaag): "
             WITH NO ADVANCING
           ACCEPT DagenVooruit
           MOVE FUNCTION INTEGER-OF-DATE (DatumVandaag) TO INT-Vandaag
           COMPUTE INT-TotEnMet = INT-Vandaag + DagenVooruit
           MOVE ZERO TO AantalInRapport AantalAankomsten
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "AANKOMSTEN ZONDER VOLLEDIGE PRE-REGISTRATIE VANAF "
             DatumVandaag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer (1:59)
           PERFORM SchrijfRegel
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               CLOSE RapportBestand
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BewonersBestand
           OPEN INPUT KlantenBestand
           SET NotEOD TO TRUE
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY >= FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOD TO TRUE
           END-START
           PERFORM UNTIL EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
               IF NOT EOD
                 AND FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-DatumVerlopen = SPACES
                   PERFORM BeoordeelAankomst
               END-IF
           END-PERFORM
           CLOSE KlantenBestand
           CLOSE BewonersBestand
           CLOSE ReserveringenBestand
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Aankomsten: " AantalAankomsten
             " | zonder volledige registratie: " AantalInRapport
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Het rapport staat ook in PreRegistratieRapport.txt."
           .

       BeoordeelAankomst.
           COMPUTE INT-Aankomst =
             FUNCTION INTEGER-OF-DATE (FS-R-Jaar * 10000 + 0101)
             + (FS-R-Weeknummer - 1) * 7
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > ZERO
               COMPUTE INT-Aankomst = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AankomstDag) - 1
           END-IF
           IF INT-Aankomst < INT-Vandaag
             OR INT-Aankomst > INT-TotEnMet
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalAankomsten
           MOVE FUNCTION DATE-OF-INTEGER (INT-Aankomst)
             TO AankomstDatum
           *> Bewoners zonder volledige identiteit tellen
           MOVE ZERO TO AantalBekendeBewoners
           MOVE ZERO TO AantalOntbrekend
           SET NotEOFBewoners TO TRUE
           MOVE FS-R-Reserveringsnummer TO FS-B-Reserveringsnummer
           MOVE ZERO TO FS-B-Volgnummer
           START BewonersBestand KEY >= FS-B-BewonersID
               INVALID KEY
                   SET EOFBewoners TO TRUE
           END-START
           PERFORM UNTIL EOFBewoners
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBewoners TO TRUE
               END-READ
               IF NOT EOFBewoners
                   IF FS-B-Reserveringsnummer
                     NOT = FS-R-Reserveringsnummer
                       SET EOFBewoners TO TRUE
                   ELSE
                       ADD 1 TO AantalBekendeBewoners
                       IF FS-B-VolledigeNaam = SPACES
                         OR FS-B-DocumentSoort = SPACES
                         OR FS-B-DocumentNummer = SPACES
                           ADD 1 TO AantalOntbrekend
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF AantalBekendeBewoners > ZERO
             AND AantalOntbrekend = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalInRapport
           MOVE FS-R-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE "(onbekende klant)" TO FS-K-Naam
                   MOVE SPACES TO FS-K-Telefoonnummer
                   MOVE SPACES TO FS-K-Emailadres
           END-READ
           MOVE FS-R-Reserveringsnummer TO GR-Reserveringsnummer
           PERFORM ZoekPreRegistratie
           MOVE SPACES TO RegelBuffer
           STRING AankomstDatum " | reservering "
             FS-R-Reserveringsnummer " | woning " FS-R-Woningnummer
             " | " FS-K-Naam " | tel " FS-K-Telefoonnummer
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO TekstBewoners
           IF AantalBekendeBewoners = ZERO
               MOVE "geen bewoners bekend" TO TekstBewoners
           ELSE
               STRING AantalOntbrekend " van " AantalBekendeBewoners
                 " bewoner(s) zonder identiteit"
                 DELIMITED BY SIZE INTO TekstBewoners
           END-IF
           MOVE SPACES TO RegelBuffer
           IF GPR-Reserveringsnummer = ZERO
               STRING "    " FUNCTION TRIM (TekstBewoners)
                 " | geen formulier ontvangen | "
                 FUNCTION TRIM (FS-K-Emailadres)
                 DELIMITED BY SIZE INTO RegelBuffer
           ELSE
               STRING "    " FUNCTION TRIM (TekstBewoners)
                 " | formulier ontvangen " GPR-DatumOntvangen
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           .

       ZoekPreRegistratie.
           *> De laatst ontvangen aanmelding van de reservering telt
           INITIALIZE GevondenPreRegistratie
           MOVE ZERO TO EOFPreRegistratiesVlag
           OPEN INPUT PreRegistratiesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ PreRegistratiesBestand
               AT END
                   SET EOFPreRegistraties TO TRUE
           END-READ
           PERFORM UNTIL EOFPreRegistraties
               IF FS-PR-Reserveringsnummer = GR-Reserveringsnummer
                   MOVE PreRegistratierecord TO GevondenPreRegistratie
               END-IF
               READ PreRegistratiesBestand
                   AT END
                       SET EOFPreRegistraties TO TRUE
               END-READ
           END-PERFORM
           CLOSE PreRegistratiesBestand
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE RapportRegel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-PreRegistratieImport
             PadDir-PreRegistratieUitval
             PadDir-PreRegistraties
             PadDir-PreRegistratieRapport
             PadDir-ReserveringenMetAltKey
             PadDir-Bewoners
             PadDir-Klanten
             PadDir-Woningen
           .
