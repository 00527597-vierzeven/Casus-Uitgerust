       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomingListImport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 14-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Import van de rooming list van een touroperator: leest
       *> RoomingList.csv en zet per hoofdboeker een vastgehouden
       *> allotmentweek (type A) om naar een boeking op naam, met de
       *> gast als klant en de bewoners in Bewoners.dat.
       *> Een H-regel is de hoofdboeker:
       *>   H;contract;woningnummer of woningtype;week;achternaam;
       *>   voornaam;geboortedatum;woonplaats;herkomstland;taalcode;
       *>   e-mail
       *> de B-regels daarna zijn de bewoners van die boeking:
       *>   B;initialen;geboortedatum
       *> Een boeking die niet op een vastgehouden week past of meer
       *> bewoners heeft dan de woning toelaat, gaat met al zijn regels
       *> en de reden naar de uitvallijst voor de backoffice
       SELECT ImportBestand ASSIGN TO Pad-RoomingList
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT UitvalBestand ASSIGN TO Pad-RoomingListUitval
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AllotmentenBestand
           ASSIGN TO Pad-Allotmenten
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
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT BewonersBestand
           ASSIGN TO Pad-Bewoners
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-B-BewonersID
           FILE STATUS IS IOStatus.
       SELECT SysteemkengetallenBestand
           ASSIGN TO Pad-Systeemkengetallen
           ORGANIZATION IS LINE SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ImportBestand.
       01 ImportRegel PIC X(132).
       FD UitvalBestand.
       01 UitvalRegel PIC X(200).
       FD AllotmentenBestand.
       01 Allotmentrecord.
       COPY Allotment REPLACING ==(pf)== BY ==FS-A==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD SysteemkengetallenBestand.
       01 Systeemkengetallenrecord.
         03 HoogsteKlantennummer PIC 9(8) VALUE ZERO.
         03 HoogsteReserveringsnummer PIC 9(8) VALUE ZERO.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-RoomingList.
         02 PadDir-RoomingList PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "RoomingList.csv".
       01 Pad-RoomingListUitval.
         02 PadDir-RoomingListUitval PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "RoomingListUitval.txt".
       01 Pad-Allotmenten.
         02 PadDir-Allotmenten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Allotmenten.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 Pad-Systeemkengetallen.
         02 PadDir-Systeemkengetallen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Systeemkengetallen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFImportVlag PIC 9 VALUE 0.
         88 EOFImport VALUE 1.
         88 NotEOFImport VALUE 0.
       01 EOFAllotmentenVlag PIC 9 VALUE 0.
         88 EOFAllotmenten VALUE 1.
         88 NotEOFAllotmenten VALUE 0.
       01 EOFWoningenVlag PIC 9 VALUE 0.
         88 EOFWoningen VALUE 1.
         88 NotEOFWoningen VALUE 0.
       01 EOFKlantenVlag PIC 9 VALUE 0.
         88 EOFKlanten VALUE 1.
         88 NotEOFKlanten VALUE 0.
       01 EndOfDataVlag PIC 9 VALUE ZERO.
         88 NotEOD VALUE ZERO.
         88 EOD VALUE 1.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Geparste importvelden
       01 VeldSoort PIC X(2) VALUE SPACES.
       01 VeldContract PIC X(6) VALUE SPACES.
       01 VeldWoning PIC X(4) VALUE SPACES.
       01 VeldWeek PIC X(4) VALUE SPACES.
       01 VeldAchternaam PIC X(20) VALUE SPACES.
       01 VeldVoornaam PIC X(15) VALUE SPACES.
       01 VeldGeboortedatum PIC X(10) VALUE SPACES.
       01 VeldWoonplaats PIC X(20) VALUE SPACES.
       01 VeldHerkomstland PIC X(4) VALUE SPACES.
       01 VeldTaalcode PIC X(4) VALUE SPACES.
       01 VeldEmailadres PIC X(40) VALUE SPACES.
       01 VeldInitialen PIC X(6) VALUE SPACES.
       *> De boeking die nu wordt opgebouwd: de H-regel met de
       *> B-regels die erop volgen
       01 GroepVlag PIC 9 VALUE ZERO.
         88 GroepAanwezig VALUE 1.
         88 GeenGroep VALUE ZERO.
       78 MaxGroepBewoners VALUE 30.
       01 GroepRegels.
         02 GroepRegel PIC X(132) OCCURS 31 TIMES.
       01 AantalGroepRegels PIC 99 VALUE ZERO.
       01 GroepBewoners.
         02 GroepBewoner OCCURS 30 TIMES.
           03 GB-Initialen PIC X(4).
           03 GB-Geboortedatum PIC 9(8).
       01 AantalGroepBewoners PIC 99 VALUE ZERO.
       01 Teller PIC 99 VALUE ZERO.
       01 WS-Contractnummer PIC 9(4) VALUE ZERO.
       01 WS-Woningnummer PIC 99 VALUE ZERO.
       01 WS-Woningtype PIC X VALUE SPACE.
       01 WS-Weeknummer PIC 99 VALUE ZERO.
       01 WS-Achternaam PIC X(20) VALUE SPACES.
       01 WS-Voornaam PIC X(15) VALUE SPACES.
       01 WS-Geboortedatum PIC 9(8) VALUE ZERO.
       01 WS-Woonplaats PIC X(20) VALUE SPACES.
       01 WS-Herkomstland PIC XX VALUE SPACES.
       01 WS-Taalcode PIC XX VALUE SPACES.
       01 WS-Emailadres PIC X(40) VALUE SPACES.
       01 WS-Klantnummer PIC 9(8) VALUE ZERO.
       01 WS-Reserveringsnummer PIC 9(8) VALUE ZERO.
       01 WS-Parkcode PIC XX VALUE "01".
       01 WoningParkGelezen PIC XX VALUE "01".
       *> Het allotmentcontract van de boeking
       01 Contract.
       COPY Allotment REPLACING ==(pf)== BY ==CT==.
       01 ContractSleutel PIC X(4) VALUE SPACES.
       *> Capaciteit volgens de woningtypestam
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 WoningTypeGevonden PIC X VALUE SPACE.
       01 ToonCapaciteit PIC Z9.
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       *> Validatie
       01 ValidatiefoutVlag PIC 9 VALUE ZERO.
         88 ValidatieGeslaagd VALUE ZERO.
         88 ValidatieFout VALUE 1.
       01 RedenValidatieFout PIC X(60) VALUE SPACES.
       01 GevondenVlag PIC 9 VALUE ZERO.
         88 Gevonden VALUE 1.
         88 NietGevonden VALUE ZERO.
       *> Tellers
       01 AantalGelezen PIC 9(4) VALUE ZERO.
       01 AantalBenoemd PIC 9(4) VALUE ZERO.
       01 AantalNieuweKlanten PIC 9(4) VALUE ZERO.
       01 AantalUitval PIC 9(4) VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.
       *> LOGBOEK (wijzigingsjournaal reserveringen)
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "IMPORT ROOMING LIST TOUROPERATOR"
           DISPLAY "================================"
           OPEN INPUT ImportBestand
           IF NOT IO-OK
               DISPLAY "Geen rooming list aanwezig (RoomingList.csv). "
                 "IO-Status: " IOStatus
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT UitvalBestand
           OPEN I-O ReserveringenBestand
           OPEN I-O KlantenBestand
           OPEN I-O BewonersBestand
           OPEN I-O SysteemkengetallenBestand
           READ SysteemkengetallenBestand
           SET GeenGroep TO TRUE
           READ ImportBestand
               AT END
                   SET EOFImport TO TRUE
           END-READ
           PERFORM UNTIL EOFImport
               ADD 1 TO AantalGelezen
               PERFORM VerwerkImportRegel
               READ ImportBestand
                   AT END
                       SET EOFImport TO TRUE
               END-READ
           END-PERFORM
           IF GroepAanwezig
               PERFORM VerwerkGroep
           END-IF
           REWRITE Systeemkengetallenrecord
           CLOSE SysteemkengetallenBestand
           CLOSE BewonersBestand
           CLOSE KlantenBestand
           CLOSE ReserveringenBestand
           CLOSE ImportBestand
           CLOSE UitvalBestand
           DISPLAY SPACE
           DISPLAY "Regels gelezen: " AantalGelezen
             " | boekingen op naam: " AantalBenoemd
             " | nieuwe klanten: " AantalNieuweKlanten
             " | uitval: " AantalUitval
           DISPLAY "De uitval staat met redenen in "
             "RoomingListUitval.txt."
           EXIT PROGRAM.

       VerwerkImportRegel.
           *> Een H-regel sluit de vorige boeking af en begint een
           *> nieuwe; B-regels horen bij de laatste H-regel
           MOVE SPACES TO VeldSoort
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldSoort
           END-UNSTRING
           EVALUATE VeldSoort
               WHEN "H"
               WHEN "h"
                   IF GroepAanwezig
                       PERFORM VerwerkGroep
                   END-IF
                   PERFORM BeginGroep
               WHEN "B"
               WHEN "b"
                   IF GroepAanwezig
                       PERFORM VoegBewonerToe
                   ELSE
                       MOVE "Bewonersregel zonder hoofdboeker (H-regel)"
                         TO RedenValidatieFout
                       PERFORM SchrijfLosseUitval
                   END-IF
               WHEN OTHER
                   IF ImportRegel NOT = SPACES
                       MOVE "Onbekende regelsoort (H of B verwacht)"
                         TO RedenValidatieFout
                       PERFORM SchrijfLosseUitval
                   END-IF
           END-EVALUATE
           .

       BeginGroep.
           SET GroepAanwezig TO TRUE
           SET ValidatieGeslaagd TO TRUE
           MOVE SPACES TO RedenValidatieFout
           MOVE 1 TO AantalGroepRegels
           MOVE ImportRegel TO GroepRegel (1)
           MOVE ZERO TO AantalGroepBewoners
           MOVE SPACES TO VeldContract VeldWoning VeldWeek
             VeldAchternaam VeldVoornaam VeldGeboortedatum
             VeldWoonplaats VeldHerkomstland VeldTaalcode
             VeldEmailadres
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldSoort
                    VeldContract
                    VeldWoning
                    VeldWeek
                    VeldAchternaam
                    VeldVoornaam
                    VeldGeboortedatum
                    VeldWoonplaats
                    VeldHerkomstland
                    VeldTaalcode
                    VeldEmailadres
           END-UNSTRING
           .

       VoegBewonerToe.
           IF AantalGroepRegels < 31
               ADD 1 TO AantalGroepRegels
               MOVE ImportRegel TO GroepRegel (AantalGroepRegels)
           END-IF
           IF ValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF AantalGroepBewoners >= MaxGroepBewoners
               SET ValidatieFout TO TRUE
               MOVE "Te veel bewoners op een boeking"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VeldInitialen VeldGeboortedatum
           UNSTRING ImportRegel DELIMITED BY ";"
               INTO VeldSoort
                    VeldInitialen
                    VeldGeboortedatum
           END-UNSTRING
           IF VeldInitialen = SPACES
             OR FUNCTION TRIM (VeldGeboortedatum) IS NOT NUMERIC
               SET ValidatieFout TO TRUE
               MOVE "Bewoner zonder initialen of geboortedatum"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalGroepBewoners
           MOVE VeldInitialen TO GB-Initialen (AantalGroepBewoners)
           MOVE FUNCTION NUMVAL (VeldGeboortedatum)
             TO GB-Geboortedatum (AantalGroepBewoners)
           .

       VerwerkGroep.
           IF ValidatieGeslaagd
               PERFORM ValideerHoofdboeker
           END-IF
           IF ValidatieGeslaagd
               PERFORM ZoekContract
           END-IF
           IF ValidatieGeslaagd
               PERFORM ZoekVastgehoudenWeek
           END-IF
           IF ValidatieGeslaagd
               PERFORM ValideerCapaciteit
           END-IF
           IF ValidatieGeslaagd
               PERFORM BoekOpNaam
           ELSE
               PERFORM SchrijfGroepUitval
           END-IF
           SET GeenGroep TO TRUE
           .

       ValideerHoofdboeker.
           IF FUNCTION TRIM (VeldContract) IS NOT NUMERIC
             OR FUNCTION TRIM (VeldWeek) IS NOT NUMERIC
               SET ValidatieFout TO TRUE
               MOVE "Contract of week niet leesbaar (geen getallen)"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (VeldContract) TO WS-Contractnummer
           MOVE FUNCTION NUMVAL (VeldWeek) TO WS-Weeknummer
           *> Een getal is een woningnummer, anders een woningtype; bij
           *> een type wordt een vastgehouden woning van het contract
           *> gekozen
           IF VeldWoning = SPACES
               SET ValidatieFout TO TRUE
               MOVE "Woningnummer of woningtype ontbreekt"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (VeldWoning) IS NUMERIC
               MOVE FUNCTION NUMVAL (VeldWoning) TO WS-Woningnummer
               MOVE SPACE TO WS-Woningtype
           ELSE
               MOVE ZERO TO WS-Woningnummer
               MOVE FUNCTION TRIM (VeldWoning) TO WS-Woningtype
           END-IF
           IF VeldAchternaam = SPACES
             OR FUNCTION TRIM (VeldGeboortedatum) IS NOT NUMERIC
               SET ValidatieFout TO TRUE
               MOVE "Hoofdboeker zonder naam of geboortedatum"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           MOVE VeldAchternaam TO WS-Achternaam
           MOVE VeldVoornaam TO WS-Voornaam
           MOVE FUNCTION NUMVAL (VeldGeboortedatum) TO WS-Geboortedatum
           MOVE VeldWoonplaats TO WS-Woonplaats
           MOVE VeldEmailadres TO WS-Emailadres
           MOVE VeldHerkomstland TO WS-Herkomstland
           IF WS-Herkomstland = SPACES
               MOVE "NL" TO WS-Herkomstland
           END-IF
           MOVE VeldTaalcode TO WS-Taalcode
           IF WS-Taalcode = SPACES
               MOVE "NL" TO WS-Taalcode
           END-IF
           IF AantalGroepBewoners = ZERO
               SET ValidatieFout TO TRUE
               MOVE "Boeking zonder bewoners (B-regels)"
                 TO RedenValidatieFout
           END-IF
           .

       ZoekContract.
           SET NietGevonden TO TRUE
           MOVE ZERO TO EOFAllotmentenVlag
           OPEN INPUT AllotmentenBestand
           IF IO-OK
               READ AllotmentenBestand
                   AT END
                       SET EOFAllotmenten TO TRUE
               END-READ
               PERFORM UNTIL EOFAllotmenten OR Gevonden
                   IF FS-A-Contractnummer = WS-Contractnummer
                       MOVE Allotmentrecord TO Contract
                       SET Gevonden TO TRUE
                   ELSE
                       READ AllotmentenBestand
                           AT END
                               SET EOFAllotmenten TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE AllotmentenBestand
           END-IF
           IF NietGevonden
               SET ValidatieFout TO TRUE
               MOVE "Onbekend allotmentcontract" TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           MOVE CT-Contractnummer TO ContractSleutel
           IF WS-Weeknummer < CT-VanWeek OR WS-Weeknummer > CT-TotWeek
               SET ValidatieFout TO TRUE
               MOVE "Week valt buiten het allotmentcontract"
                 TO RedenValidatieFout
               EXIT PARAGRAPH
           END-IF
           IF WS-Woningtype NOT = SPACE
             AND WS-Woningtype NOT = CT-Woningtype
               SET ValidatieFout TO TRUE
               MOVE "Woningtype hoort niet bij het allotmentcontract"
                 TO RedenValidatieFout
           END-IF
           .

       ZoekVastgehoudenWeek.
           *> Met een woningnummer via de woningsleutel, anders over
           *> alle reserveringen: de eerste nog vastgehouden week van
           *> het contract in deze week
           SET NietGevonden TO TRUE
           SET NotEOD TO TRUE
           IF WS-Woningnummer > ZERO
               MOVE WS-Woningnummer TO FS-R-Woningnummer
               START ReserveringenBestand KEY >= FS-R-Woningnummer
                   INVALID KEY
                       SET EOD TO TRUE
               END-START
           ELSE
               MOVE ZERO TO FS-R-Reserveringsnummer
               START ReserveringenBestand
                 KEY >= FS-R-Reserveringsnummer
                   INVALID KEY
                       SET EOD TO TRUE
               END-START
           END-IF
           IF NOT EOD
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOD TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EOD
               IF WS-Woningnummer > ZERO
                 AND FS-R-Woningnummer NOT = WS-Woningnummer
                   SET EOD TO TRUE
               ELSE
                   PERFORM BeoordeelVastgehoudenWeek
                   IF Gevonden
                       SET EOD TO TRUE
                   ELSE
                       READ ReserveringenBestand NEXT RECORD
                           AT END
                               SET EOD TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF NietGevonden
               SET ValidatieFout TO TRUE
               MOVE "Geen vastgehouden allotmentweek voor deze boeking"
                 TO RedenValidatieFout
           END-IF
           .

       BeoordeelVastgehoudenWeek.
           *> Weken van voor de contractkoppeling dragen nog geen
           *> contractnummer; die herkennen we aan de operator
           IF FS-R-TypeAllotment
             AND FS-R-DatumAnnulering = SPACES
             AND FS-R-DatumVerlopen = SPACES
             AND FS-R-Jaar = CT-Jaar
             AND FS-R-Weeknummer = WS-Weeknummer
               IF FS-R-AllotmentContract = ContractSleutel
                 OR (FS-R-AllotmentContract = SPACES
                 AND FS-R-Klantnummer = CT-OperatorKlantnummer)
                   SET Gevonden TO TRUE
                   MOVE FS-R-Reserveringsnummer
                     TO WS-Reserveringsnummer
                   MOVE FS-R-Woningnummer TO WS-Woningnummer
                   IF FS-R-Parkcode = SPACES
                       MOVE "01" TO WS-Parkcode
                   ELSE
                       MOVE FS-R-Parkcode TO WS-Parkcode
                   END-IF
               END-IF
           END-IF
           .

       ValideerCapaciteit.
           *> Capaciteit van de woning volgens de woningtypestam
           MOVE CT-Woningtype TO WoningTypeGevonden
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
                   IF Woningnummer = WS-Woningnummer
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
           IF AantalGroepBewoners > WT-R-MaxPersonen
               MOVE WT-R-MaxPersonen TO ToonCapaciteit
               SET ValidatieFout TO TRUE
               MOVE SPACES TO RedenValidatieFout
               STRING "Meer bewoners dan de woning toelaat (max "
                 ToonCapaciteit ")"
                 DELIMITED BY SIZE INTO RedenValidatieFout
           END-IF
           .

       BoekOpNaam.
           PERFORM BepaalKlant
           MOVE WS-Reserveringsnummer TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   MOVE "Vastgehouden week niet meer te lezen"
                     TO RedenValidatieFout
                   PERFORM SchrijfGroepUitval
                   EXIT PARAGRAPH
           END-READ
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           *> De week blijft aan het contract gekoppeld: de operator
           *> betaalt via de operatorafrekening, de gast is de klant
           MOVE "B" TO FS-R-ReserveringsType
           MOVE WS-Klantnummer TO FS-R-Klantnummer
           MOVE ContractSleutel TO FS-R-AllotmentContract
           MOVE "TO" TO FS-R-Kanaal
           REWRITE Reserveringsrecord
               INVALID KEY
                   MOVE "Omzetten naar een boeking op naam mislukt"
                     TO RedenValidatieFout
                   PERFORM SchrijfGroepUitval
               NOT INVALID KEY
                   ADD 1 TO AantalBenoemd
                   MOVE "RoomingListImport" TO JRN-Programma
                   MOVE "ALLOTMENT-OP-NAAM" TO JRN-Actie
                   MOVE Reserveringsrecord TO JRN-BeeldNa
                   CALL "SchrijfReserveringJournaal"
                     USING JRN-ReserveringJournaal
                   PERFORM WerkAggregaatBij
                   PERFORM SchrijfBewoners
                   DISPLAY "Op naam: reservering "
                     FS-R-Reserveringsnummer " (woning "
                     FS-R-Woningnummer ", week " FS-R-Weeknummer
                     ") voor klant " WS-Klantnummer " "
                     FUNCTION TRIM (WS-Achternaam)
           END-REWRITE
           .

       BepaalKlant.
           *> Een gast die al klant is (zelfde naam en geboortedatum)
           *> houdt zijn klantnummer; anders wordt hij opgevoerd
           SET NietGevonden TO TRUE
           MOVE ZERO TO EOFKlantenVlag
           MOVE ZERO TO FS-K-Klantnummer
           START KlantenBestand KEY >= FS-K-Klantnummer
               INVALID KEY
                   SET EOFKlanten TO TRUE
           END-START
           PERFORM UNTIL EOFKlanten OR Gevonden
               READ KlantenBestand NEXT RECORD
                   AT END
                       SET EOFKlanten TO TRUE
               END-READ
               IF NOT EOFKlanten
                 AND FS-K-Naam = WS-Achternaam
                 AND FS-K-Voornaam = WS-Voornaam
                 AND FS-K-Geboortedatum = WS-Geboortedatum
                   SET Gevonden TO TRUE
                   MOVE FS-K-Klantnummer TO WS-Klantnummer
               END-IF
           END-PERFORM
           IF Gevonden
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HoogsteKlantennummer
           MOVE SPACES TO Klantrecord
           MOVE HoogsteKlantennummer TO FS-K-Klantnummer
           MOVE WS-Achternaam TO FS-K-Naam
           MOVE WS-Voornaam TO FS-K-Voornaam
           MOVE WS-Woonplaats TO FS-K-Woonplaats
           MOVE WS-Geboortedatum TO FS-K-Geboortedatum
           MOVE WS-Emailadres TO FS-K-Emailadres
           MOVE WS-Herkomstland TO FS-K-Herkomstland
           MOVE WS-Taalcode TO FS-K-Taalcode
           WRITE Klantrecord
               INVALID KEY
                   DISPLAY ">>> Wegschrijven klant mislukt. IOStatus: "
                     IOStatus
               NOT INVALID KEY
                   ADD 1 TO AantalNieuweKlanten
           END-WRITE
           MOVE HoogsteKlantennummer TO WS-Klantnummer
           .

       SchrijfBewoners.
           *> Identiteit wordt pas bij de check-in vastgelegd
           PERFORM VARYING Teller FROM 1 BY 1
             UNTIL Teller > AantalGroepBewoners
               MOVE WS-Reserveringsnummer TO FS-B-Reserveringsnummer
               MOVE Teller TO FS-B-Volgnummer
               MOVE GB-Initialen (Teller) TO FS-B-Initialen
               MOVE GB-Geboortedatum (Teller) TO FS-B-Geboortedatum
               MOVE SPACES TO FS-B-VolledigeNaam
               MOVE SPACES TO FS-B-DocumentSoort
               MOVE SPACES TO FS-B-DocumentNummer
               WRITE Bewonersrecord
                   INVALID KEY
                       DISPLAY ">>> Wegschrijven bewoner "
                         FS-B-BewonersID " mislukt. IOStatus: "
                         IOStatus
               END-WRITE
           END-PERFORM
           .

       WerkAggregaatBij.
           *> Van vastgehouden (zonder omzet) naar boeking (met omzet):
           *> de week eraf halen en opnieuw bijschrijven
           MOVE "V" TO AGG-C-Actie
           MOVE FS-R-Woningnummer TO AGG-C-Woningnummer
           MOVE FS-R-Jaar TO AGG-C-Jaar
           MOVE FS-R-Weeknummer TO AGG-C-Weeknummer
           MOVE FS-R-AantalWeken TO AGG-C-AantalWeken
           MOVE "N" TO AGG-C-OmzetMeetellen
           MOVE WS-Parkcode TO AGG-C-Parkcode
           CALL "SchrijfBezettingAggregaat"
             USING AGG-C-ParametersBezettingAggregaat
           MOVE "T" TO AGG-C-Actie
           MOVE "J" TO AGG-C-OmzetMeetellen
           CALL "SchrijfBezettingAggregaat"
             USING AGG-C-ParametersBezettingAggregaat
           .

       SchrijfGroepUitval.
           *> Alle regels van de boeking gaan met de reden naar de
           *> uitvallijst, zodat de backoffice ze in een keer ziet
           ADD 1 TO AantalUitval
           PERFORM VARYING Teller FROM 1 BY 1
             UNTIL Teller > AantalGroepRegels
               MOVE SPACES TO RegelBuffer
               STRING FUNCTION TRIM (GroepRegel (Teller)) " >>> "
                 FUNCTION TRIM (RedenValidatieFout)
                 DELIMITED BY SIZE INTO RegelBuffer
               WRITE UitvalRegel FROM RegelBuffer
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (GroepRegel (1)) " >>> "
             FUNCTION TRIM (RedenValidatieFout)
             DELIMITED BY SIZE INTO RegelBuffer
           DISPLAY "Uitval: " FUNCTION TRIM (RegelBuffer)
           .

       SchrijfLosseUitval.
           ADD 1 TO AantalUitval
           MOVE SPACES TO RegelBuffer
           STRING FUNCTION TRIM (ImportRegel) " >>> "
             FUNCTION TRIM (RedenValidatieFout)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE UitvalRegel FROM RegelBuffer
           DISPLAY "Uitval: " FUNCTION TRIM (RegelBuffer)
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-RoomingList
             PadDir-RoomingListUitval
             PadDir-Allotmenten
             PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-Klanten
             PadDir-Bewoners
             PadDir-Systeemkengetallen
           .
