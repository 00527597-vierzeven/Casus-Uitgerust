       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActiviteitenBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Activiteiten van het animatieteam (kinderclub, wandeling,
       *> zwembadfeest): een kalender per park met datum, tijd,
       *> maximum aantal deelnemers, minimumleeftijd en prijs.
       *> Inschrijving gaat per bewoner van een reservering; de
       *> leeftijd op de activiteitsdatum volgt uit de geboortedatum
       *> van de bewoner en de activiteit moet binnen het verblijf
       *> vallen. Betaalde deelnames komen via BepaalFactuurTotaal op
       *> de factuur. De deelnemerslijst per dag gaat naar
       *> ActiviteitDeelnemers<jjjjmmdd>.txt
       SELECT KalenderBestand ASSIGN TO Pad-ActiviteitenKalender
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KalenderWerk ASSIGN TO Pad-ActiviteitenKalenderWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT DeelnamesBestand ASSIGN TO Pad-ActiviteitDeelnames
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT DeelnamesWerk ASSIGN TO Pad-ActiviteitDeelnamesWerk
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
       SELECT LijstBestand ASSIGN TO LijstPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KalenderBestand.
       01 Activiteitrecord.
       COPY Activiteit REPLACING ==(pf)== BY ==FS-AC==.
       FD KalenderWerk.
       01 ActiviteitWerkrecord.
       COPY Activiteit REPLACING ==(pf)== BY ==FS-AW==.
       FD DeelnamesBestand.
       01 Deelnamerecord.
       COPY ActiviteitDeelname REPLACING ==(pf)== BY ==FS-D==.
       FD DeelnamesWerk.
       01 DeelnameWerkrecord.
       COPY ActiviteitDeelname REPLACING ==(pf)== BY ==FS-DW==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD LijstBestand.
       01 LijstRegel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ActiviteitenKalender.
         02 PadDir-ActiviteitenKalender PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActiviteitenKalender.dat".
       01 Pad-ActiviteitenKalenderWerk.
         02 PadDir-ActiviteitenKalenderWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActiviteitenKalenderWerk.dat".
       01 Pad-ActiviteitDeelnames.
         02 PadDir-ActiviteitDeelnames PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActiviteitDeelnames.dat".
       01 Pad-ActiviteitDeelnamesWerk.
         02 PadDir-ActiviteitDeelnamesWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActiviteitDeelnamesWerk.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 LijstPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFDeelnamesVlag PIC 9 VALUE 0.
         88 EOFDeelnames VALUE 1.
         88 NotEOFDeelnames VALUE 0.
       01 EOFBewonersVlag PIC 9 VALUE 0.
         88 EOFBewoners VALUE 1.
         88 NotEOFBewoners VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 GevondenVlag PIC 9 VALUE 0.
         88 Gevonden VALUE 1.
         88 NietGevonden VALUE 0.
       *> Kalender
       01 InvoerActiviteit.
       COPY Activiteit REPLACING ==(pf)== BY ==IN==.
       01 GevondenActiviteit.
       COPY Activiteit REPLACING ==(pf)== BY ==GA==.
       01 GezochtNummer PIC 9(5) VALUE ZERO.
       01 HoogsteActiviteitnummer PIC 9(5) VALUE ZERO.
       01 VanafDatum PIC 9(8) VALUE ZERO.
       01 GekozenPark PIC XX VALUE "00".
       01 PrijsInput PIC X(8) VALUE SPACES.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonPrijs PIC ZZ9,99.
       01 AantalAangemeld PIC 9(3) VALUE ZERO.
       01 AantalActiviteiten PIC 9(4) VALUE ZERO.
       *> Inschrijving
       01 ReserveringnummerInput PIC 9(8) VALUE ZERO.
       01 VolgnummerInput PIC 99 VALUE ZERO.
       01 VerblijfPark PIC XX VALUE "01".
       01 INT-Aankomst PIC 9(8) VALUE ZERO.
       01 INT-Vertrek PIC 9(8) VALUE ZERO.
       01 INT-Activiteit PIC 9(8) VALUE ZERO.
       01 AantalNachten PIC 99 VALUE ZERO.
       01 Leeftijd PIC 999 VALUE ZERO.
       01 AlIngeschrevenVlag PIC 9 VALUE 0.
         88 AlIngeschreven VALUE 1.
         88 NogNietIngeschreven VALUE 0.
       01 AantalInschrijvingen PIC 99 VALUE ZERO.
       *> Deelnemerslijst
       01 LijstDatum PIC 9(8) VALUE ZERO.
       01 TotaalDeelnemers PIC 9(4) VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           SET BlijfInHetMenu TO TRUE
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "ACTIVITEITEN EN INSCHRIJVINGEN"
               DISPLAY "=============================="
               DISPLAY "1. Activiteitenkalender tonen"
               DISPLAY "2. Activiteit toevoegen of wijzigen"
               DISPLAY "3. Bewoners inschrijven voor een activiteit"
               DISPLAY "4. Inschrijving afmelden"
               DISPLAY "5. Deelnemerslijst per dag"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonKalender
                   WHEN 2
                       PERFORM LegActiviteitVast
                   WHEN 3
                       PERFORM SchrijfBewonersIn
                   WHEN 4
                       PERFORM MeldAf
                   WHEN 5
                       PERFORM MaakDeelnemerslijst
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ToonKalender.
           DISPLAY SPACE
           DISPLAY "Vanaf datum (jjjjmmdd, 0 = vandaag): "
             WITH NO ADVANCING
           ACCEPT VanafDatum
           IF VanafDatum = ZERO
               MOVE DatumVandaag TO VanafDatum
           END-IF
           PERFORM VraagPark
           MOVE ZERO TO AantalActiviteiten
           MOVE ZERO TO EOFVlag
           OPEN INPUT KalenderBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen activiteiten vastgelegd."
               EXIT PARAGRAPH
           END-IF
           READ KalenderBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-AC-Datum >= VanafDatum
                 AND (GekozenPark = "00"
                   OR FS-AC-Parkcode = GekozenPark)
                   MOVE Activiteitrecord TO GevondenActiviteit
                   PERFORM TelAangemeld
                   COMPUTE BedragCenten = FS-AC-Prijs * 100
                   MOVE BedragCenten TO ToonPrijs
                   DISPLAY FS-AC-Activiteitnummer " | park "
                     FS-AC-Parkcode " | " FS-AC-Datum " "
                     FS-AC-Begintijd (1:2) ":" FS-AC-Begintijd (3:2)
                     " | " FS-AC-Omschrijving " | "
                     AantalAangemeld "/" FS-AC-Capaciteit
                     " | vanaf " FS-AC-MinimumLeeftijd " jaar | "
                     ToonPrijs " euro"
                   ADD 1 TO AantalActiviteiten
               END-IF
               READ KalenderBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE KalenderBestand
           IF AantalActiviteiten = ZERO
               DISPLAY "Geen activiteiten gevonden."
           END-IF
           .

       VraagPark.
           DISPLAY "Parkcode (leeg of 00 = beide parken): "
             WITH NO ADVANCING
           MOVE SPACES TO GekozenPark
           ACCEPT GekozenPark
           IF GekozenPark = SPACES
               MOVE "00" TO GekozenPark
           END-IF
           .

       LegActiviteitVast.
           *> Nummer 0 is een nieuwe activiteit; een bestaande wordt in
           *> de kalender vervangen
           DISPLAY SPACE
           DISPLAY "Activiteitnummer (0 = nieuwe activiteit): "
             WITH NO ADVANCING
           ACCEPT GezochtNummer
           INITIALIZE InvoerActiviteit
           IF GezochtNummer NOT = ZERO
               PERFORM ZoekActiviteit
               IF NietGevonden
                   DISPLAY "Deze activiteit bestaat niet."
                   EXIT PARAGRAPH
               END-IF
               MOVE GevondenActiviteit TO InvoerActiviteit
               DISPLAY "Huidig: " GA-Omschrijving " op " GA-Datum
                 " om " GA-Begintijd
           END-IF
           DISPLAY "Parkcode (leeg = 01): " WITH NO ADVANCING
           MOVE SPACES TO IN-Parkcode
           ACCEPT IN-Parkcode
           IF IN-Parkcode = SPACES
               MOVE "01" TO IN-Parkcode
           END-IF
           DISPLAY "Omschrijving (max 24 tekens): " WITH NO ADVANCING
           ACCEPT IN-Omschrijving
           DISPLAY "Datum (jjjjmmdd): " WITH NO ADVANCING
           ACCEPT IN-Datum
           DISPLAY "Begintijd (uumm): " WITH NO ADVANCING
           ACCEPT IN-Begintijd
           DISPLAY "Maximum aantal deelnemers: " WITH NO ADVANCING
           ACCEPT IN-Capaciteit
           DISPLAY "Minimumleeftijd (0 = geen): " WITH NO ADVANCING
           ACCEPT IN-MinimumLeeftijd
           DISPLAY "Prijs per deelnemer (bijv. 7,50; leeg = gratis): "
             WITH NO ADVANCING
           MOVE SPACES TO PrijsInput
           ACCEPT PrijsInput
           IF PrijsInput = SPACES
               MOVE ZERO TO IN-Prijs
           ELSE
               INSPECT PrijsInput REPLACING ALL "," BY "."
               COMPUTE IN-Prijs = FUNCTION NUMVAL (PrijsInput)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (IN-Datum) NOT = ZERO
             OR IN-Begintijd > 2359
             OR IN-Capaciteit = ZERO
               DISPLAY "Datum, tijd of capaciteit klopt niet; de "
                 "activiteit is niet opgeslagen."
               EXIT PARAGRAPH
           END-IF
           IF GezochtNummer = ZERO
               PERFORM VoegActiviteitToe
           ELSE
               MOVE GezochtNummer TO IN-Activiteitnummer
               PERFORM TelAangemeldInvoer
               IF AantalAangemeld > IN-Capaciteit
                   DISPLAY "Er zijn al " AantalAangemeld " deelnemers "
                     "ingeschreven; verlaag de capaciteit niet verder."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VervangActiviteit
           END-IF
           .

       VoegActiviteitToe.
           MOVE ZERO TO HoogsteActiviteitnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT KalenderBestand
           IF IO-OK
               READ KalenderBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-AC-Activiteitnummer > HoogsteActiviteitnummer
                       MOVE FS-AC-Activiteitnummer
                         TO HoogsteActiviteitnummer
                   END-IF
                   READ KalenderBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KalenderBestand
           END-IF
           ADD 1 TO HoogsteActiviteitnummer
           MOVE HoogsteActiviteitnummer TO IN-Activiteitnummer
           OPEN EXTEND KalenderBestand
           IF IOStatus = 35
               CLOSE KalenderBestand
               OPEN OUTPUT KalenderBestand
           END-IF
           IF IOStatus = 00 OR 05
               WRITE Activiteitrecord FROM InvoerActiviteit
               CLOSE KalenderBestand
               DISPLAY "Activiteit " IN-Activiteitnummer
                 " toegevoegd."
           ELSE
               DISPLAY ">>> Fout bij het openen van de kalender: "
                 IOStatus
           END-IF
           .

       VervangActiviteit.
           MOVE ZERO TO EOFVlag
           OPEN INPUT KalenderBestand
           OPEN OUTPUT KalenderWerk
           READ KalenderBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-AC-Activiteitnummer = IN-Activiteitnummer
                   WRITE ActiviteitWerkrecord FROM InvoerActiviteit
               ELSE
                   WRITE ActiviteitWerkrecord FROM Activiteitrecord
               END-IF
               READ KalenderBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE KalenderBestand
           CLOSE KalenderWerk
           *> Het werkbestand wordt de nieuwe kalender
           MOVE ZERO TO EOFVlag
           OPEN INPUT KalenderWerk
           OPEN OUTPUT KalenderBestand
           READ KalenderWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Activiteitrecord FROM ActiviteitWerkrecord
               READ KalenderWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE KalenderWerk
           CLOSE KalenderBestand
           DISPLAY "Activiteit " IN-Activiteitnummer " gewijzigd."
           .

       ZoekActiviteit.
           SET NietGevonden TO TRUE
           INITIALIZE GevondenActiviteit
           MOVE ZERO TO EOFVlag
           OPEN INPUT KalenderBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ KalenderBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt OR Gevonden
               IF FS-AC-Activiteitnummer = GezochtNummer
                   MOVE Activiteitrecord TO GevondenActiviteit
                   SET Gevonden TO TRUE
               ELSE
                   READ KalenderBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KalenderBestand
           .

       TelAangemeldInvoer.
           MOVE InvoerActiviteit TO GevondenActiviteit
           PERFORM TelAangemeld
           .

       TelAangemeld.
           *> Aangemelde deelnemers van de activiteit in
           *> GevondenActiviteit
           MOVE ZERO TO AantalAangemeld
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT DeelnamesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ DeelnamesBestand
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               IF FS-D-Activiteitnummer = GA-Activiteitnummer
                 AND FS-D-Aangemeld
                   ADD 1 TO AantalAangemeld
               END-IF
               READ DeelnamesBestand
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeelnamesBestand
           .

       SchrijfBewonersIn.
           DISPLAY SPACE
           DISPLAY "Activiteitnummer: " WITH NO ADVANCING
           ACCEPT GezochtNummer
           PERFORM ZoekActiviteit
           IF NietGevonden
               DISPLAY "Deze activiteit bestaat niet."
               EXIT PARAGRAPH
           END-IF
           IF GA-Datum < DatumVandaag
               DISPLAY "Deze activiteit is al geweest."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reserveringsnummer: " WITH NO ADVANCING
           ACCEPT ReserveringnummerInput
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ReserveringnummerInput TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   DISPLAY "Dit reserveringsnummer bestaat niet."
                   CLOSE ReserveringenBestand
                   EXIT PARAGRAPH
           END-READ
           CLOSE ReserveringenBestand
           IF FS-R-DatumAnnulering NOT = SPACES
             OR FS-R-DatumVerlopen NOT = SPACES
             OR NOT (FS-R-TypeBoeking OR FS-R-TypeEigenGebruik)
               DISPLAY "Alleen gasten van een lopende boeking kunnen "
                 "zich inschrijven."
               EXIT PARAGRAPH
           END-IF
           *> De activiteit moet op het park en binnen het verblijf
           *> vallen (week 1 begint op 1 januari)
           PERFORM BepaalVerblijf
           COMPUTE INT-Activiteit = FUNCTION INTEGER-OF-DATE (GA-Datum)
           IF VerblijfPark NOT = GA-Parkcode
               DISPLAY "Deze activiteit is op een ander park dan de "
                 "woning van de reservering."
               EXIT PARAGRAPH
           END-IF
           IF INT-Activiteit < INT-Aankomst
             OR INT-Activiteit > INT-Vertrek
               DISPLAY "De activiteit valt buiten het verblijf van "
                 "deze reservering."
               EXIT PARAGRAPH
           END-IF
           PERFORM ToonBewoners
           MOVE ZERO TO AantalInschrijvingen
           MOVE 99 TO VolgnummerInput
           PERFORM UNTIL VolgnummerInput = ZERO
               DISPLAY "Volgnummer bewoner (0 = klaar): "
                 WITH NO ADVANCING
               ACCEPT VolgnummerInput
               IF VolgnummerInput NOT = ZERO
                   PERFORM SchrijfBewonerIn
               END-IF
           END-PERFORM
           IF AantalInschrijvingen > ZERO
               DISPLAY AantalInschrijvingen " bewoner(s) ingeschreven "
                 "voor " GA-Omschrijving "."
               IF GA-Prijs > ZERO
                   DISPLAY "De deelname komt op de factuur van de "
                     "reservering."
               END-IF
           END-IF
           .

       BepaalVerblijf.
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
           .

       ToonBewoners.
           DISPLAY "Bewoners van reservering " ReserveringnummerInput
             ":"
           MOVE ZERO TO EOFBewonersVlag
           OPEN INPUT BewonersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ReserveringnummerInput TO FS-B-Reserveringsnummer
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
                     NOT = ReserveringnummerInput
                       SET EOFBewoners TO TRUE
                   ELSE
                       PERFORM BepaalLeeftijd
                       DISPLAY "  " FS-B-Volgnummer " "
                         FS-B-Initialen " | " Leeftijd " jaar"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BewonersBestand
           .

       BepaalLeeftijd.
           *> Leeftijd in hele jaren op de datum van de activiteit
           IF FS-B-Geboortedatum = ZERO
             OR FS-B-Geboortedatum > GA-Datum
               MOVE ZERO TO Leeftijd
           ELSE
               COMPUTE Leeftijd =
                 (GA-Datum - FS-B-Geboortedatum) / 10000
           END-IF
           .

       SchrijfBewonerIn.
           OPEN INPUT BewonersBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Bewoners.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ReserveringnummerInput TO FS-B-Reserveringsnummer
           MOVE VolgnummerInput TO FS-B-Volgnummer
           READ BewonersBestand KEY IS FS-B-BewonersID
               INVALID KEY
                   DISPLAY "Deze bewoner hoort niet bij de reservering."
                   CLOSE BewonersBestand
                   EXIT PARAGRAPH
           END-READ
           CLOSE BewonersBestand
           PERFORM BepaalLeeftijd
           IF Leeftijd < GA-MinimumLeeftijd
               DISPLAY "Bewoner " VolgnummerInput " is " Leeftijd
                 " jaar; de minimumleeftijd is "
                 GA-MinimumLeeftijd " jaar."
               EXIT PARAGRAPH
           END-IF
           PERFORM ControleerAlIngeschreven
           IF AlIngeschreven
               DISPLAY "Bewoner " VolgnummerInput
                 " is al ingeschreven."
               EXIT PARAGRAPH
           END-IF
           PERFORM TelAangemeld
           IF AantalAangemeld >= GA-Capaciteit
               DISPLAY "De activiteit is vol (" GA-Capaciteit
                 " deelnemers)."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DeelnamesBestand
           IF IOStatus = 35
               CLOSE DeelnamesBestand
               OPEN OUTPUT DeelnamesBestand
           END-IF
           IF IOStatus = 00 OR 05
               MOVE GA-Activiteitnummer TO FS-D-Activiteitnummer
               MOVE ReserveringnummerInput TO FS-D-Reserveringsnummer
               MOVE VolgnummerInput TO FS-D-Volgnummer
               MOVE DatumVandaag TO FS-D-DatumInschrijving
               MOVE GA-Prijs TO FS-D-Bedrag
               SET FS-D-Aangemeld TO TRUE
               WRITE Deelnamerecord
               CLOSE DeelnamesBestand
               ADD 1 TO AantalInschrijvingen
           ELSE
               DISPLAY ">>> Fout bij het openen van de deelnames: "
                 IOStatus
           END-IF
           .

       ControleerAlIngeschreven.
           SET NogNietIngeschreven TO TRUE
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT DeelnamesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ DeelnamesBestand
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               IF FS-D-Activiteitnummer = GA-Activiteitnummer
                 AND FS-D-Reserveringsnummer = ReserveringnummerInput
                 AND FS-D-Volgnummer = VolgnummerInput
                 AND FS-D-Aangemeld
                   SET AlIngeschreven TO TRUE
               END-IF
               READ DeelnamesBestand
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeelnamesBestand
           .

       MeldAf.
           *> Een afgemelde deelname blijft staan met status G en telt
           *> niet meer mee voor de capaciteit en de factuur
           DISPLAY SPACE
           DISPLAY "Activiteitnummer: " WITH NO ADVANCING
           ACCEPT GezochtNummer
           DISPLAY "Reserveringsnummer: " WITH NO ADVANCING
           ACCEPT ReserveringnummerInput
           DISPLAY "Volgnummer bewoner: " WITH NO ADVANCING
           ACCEPT VolgnummerInput
           SET NietGevonden TO TRUE
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT DeelnamesBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen inschrijvingen."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DeelnamesWerk
           READ DeelnamesBestand
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               IF FS-D-Activiteitnummer = GezochtNummer
                 AND FS-D-Reserveringsnummer = ReserveringnummerInput
                 AND FS-D-Volgnummer = VolgnummerInput
                 AND FS-D-Aangemeld
                   SET FS-D-Afgemeld TO TRUE
                   SET Gevonden TO TRUE
               END-IF
               WRITE DeelnameWerkrecord FROM Deelnamerecord
               READ DeelnamesBestand
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeelnamesBestand
           CLOSE DeelnamesWerk
           IF NietGevonden
               DISPLAY "Deze inschrijving is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           *> Het werkbestand wordt het nieuwe deelnamebestand
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT DeelnamesWerk
           OPEN OUTPUT DeelnamesBestand
           READ DeelnamesWerk
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               WRITE Deelnamerecord FROM DeelnameWerkrecord
               READ DeelnamesWerk
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE DeelnamesWerk
           CLOSE DeelnamesBestand
           DISPLAY "Inschrijving afgemeld."
           .

       MaakDeelnemerslijst.
           DISPLAY SPACE
           DISPLAY "Datum (jjjjmmdd, 0 = vandaag): " WITH NO ADVANCING
           ACCEPT LijstDatum
           IF LijstDatum = ZERO
               MOVE DatumVandaag TO LijstDatum
           END-IF
           PERFORM VraagPark
           MOVE ZERO TO AantalActiviteiten TotaalDeelnemers
           MOVE SPACES TO LijstPad
           STRING OMG-HuurDir "ActiviteitDeelnemers" LijstDatum ".txt"
             DELIMITED BY SIZE INTO LijstPad
           OPEN OUTPUT LijstBestand
           MOVE SPACES TO RegelBuffer
           STRING "DEELNEMERSLIJST ACTIVITEITEN " LijstDatum
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer (1:37)
           PERFORM SchrijfRegel
           MOVE ZERO TO EOFVlag
           OPEN INPUT KalenderBestand
           IF IO-OK
               READ KalenderBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-AC-Datum = LijstDatum
                     AND (GekozenPark = "00"
                       OR FS-AC-Parkcode = GekozenPark)
                       MOVE Activiteitrecord TO GevondenActiviteit
                       PERFORM SchrijfActiviteitLijst
                   END-IF
                   READ KalenderBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KalenderBestand
           END-IF
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "Totaal: " AantalActiviteiten " activiteit(en), "
             TotaalDeelnemers " deelnemer(s)"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE LijstBestand
           DISPLAY SPACE
           DISPLAY "De lijst staat ook in "
             FUNCTION TRIM (LijstPad) "."
           .

       SchrijfActiviteitLijst.
           ADD 1 TO AantalActiviteiten
           PERFORM TelAangemeld
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING GA-Begintijd (1:2) ":" GA-Begintijd (3:2) " "
             GA-Omschrijving " (park " GA-Parkcode ", activiteit "
             GA-Activiteitnummer ") | " AantalAangemeld " van "
             GA-Capaciteit " plaatsen"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO EOFDeelnamesVlag
           OPEN INPUT DeelnamesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BewonersBestand
           READ DeelnamesBestand
               AT END
                   SET EOFDeelnames TO TRUE
           END-READ
           PERFORM UNTIL EOFDeelnames
               IF FS-D-Activiteitnummer = GA-Activiteitnummer
                 AND FS-D-Aangemeld
                   PERFORM SchrijfDeelnemerRegel
               END-IF
               READ DeelnamesBestand
                   AT END
                       SET EOFDeelnames TO TRUE
               END-READ
           END-PERFORM
           CLOSE BewonersBestand
           CLOSE DeelnamesBestand
           .

       SchrijfDeelnemerRegel.
           ADD 1 TO TotaalDeelnemers
           MOVE FS-D-Reserveringsnummer TO FS-B-Reserveringsnummer
           MOVE FS-D-Volgnummer TO FS-B-Volgnummer
           READ BewonersBestand KEY IS FS-B-BewonersID
               INVALID KEY
                   MOVE SPACES TO FS-B-Initialen FS-B-VolledigeNaam
                   MOVE ZERO TO FS-B-Geboortedatum
           END-READ
           PERFORM BepaalLeeftijd
           MOVE SPACES TO RegelBuffer
           STRING "  reservering " FS-D-Reserveringsnummer
             " bewoner " FS-D-Volgnummer " | " FS-B-Initialen " "
             FS-B-VolledigeNaam " | " Leeftijd " jaar"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE LijstRegel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ActiviteitenKalender
             PadDir-ActiviteitenKalenderWerk
             PadDir-ActiviteitDeelnames
             PadDir-ActiviteitDeelnamesWerk
             PadDir-ReserveringenMetAltKey
             PadDir-Bewoners
           .
