       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailingSelectie.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Mailingselectie voor marketing: klanten met een
       *> marketingtoestemming (Klant.MarketingVlag) worden op segment
       *> geselecteerd en naar een exportbestand geschreven. Elke export
       *> komt met de selectiecriteria in het mailinglogboek
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
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
       SELECT ReserveringenArchiefBestand
           ASSIGN TO Pad-ReserveringenArchief
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BewonersBestand
           ASSIGN TO Pad-Bewoners
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-B-BewonersID
           FILE STATUS IS IOStatus.
       SELECT BewonersArchiefBestand
           ASSIGN TO Pad-BewonersArchief
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlachtenBestand
           ASSIGN TO Pad-Klachten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AanmeldingBestand ASSIGN TO Pad-AangemeldeOperator
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Mailingexport met datum en tijd in de naam
       SELECT ExportBestand ASSIGN TO ExportPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT LogBestand ASSIGN TO Pad-MailingLog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD ReserveringenArchiefBestand.
       01 Reserveringsarchiefregel.
       COPY Reservering REPLACING ==(pf)== BY ==FS-A==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD BewonersArchiefBestand.
       01 Bewonersarchiefregel.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-BA==.
       FD KlachtenBestand.
       01 Klachtrecord.
       COPY Klacht REPLACING ==(pf)== BY ==FS-KL==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
         03 WoningParkcode PIC XX VALUE SPACES.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).
       FD ExportBestand.
       01 ExportRegel PIC X(200).
       *> Logboek: een regel per export met de criteria (spaties of
       *> nullen = geen beperking op dat criterium)
       FD LogBestand.
       01 Logrecord.
         02 LogDatum PIC 9(8).
         02 LogTijd PIC 9(6).
         02 LogOperator PIC X(8).
         02 LogJaarVanaf PIC 9(4).
         02 LogJaarTot PIC 9(4).
         02 LogWoningtype PIC X.
         02 LogParkcode PIC XX.
         02 LogHerkomstland PIC XX.
         02 LogTaalcode PIC XX.
         02 LogMetKinderen PIC X.
         02 LogMetKlacht PIC X.
         02 LogAantal PIC 9(6).
         02 LogBestandsnaam PIC X(40).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-ReserveringenArchief.
         02 PadDir-ReserveringenArchief PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenArchief.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 Pad-BewonersArchief.
         02 PadDir-BewonersArchief PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BewonersArchief.dat".
       01 Pad-Klachten.
         02 PadDir-Klachten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klachten.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-AangemeldeOperator.
         02 PadDir-AangemeldeOperator PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AangemeldeOperator.dat".
       01 Pad-MailingLog.
         02 PadDir-MailingLog PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "MailingLog.dat".
       01 ExportPad PIC X(100) VALUE SPACES.
       01 ExportNaam PIC X(40) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFKlantenVlag PIC 9 VALUE 0.
         88 EOFKlanten VALUE 1.
         88 NotEOFKlanten VALUE 0.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 Tijdstempel PIC X(14) VALUE SPACES.
       01 HuidigeOperator PIC X(8) VALUE SPACES.
       *> Selectiecriteria
       01 InvoerVeld PIC X(4) VALUE SPACES.
       01 JaarVanaf PIC 9(4) VALUE ZERO.
       01 JaarTot PIC 9(4) VALUE ZERO.
       01 GekozenWoningtype PIC X VALUE SPACE.
       01 GekozenPark PIC XX VALUE SPACES.
       01 GekozenHerkomstland PIC XX VALUE SPACES.
       01 GekozenTaalcode PIC XX VALUE SPACES.
       01 GekozenKinderen PIC X VALUE SPACE.
         88 AlleenMetKinderen VALUE "J".
         88 AlleenZonderKinderen VALUE "N".
       01 GekozenKlacht PIC X VALUE SPACE.
         88 AlleenMetKlacht VALUE "J".
         88 AlleenZonderKlacht VALUE "N".
       *> Woningtype per woningnummer uit Woningen.dat
       01 WoningTabel.
         02 WT-Woningtype PIC X OCCURS 99 TIMES.
       *> Verblijven (niet geannuleerde, niet vervallen boekingen) van
       *> de klant die wordt beoordeeld, live en uit het archief
       01 VerblijfTabel.
         02 VerblijfRegel OCCURS 100 TIMES.
           03 VT-Reserveringsnummer PIC 9(8).
           03 VT-Jaar PIC 9(4).
           03 VT-Woningnummer PIC 99.
           03 VT-Parkcode PIC XX.
           03 VT-Gearchiveerd PIC X.
       01 AantalVerblijven PIC 999 VALUE ZERO.
       01 VerblijfIndex PIC 999 VALUE ZERO.
       01 LaatsteVerblijfsjaar PIC 9(4) VALUE ZERO.
       01 KindGrens PIC 9(8) VALUE ZERO.
       01 SegmentVlag PIC 9 VALUE 0.
         88 SegmentPast VALUE 1.
         88 SegmentPastNiet VALUE 0.
       01 VerblijfPastVlag PIC 9 VALUE 0.
         88 VerblijfPast VALUE 1.
         88 GeenVerblijfPast VALUE 0.
       01 KinderenVlag PIC 9 VALUE 0.
         88 MetKinderen VALUE 1.
         88 ZonderKinderen VALUE 0.
       01 KlachtVlag PIC 9 VALUE 0.
         88 MetKlacht VALUE 1.
         88 ZonderKlacht VALUE 0.
       *> Tellers
       01 AantalBekeken PIC 9(6) VALUE ZERO.
       01 AantalZonderToestemming PIC 9(6) VALUE ZERO.
       01 AantalGeselecteerd PIC 9(6) VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "MAILINGSELECTIE"
               DISPLAY "==============="
               DISPLAY "1. Mailingselectie maken (alleen klanten met "
                 "toestemming)"
               DISPLAY "2. Logboek van de mailingexports"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM MaakSelectie
                   WHEN 2
                       PERFORM ToonLogboek
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           EXIT PROGRAM.

       MaakSelectie.
           MOVE FUNCTION CURRENT-DATE (1:14) TO Tijdstempel
           PERFORM VraagCriteria
           PERFORM LaadWoningtypen
           MOVE ZERO TO AantalBekeken
           MOVE ZERO TO AantalZonderToestemming
           MOVE ZERO TO AantalGeselecteerd
           MOVE SPACES TO ExportNaam
           STRING "MailingExport" Tijdstempel ".txt"
             DELIMITED BY SIZE INTO ExportNaam
           MOVE SPACES TO ExportPad
           STRING OMG-HuurDir ExportNaam
             DELIMITED BY SPACE INTO ExportPad
           OPEN INPUT KlantenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Klanten.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ExportBestand
           IF NOT IO-OK
               DISPLAY "Het exportbestand kan niet worden aangemaakt. "
                 "IO-Status: " IOStatus
               CLOSE KlantenBestand
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "klantnummer;voornaam;naam;email;adres;postcode;"
             "woonplaats;herkomstland;taalcode;laatste verblijfsjaar"
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE ExportRegel FROM RegelBuffer
           OPEN INPUT ReserveringenBestand
           OPEN INPUT BewonersBestand
           MOVE ZERO TO EOFKlantenVlag
           READ KlantenBestand NEXT RECORD
               AT END
                   SET EOFKlanten TO TRUE
           END-READ
           PERFORM UNTIL EOFKlanten
               ADD 1 TO AantalBekeken
               PERFORM BeoordeelKlant
               READ KlantenBestand NEXT RECORD
                   AT END
                       SET EOFKlanten TO TRUE
               END-READ
           END-PERFORM
           CLOSE KlantenBestand
           CLOSE ReserveringenBestand
           CLOSE BewonersBestand
           CLOSE ExportBestand
           PERFORM SchrijfLogboek
           DISPLAY SPACE
           DISPLAY "Klanten bekeken          : " AantalBekeken
           DISPLAY "Zonder marketingtoestemming: "
             AantalZonderToestemming
           DISPLAY "Geselecteerd             : " AantalGeselecteerd
           DISPLAY "Bestand: " FUNCTION TRIM (ExportPad)
           .

       VraagCriteria.
           DISPLAY SPACE
           DISPLAY "Selectiecriteria; een leeg antwoord betekent: "
             "geen beperking."
           DISPLAY "Laatste verblijfsjaar vanaf (yyyy): "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerVeld
           ACCEPT InvoerVeld
           IF InvoerVeld IS NUMERIC
               MOVE InvoerVeld TO JaarVanaf
           ELSE
               MOVE ZERO TO JaarVanaf
           END-IF
           DISPLAY "Laatste verblijfsjaar tot en met (yyyy): "
             WITH NO ADVANCING
           MOVE SPACES TO InvoerVeld
           ACCEPT InvoerVeld
           IF InvoerVeld IS NUMERIC
               MOVE InvoerVeld TO JaarTot
           ELSE
               MOVE ZERO TO JaarTot
           END-IF
           DISPLAY "Woningtype waarin verbleven (code): "
             WITH NO ADVANCING
           MOVE SPACES TO GekozenWoningtype
           ACCEPT GekozenWoningtype
           DISPLAY "Park (01, 02, ...): " WITH NO ADVANCING
           MOVE SPACES TO GekozenPark
           ACCEPT GekozenPark
           DISPLAY "Herkomstland (NL/DE/BE/...): " WITH NO ADVANCING
           MOVE SPACES TO GekozenHerkomstland
           ACCEPT GekozenHerkomstland
           DISPLAY "Taalcode (NL/DE/EN): " WITH NO ADVANCING
           MOVE SPACES TO GekozenTaalcode
           ACCEPT GekozenTaalcode
           DISPLAY "Gezelschap met kinderen (J/N): " WITH NO ADVANCING
           MOVE SPACE TO GekozenKinderen
           ACCEPT GekozenKinderen
           IF GekozenKinderen = "j"
               MOVE "J" TO GekozenKinderen
           END-IF
           IF GekozenKinderen = "n"
               MOVE "N" TO GekozenKinderen
           END-IF
           IF NOT AlleenMetKinderen AND NOT AlleenZonderKinderen
               MOVE SPACE TO GekozenKinderen
           END-IF
           DISPLAY "Ooit een klacht ingediend (J/N): "
             WITH NO ADVANCING
           MOVE SPACE TO GekozenKlacht
           ACCEPT GekozenKlacht
           IF GekozenKlacht = "j"
               MOVE "J" TO GekozenKlacht
           END-IF
           IF GekozenKlacht = "n"
               MOVE "N" TO GekozenKlacht
           END-IF
           IF NOT AlleenMetKlacht AND NOT AlleenZonderKlacht
               MOVE SPACE TO GekozenKlacht
           END-IF
           .

       LaadWoningtypen.
           MOVE SPACES TO WoningTabel
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF Woningnummer > ZERO
                   MOVE Woningtype TO WT-Woningtype(Woningnummer)
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       BeoordeelKlant.
           *> Zonder toestemming nooit in een mailing
           IF NOT FS-K-MarketingToestemming
               ADD 1 TO AantalZonderToestemming
               EXIT PARAGRAPH
           END-IF
           IF GekozenHerkomstland NOT = SPACES
               IF FS-K-Herkomstland = SPACES
                   IF GekozenHerkomstland NOT = "NL"
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF FS-K-Herkomstland NOT = GekozenHerkomstland
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF GekozenTaalcode NOT = SPACES
               IF FS-K-Taalcode = SPACES
                   IF GekozenTaalcode NOT = "NL"
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   IF FS-K-Taalcode NOT = GekozenTaalcode
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           PERFORM VerzamelVerblijven
           *> Het laatste verblijfsjaar over alle verblijven
           MOVE ZERO TO LaatsteVerblijfsjaar
           PERFORM VARYING VerblijfIndex FROM 1 BY 1
             UNTIL VerblijfIndex > AantalVerblijven
               IF VT-Jaar(VerblijfIndex) > LaatsteVerblijfsjaar
                   MOVE VT-Jaar(VerblijfIndex) TO LaatsteVerblijfsjaar
               END-IF
           END-PERFORM
           IF JaarVanaf > ZERO
             AND LaatsteVerblijfsjaar < JaarVanaf
               EXIT PARAGRAPH
           END-IF
           IF JaarTot > ZERO
             AND LaatsteVerblijfsjaar > JaarTot
               EXIT PARAGRAPH
           END-IF
           *> Woningtype en park: minstens een verblijf dat past
           IF GekozenWoningtype NOT = SPACE
             OR GekozenPark NOT = SPACES
               SET GeenVerblijfPast TO TRUE
               PERFORM VARYING VerblijfIndex FROM 1 BY 1
                 UNTIL VerblijfIndex > AantalVerblijven
                   OR VerblijfPast
                   PERFORM BeoordeelVerblijf
               END-PERFORM
               IF GeenVerblijfPast
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF GekozenKinderen NOT = SPACE
               PERFORM BepaalKinderen
               IF AlleenMetKinderen AND ZonderKinderen
                   EXIT PARAGRAPH
               END-IF
               IF AlleenZonderKinderen AND MetKinderen
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF GekozenKlacht NOT = SPACE
               PERFORM BepaalKlacht
               IF AlleenMetKlacht AND ZonderKlacht
                   EXIT PARAGRAPH
               END-IF
               IF AlleenZonderKlacht AND MetKlacht
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SchrijfExportRegel
           .

       BeoordeelVerblijf.
           IF GekozenWoningtype NOT = SPACE
               IF VT-Woningnummer(VerblijfIndex) = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WT-Woningtype(VT-Woningnummer(VerblijfIndex))
                 NOT = GekozenWoningtype
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF GekozenPark NOT = SPACES
             AND VT-Parkcode(VerblijfIndex) NOT = GekozenPark
               EXIT PARAGRAPH
           END-IF
           SET VerblijfPast TO TRUE
           .

       VerzamelVerblijven.
           MOVE ZERO TO AantalVerblijven
           *> Live reserveringen via de alternatieve sleutel klantnummer
           MOVE ZERO TO EOFVlag
           MOVE FS-K-Klantnummer TO FS-R-Klantnummer
           START ReserveringenBestand KEY >= FS-R-Klantnummer
               INVALID KEY
                   SET EOFBereikt TO TRUE
           END-START
           PERFORM UNTIL EOFBereikt
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               IF NOT EOFBereikt
                   IF FS-R-Klantnummer NOT = FS-K-Klantnummer
                       SET EOFBereikt TO TRUE
                   ELSE
                       IF FS-R-TypeBoeking
                         AND FS-R-DatumAnnulering = SPACES
                         AND FS-R-DatumVerlopen = SPACES
                         AND AantalVerblijven < 100
                           ADD 1 TO AantalVerblijven
                           MOVE FS-R-Reserveringsnummer
                             TO VT-Reserveringsnummer(AantalVerblijven)
                           MOVE FS-R-Jaar TO VT-Jaar(AantalVerblijven)
                           MOVE FS-R-Woningnummer
                             TO VT-Woningnummer(AantalVerblijven)
                           MOVE FS-R-Parkcode
                             TO VT-Parkcode(AantalVerblijven)
                           MOVE "N" TO VT-Gearchiveerd(AantalVerblijven)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           *> Gearchiveerde reserveringen
           MOVE ZERO TO EOFVlag
           OPEN INPUT ReserveringenArchiefBestand
           IF IO-OK
               READ ReserveringenArchiefBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-A-Klantnummer = FS-K-Klantnummer
                     AND FS-A-TypeBoeking
                     AND FS-A-DatumAnnulering = SPACES
                     AND FS-A-DatumVerlopen = SPACES
                     AND AantalVerblijven < 100
                       ADD 1 TO AantalVerblijven
                       MOVE FS-A-Reserveringsnummer
                         TO VT-Reserveringsnummer(AantalVerblijven)
                       MOVE FS-A-Jaar TO VT-Jaar(AantalVerblijven)
                       MOVE FS-A-Woningnummer
                         TO VT-Woningnummer(AantalVerblijven)
                       MOVE FS-A-Parkcode
                         TO VT-Parkcode(AantalVerblijven)
                       MOVE "J" TO VT-Gearchiveerd(AantalVerblijven)
                   END-IF
                   READ ReserveringenArchiefBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReserveringenArchiefBestand
           END-IF
           *> Spaties in oude records betekenen het hoofdpark 01
           PERFORM VARYING VerblijfIndex FROM 1 BY 1
             UNTIL VerblijfIndex > AantalVerblijven
               IF VT-Parkcode(VerblijfIndex) = SPACES
                   MOVE "01" TO VT-Parkcode(VerblijfIndex)
               END-IF
           END-PERFORM
           .

       BepaalKinderen.
           *> Een bewoner die op 1 januari van het verblijfsjaar nog
           *> geen 18 was, telt als kind
           SET ZonderKinderen TO TRUE
           PERFORM VARYING VerblijfIndex FROM 1 BY 1
             UNTIL VerblijfIndex > AantalVerblijven
               OR MetKinderen
               IF VT-Gearchiveerd(VerblijfIndex) = "N"
                   PERFORM ZoekKinderenLive
               ELSE
                   PERFORM ZoekKinderenArchief
               END-IF
           END-PERFORM
           .

       ZoekKinderenLive.
           COMPUTE KindGrens = (VT-Jaar(VerblijfIndex) - 18) * 10000
             + 101
           MOVE ZERO TO EOFVlag
           MOVE VT-Reserveringsnummer(VerblijfIndex)
             TO FS-B-Reserveringsnummer
           MOVE ZERO TO FS-B-Volgnummer
           START BewonersBestand KEY >= FS-B-BewonersID
               INVALID KEY
                   SET EOFBereikt TO TRUE
           END-START
           PERFORM UNTIL EOFBereikt
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               IF NOT EOFBereikt
                   IF FS-B-Reserveringsnummer
                     NOT = VT-Reserveringsnummer(VerblijfIndex)
                       SET EOFBereikt TO TRUE
                   ELSE
                       IF FS-B-Geboortedatum > KindGrens
                           SET MetKinderen TO TRUE
                           SET EOFBereikt TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       ZoekKinderenArchief.
           COMPUTE KindGrens = (VT-Jaar(VerblijfIndex) - 18) * 10000
             + 101
           MOVE ZERO TO EOFVlag
           OPEN INPUT BewonersArchiefBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BewonersArchiefBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-BA-Reserveringsnummer
                 = VT-Reserveringsnummer(VerblijfIndex)
                 AND FS-BA-Geboortedatum > KindGrens
                   SET MetKinderen TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ BewonersArchiefBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE BewonersArchiefBestand
           .

       BepaalKlacht.
           *> Klachten staan per reservering in het klachtenregister
           SET ZonderKlacht TO TRUE
           IF AantalVerblijven = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT KlachtenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ KlachtenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               PERFORM VARYING VerblijfIndex FROM 1 BY 1
                 UNTIL VerblijfIndex > AantalVerblijven
                   IF FS-KL-Reserveringsnummer
                     = VT-Reserveringsnummer(VerblijfIndex)
                       SET MetKlacht TO TRUE
                       SET EOFBereikt TO TRUE
                   END-IF
               END-PERFORM
               IF NOT EOFBereikt
                   READ KlachtenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KlachtenBestand
           .

       SchrijfExportRegel.
           ADD 1 TO AantalGeselecteerd
           MOVE SPACES TO RegelBuffer
           STRING FS-K-Klantnummer ";"
             FUNCTION TRIM (FS-K-Voornaam) ";"
             FUNCTION TRIM (FS-K-Naam) ";"
             FUNCTION TRIM (FS-K-Emailadres) ";"
             FUNCTION TRIM (FS-K-Straat) " "
             FUNCTION TRIM (FS-K-Huisnummer) ";"
             FS-K-Postcode ";" FUNCTION TRIM (FS-K-Woonplaats) ";"
             FS-K-Herkomstland ";" FS-K-Taalcode ";"
             LaatsteVerblijfsjaar
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE ExportRegel FROM RegelBuffer
           .

       SchrijfLogboek.
           MOVE SPACES TO HuidigeOperator
           OPEN INPUT AanmeldingBestand
           IF IO-OK
               READ AanmeldingBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AangemeldeOperator TO HuidigeOperator
               END-READ
               CLOSE AanmeldingBestand
           END-IF
           OPEN EXTEND LogBestand
           IF IOStatus = 35
               CLOSE LogBestand
               OPEN OUTPUT LogBestand
           END-IF
           IF IOStatus NOT = 00 AND IOStatus NOT = 05
               DISPLAY ">>> Fout bij het openen van MailingLog.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE Tijdstempel(1:8) TO LogDatum
           MOVE Tijdstempel(9:6) TO LogTijd
           MOVE HuidigeOperator TO LogOperator
           MOVE JaarVanaf TO LogJaarVanaf
           MOVE JaarTot TO LogJaarTot
           MOVE GekozenWoningtype TO LogWoningtype
           MOVE GekozenPark TO LogParkcode
           MOVE GekozenHerkomstland TO LogHerkomstland
           MOVE GekozenTaalcode TO LogTaalcode
           MOVE GekozenKinderen TO LogMetKinderen
           MOVE GekozenKlacht TO LogMetKlacht
           MOVE AantalGeselecteerd TO LogAantal
           MOVE ExportNaam TO LogBestandsnaam
           WRITE Logrecord
           CLOSE LogBestand
           .

       ToonLogboek.
           DISPLAY SPACE
           DISPLAY "LOGBOEK MAILINGEXPORTS"
           DISPLAY "======================"
           DISPLAY "datum    tijd   operator jaar      tp park land "
             "taal kind klacht aantal bestand"
           MOVE ZERO TO EOFVlag
           OPEN INPUT LogBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen mailingexports gemaakt."
               EXIT PARAGRAPH
           END-IF
           READ LogBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               DISPLAY LogDatum " " LogTijd " " LogOperator " "
                 LogJaarVanaf "-" LogJaarTot " " LogWoningtype
                 "  " LogParkcode "   " LogHerkomstland "   "
                 LogTaalcode "   " LogMetKinderen "    "
                 LogMetKlacht "      " LogAantal " "
                 FUNCTION TRIM (LogBestandsnaam)
               READ LogBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE LogBestand
           DISPLAY "Spaties of nullen: geen beperking op dat criterium."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Klanten
             PadDir-ReserveringenMetAltKey
             PadDir-ReserveringenArchief
             PadDir-Bewoners
             PadDir-BewonersArchief
             PadDir-Klachten
             PadDir-Woningen
             PadDir-AangemeldeOperator
             PadDir-MailingLog
           .
