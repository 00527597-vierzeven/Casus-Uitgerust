       SELECT UitvalBestand ASSIGN TO Pad-ImportUitval
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Verplaatsingsverslag: regels die naar een andere vestiging gingen
       SELECT VerplaatsingBestand ASSIGN TO Pad-ImportVerplaatsingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ImportBestand.
         02 HoogsteKlantnummer PIC 9(6).
       FD UitvalBestand.
       01 UitvalRegel PIC X(250).
       FD VerplaatsingBestand.
       01 VerplaatsingRegel PIC X(250).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-ImportUitval.
         02 PadDir-ImportUitval PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ImportUitval.txt".
       01 Pad-ImportVerplaatsingen.
         02 PadDir-ImportVerplaatsingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "ImportVerplaatsingen.txt".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
       01 MaxAantalDagenInToekomst PIC 99 VALUE 10.
       *> CAPACITEIT
       01 AantalWerkplekken PIC 99 VALUE ZERO.
       01 AantalLuxeWoningen PIC 99 VALUE ZERO.
       01 AantalStandaardWoningen PIC 99 VALUE ZERO.
       01 CapaciteitVolVlag PIC 9 VALUE ZERO.
         88 CapaciteitVol VALUE 1.
         88 CapaciteitNietVol VALUE 0.
       01 AantalDagdelenOpDatum PIC 999 VALUE ZERO.
       01 TotaalAantalDagdelen PIC 999 VALUE ZERO.
       01 GevraagdeDagdelen PIC 999 VALUE ZERO.
       01 UitvalBuffer PIC X(250) VALUE SPACES.
       *> VESTIGING (de hele importlijst geldt voor een vestiging)
       01 GekozenVestiging PIC XX VALUE "01".
       *> UITWIJKEN (een volle vestiging: de regel gaat naar de eerste
       *> vestiging in de uitwijkvolgorde die nog plaats heeft)
       COPY Uitwijkvolgorde REPLACING ==(pf)== BY ==UV==.
       01 KlantVoorkeuren PIC X(6) VALUE SPACES.
       01 OorspronkelijkeVestiging PIC XX VALUE SPACES.
       01 BewaardeFoutmelding PIC X(100) VALUE SPACES.
       01 UitwijkIndex PIC 99 VALUE ZERO.
       01 UitwijkVlag PIC 9 VALUE ZERO.
         88 UitwijkGevonden VALUE 1.
         88 UitwijkNietGevonden VALUE 0.
       01 AantalVerplaatst PIC 9(4) VALUE ZERO.
       01 VerplaatsingBuffer PIC X(250) VALUE SPACES.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.
       *> KREDIETBEWAKING (ControleerKrediet, limieten in 42--KredietBeheer)
       COPY KredietControle REPLACING ==(pf)== BY ==KC==.
       01 AantalKredietWaarschuwingen PIC 9(4) VALUE ZERO.
       *> QUOTA PER KOSTENPLAATS (ControleerBedrijfsQuotum): regels boven
       *> het dagquotum of maandbudget gaan ter goedkeuring naar het bedrijf
       COPY QuotumControle REPLACING ==(pf)== BY ==QC==.
       COPY GoedkeuringAanvraag REPLACING ==(pf)== BY ==GA==.
       01 QuotumVlag PIC 9 VALUE ZERO.
         88 QuotumOverschreden VALUE 1.
         88 QuotumNietOverschreden VALUE 0.
       01 AantalTerGoedkeuring PIC 9(4) VALUE ZERO.
       *> OPENSTELLING VESTIGING (openingsdagen en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               STOP RUN
           END-IF
           OPEN OUTPUT UitvalBestand
           OPEN OUTPUT VerplaatsingBestand
           READ ImportBestand
               AT END
                   SET EOFImport TO TRUE
                       SET EOFImport TO TRUE
               END-READ
           END-PERFORM
           CLOSE ImportBestand, UitvalBestand, VerplaatsingBestand
           DISPLAY SPACE
           DISPLAY "IMPORT AFGEROND"
           DISPLAY "==============="
           DISPLAY "Gelezen    : " AantalGelezen
           DISPLAY "Geaccepteerd: " AantalGeaccepteerd
           IF (AantalKredietWaarschuwingen > ZERO)
               DISPLAY "  waarvan boven de kredietlimiet: " AantalKredietWaarschuwingen
           END-IF
           IF (AantalVerplaatst > ZERO)
               DISPLAY "  waarvan naar een andere vestiging verplaatst: " AantalVerplaatst " (zie ImportVerplaatsingen.txt)"
           END-IF
           IF (AantalTerGoedkeuring > ZERO)
               DISPLAY "Ter goedkeuring: " AantalTerGoedkeuring " (boven quotum of budget van de kostenplaats)"
           END-IF
           DISPLAY "Afgekeurd  : " AantalAfgekeurd " (zie ImportUitval.txt)"
           DISPLAY SPACE
           STOP RUN.
               INTO CsvNaam, CsvDatumTekst, CsvType, CsvTelefoonnummer, CsvEmailadres, CsvDagdeel, CsvPlaatsenTekst
           END-UNSTRING
           SET DatumCorrect TO TRUE
           SET CapaciteitNietVol TO TRUE
           SET UitwijkNietGevonden TO TRUE
           MOVE SPACES TO Foutmelding
           IF (CsvNaam EQUALS SPACES)
               SET DatumIncorrect TO TRUE
           IF (DatumCorrect)
               PERFORM ValideerDatum
           END-IF
           IF (DatumIncorrect AND CapaciteitVol)
               PERFORM ZoekAlternatieveVestiging
           END-IF
           IF (DatumCorrect)
               PERFORM CheckKredietLimiet
           END-IF
           IF (DatumCorrect)
               PERFORM SchrijfReserveringWeg
               IF (QuotumOverschreden)
                   ADD 1 TO AantalTerGoedkeuring
               ELSE
                   ADD 1 TO AantalGeaccepteerd
                   IF (UitwijkGevonden)
                       PERFORM MeldVerplaatsing
                   END-IF
               END-IF
           ELSE
               ADD 1 TO AantalAfgekeurd
               MOVE SPACES TO UitvalBuffer
               STRING FUNCTION TRIM (BewaardeImportRegel) " >>> " FUNCTION TRIM (Foutmelding) DELIMITED BY SIZE INTO UitvalBuffer
               WRITE UitvalRegel FROM UitvalBuffer
           END-IF
           PERFORM HerstelGekozenVestiging
           .

       ZoekAlternatieveVestiging.
           *> De gevraagde vestiging is vol: in plaats van de regel af te
           *> keuren gaat de reservering naar de eerste vestiging in de
           *> uitwijkvolgorde (voorkeuren van de klant, buurvestigingen,
           *> de rest) die op die datum open is en nog plaats heeft.
           MOVE GekozenVestiging TO OorspronkelijkeVestiging
           MOVE Foutmelding TO BewaardeFoutmelding
           MOVE GekozenVestiging TO UV-Vestiging
           MOVE KlantVoorkeuren TO UV-Voorkeuren
           CALL "BepaalUitwijkvolgorde" USING UV-Uitwijkvolgorde
           PERFORM VARYING UitwijkIndex FROM 1 BY 1 UNTIL UitwijkIndex > UV-AantalKandidaten OR UitwijkGevonden
               PERFORM ProbeerUitwijkVestiging
           END-PERFORM
           IF (UitwijkGevonden)
               MOVE GekozenVestiging TO ReserveringsVestiging
           ELSE
               MOVE OorspronkelijkeVestiging TO GekozenVestiging
               PERFORM InitialiseerWoningen
               SET DatumIncorrect TO TRUE
               SET CapaciteitVol TO TRUE
               MOVE BewaardeFoutmelding TO Foutmelding
           END-IF
           .

       ProbeerUitwijkVestiging.
           MOVE UV-Kandidaat(UitwijkIndex) TO GekozenVestiging
           PERFORM InitialiseerWoningen
           IF (AantalWerkplekken EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           IF (GewensteTypeLuxe AND AantalLuxeWoningen EQUALS ZERO)
             OR (GewensteTypeStandaard AND AantalStandaardWoningen EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           SET DatumCorrect TO TRUE
           SET CapaciteitNietVol TO TRUE
           MOVE SPACES TO Foutmelding
           PERFORM CheckOpenstelling
           IF (DatumCorrect)
               PERFORM CheckCapaciteit
           END-IF
           IF (DatumCorrect)
               PERFORM CheckDuplicaat
           END-IF
           IF (DatumCorrect)
               SET UitwijkGevonden TO TRUE
           END-IF
           .

       MeldVerplaatsing.
           ADD 1 TO AantalVerplaatst
           DISPLAY FUNCTION TRIM (ReserveringsNaam) " op " ReserveringsDatum ": vestiging " OorspronkelijkeVestiging " vol, verplaatst naar vestiging " ReserveringsVestiging "."
           MOVE SPACES TO VerplaatsingBuffer
           STRING FUNCTION TRIM (BewaardeImportRegel) " >>> vestiging " OorspronkelijkeVestiging " vol, verplaatst naar vestiging " ReserveringsVestiging DELIMITED BY SIZE INTO VerplaatsingBuffer
           WRITE VerplaatsingRegel FROM VerplaatsingBuffer
           .

       HerstelGekozenVestiging.
           *> De volgende importregel gaat weer uit van de vestiging van
           *> de importlijst
           IF (UitwijkGevonden)
               MOVE OorspronkelijkeVestiging TO GekozenVestiging
               PERFORM InitialiseerWoningen
               SET UitwijkNietGevonden TO TRUE
           END-IF
           .

       CheckKredietLimiet.
           *> Zelfde kredietbewaking als aan de balie; een aangeleverde
           *> lijst wordt niet direct betaald, dus boven een blokkerende
           *> limiet valt de regel uit (tenzij de beheerder de klant of
           *> het bedrijf heeft vrijgegeven) en anders wordt er gewaarschuwd
           MOVE ReserveringsKlantnummer TO KC-Klantnummer
           MOVE ZERO TO KC-NieuwBedrag
           CALL "ControleerKrediet" USING KC-KredietControle
           EVALUATE TRUE
               WHEN KC-KredietGeweigerd
                   SET DatumIncorrect TO TRUE
                   MOVE "Kredietlimiet overschreden; alleen na betaling of vrijgave door de beheerder." TO Foutmelding
               WHEN KC-KredietWaarschuwing
                   ADD 1 TO AantalKredietWaarschuwingen
                   DISPLAY "Let op: " FUNCTION TRIM (ReserveringsNaam) " (klant " ReserveringsKlantnummer ") staat boven de kredietlimiet."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CheckBedrijfsQuotum.
           *> Zelfde quotumbewaking als aan de balie
           SET QuotumNietOverschreden TO TRUE
           MOVE ReserveringsKlantnummer TO QC-Klantnummer
           MOVE ReserveringsDatum TO QC-Datum
           MOVE ReserveringsGewensteType TO QC-Type
           MOVE ReserveringsDagdeel TO QC-Dagdeel
           MOVE ReserveringsAantalPlaatsen TO QC-AantalPlaatsen
           CALL "ControleerBedrijfsQuotum" USING QC-QuotumControle
           IF (QC-BovenDagquotum OR QC-BovenMaandbudget)
               SET QuotumOverschreden TO TRUE
           END-IF
           .

       KoppelKlant.
           *> gekoppeld; onbekende klanten worden automatisch geregistreerd
           *> zodat ook importregels onder een klantnummer komen te hangen.
           SET KlantNietGevonden TO TRUE
           MOVE SPACES TO KlantVoorkeuren
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT FlexKlantenBestand
           IF (IO-OK)
                   IF (FK-Naam EQUALS ReserveringsNaam)
                       SET KlantGevonden TO TRUE
                       MOVE FK-Klantnummer TO ReserveringsKlantnummer
                       MOVE FK-VoorkeurVestigingen TO KlantVoorkeuren
                       SET EndOfData TO TRUE
                   ELSE
                       READ FlexKlantenBestand NEXT RECORD
           MOVE ReserveringsNaam TO FK-Naam
           MOVE ReserveringsTelefoonnummer TO FK-Telefoonnummer
           MOVE ReserveringsEmailadres TO FK-Emailadres
           MOVE SPACES TO FK-Iban
           MOVE SPACES TO FK-MandaatDatum
           MOVE "N" TO FK-IncassoVlag
           MOVE ZERO TO FK-Bedrijfsnummer
           MOVE SPACES TO FK-Kostenplaats
           MOVE ZERO TO FK-Kredietlimiet
           MOVE "W" TO FK-KredietActie
           MOVE SPACES TO FK-KredietVrijTot
           MOVE SPACES TO FK-VoorkeurVestigingen
           WRITE FK-Klant
               INVALID KEY
                   DISPLAY "Er ging iets fout bij het registreren van " ReserveringsNaam ". File status: " IOStatus
               PERFORM CheckIfDateIsInThePast
               PERFORM CheckIfDateIsTooFarInTheFuture
           END-IF
           IF (DatumCorrect)
               PERFORM CheckOpenstelling
           END-IF
           IF (DatumCorrect)
               PERFORM CheckCapaciteit
           END-IF
           END-IF
           IF (AantalDagdelenOpDatum + GevraagdeDagdelen > TotaalAantalDagdelen)
               SET DatumIncorrect TO TRUE
               SET CapaciteitVol TO TRUE
               STRING "Op " ReserveringsDatum " is er geen plaats meer voor deze aanvraag, vol!" DELIMITED BY SIZE INTO Foutmelding
           END-IF
           .

       CheckOpenstelling.
           MOVE GekozenVestiging TO OS-Vestiging
           MOVE ReserveringsDatum TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               SET DatumIncorrect TO TRUE
               STRING "Op " ReserveringsDatum " is vestiging " GekozenVestiging " gesloten (" FUNCTION TRIM (OS-Reden) ")." DELIMITED BY SIZE INTO Foutmelding
           END-IF
           .

       CheckDuplicaat.
           MOVE ReserveringsDatum TO DatumAlsInteger
           MOVE ZERO TO EndOfDataFlag
           .

       SchrijfReserveringWeg.
           PERFORM CheckBedrijfsQuotum
           IF (QuotumOverschreden)
               MOVE QC-Bedrijfsnummer TO GA-Bedrijfsnummer
               MOVE QC-Kostenplaats TO GA-Kostenplaats
               MOVE QC-Reden TO GA-Reden
               MOVE Reservering TO GA-ReserveringBeeld
               CALL "SchrijfGoedkeuringAanvraag" USING GA-GoedkeuringAanvraag
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ReserveringenBestand
           IF (IOStatus EQUALS 00 OR 05)
               WRITE RB-Reservering FROM Reservering

       InitialiseerWoningen.
           MOVE ZERO TO AantalWerkplekken
           MOVE ZERO TO AantalLuxeWoningen, AantalStandaardWoningen
           OPEN INPUT WoningenBestand
           IF (IO-OK)
               SET NotEndOfData TO TRUE
                       EVALUATE TRUE
                           WHEN WOF-Luxe
                               ADD 5 TO AantalWerkplekken
                               ADD 1 TO AantalLuxeWoningen
                           WHEN OTHER
                               ADD 3 TO AantalWerkplekken
                               ADD 1 TO AantalStandaardWoningen
                       END-EVALUATE
                   END-IF
                   READ WoningenBestand
             PadDir-FlexKlanten
             PadDir-FlexKengetallen
             PadDir-ImportUitval
             PadDir-ImportVerplaatsingen
           .
