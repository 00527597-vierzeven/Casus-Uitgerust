         88 NoShowGeweigerd VALUE 1.
       01 BevestigingInput PIC X VALUE SPACE.
         88 BevestigingJa VALUE "J" "j".
       *> KREDIETBEWAKING (ControleerKrediet, limieten in 42--KredietBeheer)
       COPY KredietControle REPLACING ==(pf)== BY ==KC==.
       *> OPENSTELLING VESTIGING (openingsdagen en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       01 KredietBeslisVlag PIC 9 VALUE ZERO.
         88 KredietToegestaan VALUE 0.
         88 KredietGeweigerd VALUE 1.
       01 Kredietpositie PIC 9(8)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonKredietpositie PIC ZZZZZZ9,99.
       01 ToonKredietlimiet PIC ZZZZZZ9,99.
       *> QUOTA PER KOSTENPLAATS (ControleerBedrijfsQuotum, quota in
       *> 44--BedrijfsQuotaBeheer): boven het dagquotum of maandbudget
       *> gaat de reservering ter goedkeuring naar het bedrijf
       COPY QuotumControle REPLACING ==(pf)== BY ==QC==.
       COPY GoedkeuringAanvraag REPLACING ==(pf)== BY ==GA==.
       01 QuotumVlag PIC 9 VALUE ZERO.
         88 QuotumOverschreden VALUE 1.
         88 QuotumNietOverschreden VALUE 0.
       *> PARKEREN (VerwerkParkeerReservering, plaatsen per vestiging in
       *> 51--ParkeerBeheer): een parkeerplaats per gereserveerde dag
       COPY ParkeerAanvraag REPLACING ==(pf)== BY ==PK==.
       01 ParkerenVlag PIC 9 VALUE ZERO.
         88 ParkerenGewenst VALUE 1.
         88 ParkerenNietGewenst VALUE 0.
       01 ParkeerKenteken PIC X(10) VALUE SPACES.
       01 ParkeerSoort PIC X VALUE "G".
       01 ToonParkeerBedrag PIC ZZ9,99.
       01 ToonPlaatsenVrij PIC ZZ9.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.
       *> UITGAAND BERICHT (bevestiging aan de klant via SchrijfBericht)
           03 OV-StatusVlag PIC 9.
             88 OV-Geboekt VALUE 1.
             88 OV-Geweigerd VALUE 0.
             88 OV-TerGoedkeuring VALUE 2.
           03 OV-Tekst PIC X(100).
       01 OverzichtTeller PIC 99 VALUE ZERO.
       01 OverzichtIndex PIC 99 VALUE ZERO.
       *> UITWIJKEN NAAR EEN ANDERE VESTIGING (als de gevraagde vol is);
       *> de volgorde komt uit BepaalUitwijkvolgorde
       COPY Uitwijkvolgorde REPLACING ==(pf)== BY ==UV==.
       01 KlantVoorkeuren PIC X(6) VALUE SPACES.
       01 OorspronkelijkeVestiging PIC XX VALUE SPACES.
       01 BewaardeFoutmelding PIC X(100) VALUE SPACES.
       01 UitwijkIndex PIC 99 VALUE ZERO.
       01 AantalUitwijkWoningen PIC 99 VALUE ZERO.
       01 UitwijkVolgordeVlag PIC 9 VALUE ZERO.
         88 UitwijkVolgordeBepaald VALUE 1.
         88 UitwijkVolgordeOnbekend VALUE 0.
       01 UitwijkVlag PIC 9 VALUE ZERO.
         88 UitwijkGeaccepteerd VALUE 1.
         88 UitwijkNietGeaccepteerd VALUE 0.
       01 TypeAanwezigVlag PIC 9 VALUE ZERO.
         88 TypeAanwezig VALUE 1.
         88 TypeNietAanwezig VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY SPACE
               STOP RUN
           END-IF
           PERFORM CheckKredietLimiet
           IF (KredietGeweigerd)
               DISPLAY SPACE
               DISPLAY ">>> Einde programma <<<"
               DISPLAY SPACE
               STOP RUN
           END-IF
           DISPLAY "Hoeveel reserveringen wilt u maken? " WITH NO ADVANCING
           ACCEPT AantalReserveringenMaken
           PERFORM AantalReserveringenMaken TIMES
                       COMPUTE NieuweDatumInteger = FUNCTION INTEGER-OF-DATE (EersteReserveringsDatum) + DagTeller
                       MOVE FUNCTION DATE-OF-INTEGER (NieuweDatumInteger) TO ReserveringsDatum
                       PERFORM ValideerDatum
                       IF (CapaciteitVol)
                           PERFORM ZoekAlternatieveVestiging
                       END-IF
                       IF (DatumCorrect)
                           PERFORM SchrijfReserveringWeg
                           PERFORM HerstelGekozenVestiging
                       ELSE
                           DISPLAY Foutmelding
                           IF (CapaciteitVol)
                       MOVE FK-Naam TO ReserveringsNaam
                       MOVE FK-Telefoonnummer TO ReserveringsTelefoonnummer
                       MOVE FK-Emailadres TO ReserveringsEmailadres
                       MOVE FK-VoorkeurVestigingen TO KlantVoorkeuren
                       DISPLAY "Reserveren voor: " FK-Naam
               END-READ
               CLOSE FlexKlantenBestand
           END-EVALUATE
           .

       CheckKredietLimiet.
           *> Openstaande posten plus de nog niet gefactureerde omzet van
           *> deze maand tegen de kredietlimiet van de klant (of van het
           *> bedrijf): boven de limiet waarschuwen, of weigeren als
           *> alleen tegen directe betaling geboekt mag worden. Een
           *> vooruit te betalen reservering kent de balie niet, dus
           *> die klant gaat naar de last-minute boeking met directe
           *> betaling of naar de beheerder voor een vrijgave.
           SET KredietToegestaan TO TRUE
           MOVE ReserveringsKlantnummer TO KC-Klantnummer
           MOVE ZERO TO KC-NieuwBedrag
           CALL "ControleerKrediet" USING KC-KredietControle
           IF (KC-KredietOK)
               EXIT PARAGRAPH
           END-IF
           COMPUTE Kredietpositie = KC-OpenPosten + KC-Onbefactureerd
           COMPUTE BedragCenten = Kredietpositie * 100
           MOVE BedragCenten TO ToonKredietpositie
           COMPUTE BedragCenten = KC-Limiet * 100
           MOVE BedragCenten TO ToonKredietlimiet
           EVALUATE TRUE
               WHEN KC-KredietVrijgegeven
                   DISPLAY SPACE
                   DISPLAY ">>> Kredietlimiet overschreden (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro), door de beheerder vrijgegeven tot " KC-VrijTot "."
               WHEN KC-KredietGeweigerd
                   DISPLAY SPACE
                   DISPLAY ">>> " FUNCTION TRIM (ReserveringsNaam) " staat boven de kredietlimiet (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro)."
                   DISPLAY ">>> Reserveren op rekening wordt geweigerd. Boeken kan alleen met directe betaling aan de balie, of na vrijgave door de beheerder."
                   SET KredietGeweigerd TO TRUE
               WHEN OTHER
                   DISPLAY SPACE
                   DISPLAY ">>> LET OP: " FUNCTION TRIM (ReserveringsNaam) " staat boven de kredietlimiet (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro)."
                   DISPLAY ">>> Wijs de klant op de openstaande facturen. Doorgaan met reserveren? (J/N): " WITH NO ADVANCING
                   ACCEPT BevestigingInput
                   IF NOT (BevestigingJa)
                       SET KredietGeweigerd TO TRUE
                   END-IF
           END-EVALUATE
           .

       LeesNoShowBeleid.
           OPEN INPUT NoShowBeleidBestand
           IF (IO-OK)
               IF (PatroonDagGewenst)
                   MOVE FUNCTION DATE-OF-INTEGER (NieuweDatumInteger) TO ReserveringsDatum
                   PERFORM ValideerDatum
                   IF (CapaciteitVol)
                       PERFORM ZoekAlternatieveVestiging
                   END-IF
                   ADD 1 TO OverzichtTeller
                   MOVE ReserveringsDatum TO OV-Datum(OverzichtTeller)
                   IF (DatumCorrect)
                       PERFORM SchrijfReserveringWeg
                       SET OV-Geboekt(OverzichtTeller) TO TRUE
                       MOVE SPACES TO OV-Tekst(OverzichtTeller)
                       IF (UitwijkGeaccepteerd)
                           STRING "op vestiging " ReserveringsVestiging DELIMITED BY SIZE INTO OV-Tekst(OverzichtTeller)
                       END-IF
                       IF (QuotumOverschreden)
                           SET OV-TerGoedkeuring(OverzichtTeller) TO TRUE
                           MOVE QC-Reden TO OV-Tekst(OverzichtTeller)
                       END-IF
                       PERFORM HerstelGekozenVestiging
                   ELSE
                       SET OV-Geweigerd(OverzichtTeller) TO TRUE
                       MOVE Foutmelding TO OV-Tekst(OverzichtTeller)
           DISPLAY "OVERZICHT WEEKPATROON"
           DISPLAY "====================="
           PERFORM VARYING OverzichtIndex FROM 1 BY 1 UNTIL OverzichtIndex > OverzichtTeller
               EVALUATE TRUE
                   WHEN OV-Geboekt(OverzichtIndex)
                       DISPLAY OV-Datum(OverzichtIndex) " | GEBOEKT " FUNCTION TRIM (OV-Tekst(OverzichtIndex))
                   WHEN OV-TerGoedkeuring(OverzichtIndex)
                       DISPLAY OV-Datum(OverzichtIndex) " | TER GOEDKEURING: " FUNCTION TRIM (OV-Tekst(OverzichtIndex))
                   WHEN OTHER
                       DISPLAY OV-Datum(OverzichtIndex) " | GEWEIGERD: " FUNCTION TRIM (OV-Tekst(OverzichtIndex))
               END-EVALUATE
           END-PERFORM
           .

               SET GeenTypeVoorkeur TO TRUE
           END-IF
           PERFORM VraagDagdeel
           PERFORM VraagParkeren
           .

       VraagDagdeel.
           END-IF
           .

       VraagParkeren.
           *> De parkeerplaats wordt per dag gereserveerd zodra de
           *> reservering zelf is opgeslagen
           SET ParkerenNietGewenst TO TRUE
           DISPLAY "Parkeerplaats erbij (J/N)? " WITH NO ADVANCING
           ACCEPT BevestigingInput
           IF NOT (BevestigingJa)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kenteken: " WITH NO ADVANCING
           ACCEPT ParkeerKenteken
           IF (ParkeerKenteken EQUALS SPACES)
               DISPLAY "Zonder kenteken wordt er geen parkeerplaats gereserveerd."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (ParkeerKenteken) TO ParkeerKenteken
           DISPLAY "Plaats met laadpaal voor een elektrische auto (J/N)? " WITH NO ADVANCING
           ACCEPT BevestigingInput
           IF (BevestigingJa)
               MOVE "L" TO ParkeerSoort
           ELSE
               MOVE "G" TO ParkeerSoort
           END-IF
           SET ParkerenGewenst TO TRUE
           .

       SchrijfReserveringWeg.
           PERFORM CheckBedrijfsQuotum
           IF (QuotumOverschreden)
               PERFORM ZetTerGoedkeuring
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ReserveringenBestand
           IF (IOStatus EQUALS 00 OR 05)
               WRITE RB-Reservering FROM Reservering
               DISPLAY "======================"
               DISPLAY "Naam: " ReserveringsNaam
               DISPLAY "Datum:" ReserveringsDatum
               IF (ParkerenGewenst)
                   PERFORM ReserveerParkeerplaats
               END-IF
           ELSE
               DISPLAY "Er heeft zich een fout voorgedaan. IO-Status: " IOStatus
           END-IF.

       ReserveerParkeerplaats.
           *> Op de vestiging waar de werkplek uiteindelijk is
           *> gereserveerd (ook na uitwijken)
           SET PK-FunctieReserveren TO TRUE
           MOVE ReserveringsVestiging TO PK-Vestiging
           MOVE ReserveringsDatum TO PK-Datum
           MOVE ReserveringsKlantnummer TO PK-Klantnummer
           MOVE ReserveringsNaam TO PK-Naam
           MOVE ParkeerKenteken TO PK-Kenteken
           MOVE ParkeerSoort TO PK-SoortPlaats
           CALL "VerwerkParkeerReservering" USING PK-ParkeerAanvraag
           IF (PK-Gelukt)
               MOVE "02--ReserveringToevoegen" TO LOG-Programma
               MOVE "PARKEREN-GERESERVEERD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE PK-ParkeerAanvraag TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               MOVE PK-PlaatsenVrij TO ToonPlaatsenVrij
               IF (PK-Bedrag EQUALS ZERO)
                   DISPLAY "Parkeerplaats: " PK-Kenteken " (gratis, nog " FUNCTION TRIM (ToonPlaatsenVrij) " vrij)"
               ELSE
                   COMPUTE BedragCenten = PK-Bedrag * 100
                   MOVE BedragCenten TO ToonParkeerBedrag
                   DISPLAY "Parkeerplaats: " PK-Kenteken " (" FUNCTION TRIM (ToonParkeerBedrag) " euro, op de maandfactuur; nog " FUNCTION TRIM (ToonPlaatsenVrij) " vrij)"
               END-IF
           ELSE
               DISPLAY "Geen parkeerplaats: " FUNCTION TRIM (PK-Reden)
           END-IF
           .

       CheckBedrijfsQuotum.
           *> Medewerkers van een bedrijf: past de reservering nog binnen
           *> het dagquotum en het maandbudget van de kostenplaats?
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

       ZetTerGoedkeuring.
           *> Niet bevestigen maar in de wachtrij voor de contactpersoon
           *> van het bedrijf; de beslissing gaat via de berichtenbak
           *> naar de medewerker (44--BedrijfsQuotaBeheer)
           MOVE QC-Bedrijfsnummer TO GA-Bedrijfsnummer
           MOVE QC-Kostenplaats TO GA-Kostenplaats
           MOVE QC-Reden TO GA-Reden
           MOVE Reservering TO GA-ReserveringBeeld
           CALL "SchrijfGoedkeuringAanvraag" USING GA-GoedkeuringAanvraag
           DISPLAY SPACE
           DISPLAY "RESERVERING TER GOEDKEURING"
           DISPLAY "==========================="
           DISPLAY "Naam: " ReserveringsNaam
           DISPLAY "Datum:" ReserveringsDatum
           DISPLAY "Reden: " FUNCTION TRIM (QC-Reden)
           DISPLAY "Aanvraagnummer " GA-Aanvraagnummer " wacht op goedkeuring van het bedrijf."
           .

       ValideerDatum.
           SET CapaciteitNietVol TO TRUE
           PERFORM CheckMonth
               PERFORM CheckIfDateIsInThePast
               PERFORM CheckIfDateIsTooFarInTheFuture
           END-IF
           IF (DatumCorrect)
               PERFORM CheckOpenstelling
           END-IF
           IF (DatumCorrect)
               PERFORM CheckCapaciteit
           END-IF

       InitialiseerWoningen.
           MOVE ZERO TO WoningenTeller
           MOVE ZERO TO AantalWerkplekken
           OPEN INPUT WoningenBestand
           IF (IO-OK)
               SET NotEndOfData TO TRUE
           END-IF
           .

       ZoekAlternatieveVestiging.
           *> De gevraagde vestiging is vol: de andere vestigingen in de
           *> uitwijkvolgorde (voorkeuren van de klant, buurvestigingen,
           *> de rest) langs voor dezelfde datum, hetzelfde dagdeel en
           *> hetzelfde werkpleksoort. Pas als de klant geen alternatief
           *> aanneemt, gaat de klant op de wachtlijst van de eigen
           *> vestiging.
           SET UitwijkNietGeaccepteerd TO TRUE
           MOVE GekozenVestiging TO OorspronkelijkeVestiging
           MOVE Foutmelding TO BewaardeFoutmelding
           IF (UitwijkVolgordeOnbekend)
               MOVE GekozenVestiging TO UV-Vestiging
               MOVE KlantVoorkeuren TO UV-Voorkeuren
               CALL "BepaalUitwijkvolgorde" USING UV-Uitwijkvolgorde
               SET UitwijkVolgordeBepaald TO TRUE
           END-IF
           PERFORM VARYING UitwijkIndex FROM 1 BY 1 UNTIL UitwijkIndex > UV-AantalKandidaten OR UitwijkGeaccepteerd
               PERFORM ProbeerUitwijkVestiging
           END-PERFORM
           IF (UitwijkNietGeaccepteerd)
               MOVE OorspronkelijkeVestiging TO GekozenVestiging
               MOVE OorspronkelijkeVestiging TO ReserveringsVestiging
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
           IF NOT (GeenTypeVoorkeur)
               SET TypeNietAanwezig TO TRUE
               MOVE WoningenTeller TO AantalUitwijkWoningen
               PERFORM VARYING WoningenTeller FROM 1 BY 1 UNTIL WoningenTeller > AantalUitwijkWoningen
                   IF (WO-Type(WoningenTeller) EQUALS ReserveringsGewensteType)
                       SET TypeAanwezig TO TRUE
                   END-IF
               END-PERFORM
               IF (TypeNietAanwezig)
                   EXIT PARAGRAPH
               END-IF
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
           IF (DatumIncorrect)
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY ">>> Vestiging " OorspronkelijkeVestiging " is op " ReserveringsDatum " vol, maar vestiging " GekozenVestiging " heeft nog plaats."
           DISPLAY ">>> Reserveren op vestiging " GekozenVestiging "? (J/N): " WITH NO ADVANCING
           ACCEPT BevestigingInput
           IF (BevestigingJa)
               SET UitwijkGeaccepteerd TO TRUE
               MOVE GekozenVestiging TO ReserveringsVestiging
           END-IF
           .

       HerstelGekozenVestiging.
           *> Na een reservering op een uitwijkvestiging gaat de volgende
           *> datum weer uit van de gevraagde vestiging
           IF (UitwijkGeaccepteerd)
               MOVE OorspronkelijkeVestiging TO GekozenVestiging
               MOVE OorspronkelijkeVestiging TO ReserveringsVestiging
               PERFORM InitialiseerWoningen
               SET UitwijkNietGeaccepteerd TO TRUE
           END-IF
           .

       PlaatsOpWachtlijst.
           *> Volle datum: de klant niet wegsturen maar vastleggen, zodat
           *> 06--AnnulerenReserveringOfBoeking hem kan promoveren zodra er
           END-IF
           .

       CheckOpenstelling.
           *> Op een sluitingsdag of een vaste sluitingsdag van de week kan
           *> niet worden gereserveerd; dat is geen volle dag, dus ook
           *> geen wachtlijst
           MOVE GekozenVestiging TO OS-Vestiging
           MOVE ReserveringsDatum TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               SET DatumIncorrect TO TRUE
               MOVE SPACES TO Foutmelding
               STRING "Op " ReserveringsDatum " is vestiging " GekozenVestiging " gesloten (" FUNCTION TRIM (OS-Reden) ")." DELIMITED BY SIZE INTO Foutmelding
           END-IF
           .

       CheckDuplicaat.
           MOVE ReserveringsDatum TO DatumAlsInteger
           MOVE ZERO TO EOFReserveringenVlag
