       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Storingsregister (onderhouden door 46--StoringBeheer): een ruimte
       *> met een urgente, nog niet opgeloste storing is niet te boeken
       SELECT StoringenBestand ASSIGN TO Pad-Storingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD TarievenBestand.
       COPY Tarief REPLACING ==(pf)== BY ==TF==.
       FD StoringenBestand.
       COPY Storing REPLACING ==(pf)== BY ==ST==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Tarieven.dat".
       01 Pad-Storingen.
         02 PadDir-Storingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Storingen.dat".
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 KlantGevondenVlag PIC 9 VALUE ZERO.
         88 KlantGevonden VALUE 1.
         88 KlantNietGevonden VALUE 0.
       01 RuimteStoringVlag PIC 9 VALUE ZERO.
         88 RuimteZonderStoring VALUE 0.
         88 RuimteBuitenGebruik VALUE 1.
       01 StoringOmschrijving PIC X(40) VALUE SPACES.
       01 OverlapVlag PIC 9 VALUE ZERO.
         88 GeenOverlap VALUE 0.
         88 Overlap VALUE 1.
       01 AantalUren PIC 99 VALUE ZERO.
       01 BoekingBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToonBedrag PIC ZZZZ9,99.
       *> CONTRACTTARIEVEN (BepaalContractprijs, onderhouden in 12--TariefBeheer)
       COPY Contractprijs REPLACING ==(pf)== BY ==CP==.
       *> KREDIETBEWAKING (ControleerKrediet, limieten in 42--KredietBeheer)
       COPY KredietControle REPLACING ==(pf)== BY ==KC==.
       01 Kredietpositie PIC 9(8)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonKredietpositie PIC ZZZZZZ9,99.
       01 ToonKredietlimiet PIC ZZZZZZ9,99.
       *> OPENSTELLING VESTIGING (openingsdagen, -tijden en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       01 BevestigingInput PIC X VALUE SPACE.
         88 BevestigingJa VALUE "J" "j".
       *> ANNULEREN
       01 AnnuleerGevondenVlag PIC 9 VALUE ZERO.
         88 AnnuleerGevonden VALUE 1.
         88 AnnuleerNietGevonden VALUE 0.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.
       *> REDEN VAN ANNULERING EN ANNULERINGSREGISTER (SchrijfAnnulering)
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.
       COPY FlexAnnulering REPLACING ==(pf)== BY ==ANN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "Ongeldig uurblok: boeken kan per heel uur tussen 07 en 22 uur."
               EXIT PARAGRAPH
           END-IF
           MOVE BoekingVestiging TO OS-Vestiging
           MOVE BoekingDatum TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               DISPLAY "Vestiging " BoekingVestiging " is op " BoekingDatum " gesloten (" FUNCTION TRIM (OS-Reden) ")."
               EXIT PARAGRAPH
           END-IF
           IF (BoekingVanUur * 100 < OS-OpenVan) OR (BoekingTotUur * 100 > OS-OpenTot)
               DISPLAY "Vestiging " BoekingVestiging " is open van " OS-OpenVan " tot " OS-OpenTot " uur; het uurblok valt daarbuiten."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckRuimteStoring
           IF (RuimteBuitenGebruik)
               DISPLAY "Ruimte " BoekingRuimtenummer " is buiten gebruik wegens een storing (" FUNCTION TRIM (StoringOmschrijving) ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckUurOverlap
           IF (Overlap)
               DISPLAY "Ruimte " BoekingRuimtenummer " is op " BoekingDatum " tussen " BoekingVanUur " en " BoekingTotUur " uur al (deels) geboekt."
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalUurTarief
           PERFORM BepaalContractUurTarief
           COMPUTE AantalUren = BoekingTotUur - BoekingVanUur
           COMPUTE BoekingBedrag = AantalUren * GevondenUurTarief
           PERFORM CheckKredietLimiet
           IF (KC-KredietGeweigerd)
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND VergaderBoekingenBestand
           IF (IOStatus EQUALS 00 OR 05)
               MOVE BoekingVestiging TO VB-Vestiging
               MOVE SPACES TO LOG-BeeldVoor
               MOVE VB-VergaderBoeking TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               COMPUTE BedragCenten = BoekingBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Geboekt: ruimte " BoekingRuimtenummer " op " BoekingDatum " van " BoekingVanUur " tot " BoekingTotUur " uur voor " FUNCTION TRIM (BoekingNaam) " (" ToonBedrag " euro)."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       CheckKredietLimiet.
           *> Openstaande posten, de nog niet gefactureerde omzet van
           *> deze maand en deze boeking tegen de kredietlimiet van de
           *> klant (of van het bedrijf). Een vergaderruimte wordt niet
           *> aan de balie afgerekend, dus boven een blokkerende limiet
           *> wordt geweigerd tot de beheerder de klant vrijgeeft.
           MOVE BoekingKlantnummer TO KC-Klantnummer
           MOVE BoekingBedrag TO KC-NieuwBedrag
           CALL "ControleerKrediet" USING KC-KredietControle
           IF (KC-KredietOK)
               EXIT PARAGRAPH
           END-IF
           COMPUTE Kredietpositie = KC-OpenPosten + KC-Onbefactureerd + KC-NieuwBedrag
           COMPUTE BedragCenten = Kredietpositie * 100
           MOVE BedragCenten TO ToonKredietpositie
           COMPUTE BedragCenten = KC-Limiet * 100
           MOVE BedragCenten TO ToonKredietlimiet
           EVALUATE TRUE
               WHEN KC-KredietVrijgegeven
                   DISPLAY "Kredietlimiet overschreden (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro), door de beheerder vrijgegeven tot " KC-VrijTot "."
               WHEN KC-KredietGeweigerd
                   DISPLAY "Met deze boeking komt " FUNCTION TRIM (BoekingNaam) " boven de kredietlimiet (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro)."
                   DISPLAY "De boeking wordt geweigerd; verwijs de klant naar de beheerder voor een vrijgave."
               WHEN OTHER
                   DISPLAY "LET OP: met deze boeking komt " FUNCTION TRIM (BoekingNaam) " boven de kredietlimiet (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro)."
                   DISPLAY "Toch boeken? (J/N): " WITH NO ADVANCING
                   ACCEPT BevestigingInput
                   IF NOT (BevestigingJa)
                       SET KC-KredietGeweigerd TO TRUE
                   END-IF
           END-EVALUATE
           .

       CheckRuimteBestaat.
           SET RuimteNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           END-IF
           .

       CheckRuimteStoring.
           SET RuimteZonderStoring TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF (IO-OK)
               READ StoringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (ST-ObjectVergaderruimte)
                     AND (ST-Vestiging EQUALS BoekingVestiging)
                     AND (ST-Ruimtenummer EQUALS BoekingRuimtenummer)
                     AND (ST-Urgent)
                     AND NOT (ST-StatusOpgelost)
                       SET RuimteBuitenGebruik TO TRUE
                       MOVE ST-Omschrijving TO StoringOmschrijving
                       SET EndOfData TO TRUE
                   ELSE
                       READ StoringenBestand
                           AT END
                               SET EndOfData TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE StoringenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           .

       CheckUurOverlap.
           *> Twee boekingen overlappen als de uurblokken elkaar raken:
           *> van < bestaande tot EN bestaande van < tot
           MOVE ZERO TO EndOfDataFlag
           .

       BepaalContractUurTarief.
           *> Medewerkers van een bedrijf met een contracttarief voor
           *> vergaderruimten betalen het afgesproken uurtarief
           MOVE BoekingKlantnummer TO CP-Klantnummer
           MOVE "V" TO CP-Type
           MOVE BoekingDatum TO CP-Datum
           MOVE "H" TO CP-Dagdeel
           MOVE GevondenUurTarief TO CP-StandaardPrijs
           CALL "BepaalContractprijs" USING CP-Contractprijs
           IF (CP-ContractTarief)
               MOVE CP-Prijs TO GevondenUurTarief
               COMPUTE BedragCenten = GevondenUurTarief * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Contracttarief van bedrijf " CP-Bedrijfsnummer ": " ToonBedrag " euro per uur."
           END-IF
           .

       ToonDagOverzicht.
           DISPLAY SPACE
           DISPLAY "Vestiging (leeg = 01): " WITH NO ADVANCING
               IF (VB-Vestiging EQUALS BoekingVestiging)
                 AND (VB-Datum EQUALS BoekingDatum)
                 AND (VB-NietGeannuleerd)
                   COMPUTE BedragCenten = VB-Bedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   DISPLAY "Ruimte " VB-Ruimtenummer " | " VB-VanUur "-" VB-TotUur " uur | " VB-Naam " | " ToonBedrag " euro"
               END-IF
               READ VergaderBoekingenBestand
                 AND (VB-NietGeannuleerd)
                   SET AnnuleerGevonden TO TRUE
                   MOVE VB-VergaderBoeking TO LOG-BeeldVoor
                   INITIALIZE ANN-Annulering
                   SET ANN-SoortVergadering TO TRUE
                   MOVE VB-Klantnummer TO ANN-Klantnummer
                   MOVE VB-Naam TO ANN-Naam
                   MOVE VB-Datum TO ANN-Datum
                   MOVE VB-Vestiging TO ANN-Vestiging
                   MOVE VB-Ruimtenummer TO ANN-Huisnummer
                   MOVE "V" TO ANN-Type
                   MOVE VB-VanUur TO ANN-VanUur
                   MOVE VB-TotUur TO ANN-TotUur
                   MOVE 1 TO ANN-AantalPlaatsen
                   MOVE VB-Bedrag TO ANN-Bedrag
                   SET VB-Geannuleerd TO TRUE
                   MOVE VB-VergaderBoeking TO LOG-BeeldNa
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           SET RDN-FunctieVragen TO TRUE
           CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
           MOVE "31--VergaderBoeking" TO LOG-Programma
           MOVE "VERGADERING-GEANNULEERD" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           MOVE RDN-Code TO ANN-Reden
           MOVE "N" TO ANN-Doorverkocht
           CALL "SchrijfAnnulering" USING ANN-Annulering
           DISPLAY "De vergaderboeking is geannuleerd (reden: " FUNCTION TRIM (RDN-Omschrijving) ")."
           .

       SchrijfWerkTerug.
             PadDir-Vergaderruimten
             PadDir-FlexKlanten
             PadDir-Tarieven
             PadDir-Storingen
           .
