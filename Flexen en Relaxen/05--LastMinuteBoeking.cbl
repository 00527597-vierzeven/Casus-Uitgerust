         88 BetaalContant VALUE "C" "c".
         88 BetaalPin VALUE "P" "p".
       01 ToonDagPrijs PIC ZZ9,99.
       *> CONTRACTTARIEVEN (BepaalContractprijs, onderhouden in 12--TariefBeheer)
       COPY Contractprijs REPLACING ==(pf)== BY ==CP==.
       *> STRIPPENKAART (een strip dekt deze dag)
       01 StripVerbruiktVlag PIC 9 VALUE ZERO.
         88 StripVerbruikt VALUE 1.
       01 ExtraJaOfNee PIC X VALUE "n".
       01 ToonPrijs PIC ZZ9,99.
       01 ToonExtraBedrag PIC ZZZZ9,99.
       *> KREDIETBEWAKING (ControleerKrediet, limieten in 42--KredietBeheer)
       COPY KredietControle REPLACING ==(pf)== BY ==KC==.
       01 KredietVlag PIC 9 VALUE ZERO.
         88 KredietOpRekening VALUE 0.
         88 KredietAlleenDirect VALUE 1.
       01 Kredietpositie PIC 9(8)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonKredietpositie PIC ZZZZZZ9,99.
       01 ToonKredietlimiet PIC ZZZZZZ9,99.
       *> OPENSTELLING VESTIGING (openingsdagen en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       *> PARKEREN (VerwerkParkeerReservering, plaatsen per vestiging in
       *> 51--ParkeerBeheer)
       COPY ParkeerAanvraag REPLACING ==(pf)== BY ==PK==.
       01 ParkeerJaOfNee PIC X VALUE "n".
       01 ToonParkeerBedrag PIC ZZ9,99.
       01 ToonPlaatsenVrij PIC ZZ9.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

           DISPLAY "Operator-ID: " WITH NO ADVANCING
           ACCEPT OperatorID
           PERFORM GetDatumVandaag
           *> Op een sluitingsdag van de vestiging wordt niet geboekt
           MOVE GekozenVestiging TO OS-Vestiging
           MOVE DatumVandaag TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               DISPLAY "Vestiging " GekozenVestiging " is vandaag gesloten (" FUNCTION TRIM (OS-Reden) "); er kan niet worden geboekt."
               DISPLAY SPACE
               STOP RUN
           END-IF
           PERFORM LaadTarieven
           PERFORM InitialiseerWoningen
           PERFORM InitialiseerWerkplekken
                   DISPLAY "Klantenbestand niet beschikbaar. IO-Status: " IOStatus
                   MOVE SPACES TO WS-Naam
               END-IF
               IF (WS-Naam NOT EQUALS SPACES)
                   PERFORM CheckKredietLimiet
               END-IF
           END-IF
           MOVE WS-Naam TO BB-Naam.

       CheckKredietLimiet.
           *> Openstaande posten plus de nog niet gefactureerde omzet van
           *> deze maand tegen de kredietlimiet van de klant (of van het
           *> bedrijf). Bij een blokkerende limiet wordt er alleen nog
           *> tegen directe betaling (contant of pin) geboekt en gaan er
           *> geen extra's op rekening, tenzij de beheerder de klant
           *> heeft vrijgegeven.
           SET KredietOpRekening TO TRUE
           MOVE WS-Klantnummer TO KC-Klantnummer
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
                   DISPLAY "Kredietlimiet overschreden (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro), door de beheerder vrijgegeven tot " KC-VrijTot "."
               WHEN KC-KredietGeweigerd
                   DISPLAY ">>> Klant staat boven de kredietlimiet (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro)."
                   DISPLAY ">>> Boeken kan alleen met directe betaling (contant of pin); extra's op rekening zijn niet mogelijk."
                   SET KredietAlleenDirect TO TRUE
               WHEN OTHER
                   DISPLAY ">>> LET OP: klant staat boven de kredietlimiet (" FUNCTION TRIM (ToonKredietpositie) " van " FUNCTION TRIM (ToonKredietlimiet) " euro). Wijs de klant op de openstaande facturen."
           END-EVALUATE
           .

       GeefSleutelUit.
           *> Initialiseer continueringsvariabelen
           SET NotEndOfData TO TRUE
           END-IF
           IF (MutatieVoltooid)
               PERFORM VraagExtras
               PERFORM VraagParkeren
           END-IF
           CLOSE BoekingenBestand.

           *> Extra's (koffiekaart, lunch, parkeerpas) bij aankomst
           *> vastleggen; 09--MaandFacturatie zet ze als aparte regels op
           *> de maandfactuur
           IF (KredietAlleenDirect)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Extra's toevoegen (koffiekaart, lunch, parkeerpas)? (j/n) " WITH NO ADVANCING
           ACCEPT ExtraJaOfNee
           IF (ExtraJaOfNee NOT EQUALS "j")
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ArtikelIndex FROM 1 BY 1 UNTIL ArtikelIndex > AantalArtikelen
               COMPUTE BedragCenten = ART-Prijs(ArtikelIndex) * 100
               MOVE BedragCenten TO ToonPrijs
               DISPLAY ART-Artikelnummer(ArtikelIndex) " | " ART-Omschrijving(ArtikelIndex) " | " ToonPrijs " euro"
           END-PERFORM
           MOVE 1 TO GekozenArtikelnummer
           PERFORM RegistreerExtra UNTIL GekozenArtikelnummer EQUALS ZERO
           .

       VraagParkeren.
           *> Een parkeerplaats voor vandaag binnen de capaciteit van de
           *> vestiging; de dagprijs komt net als de extra's op de
           *> maandfactuur, dus niet bij alleen direct afrekenen
           IF (KredietAlleenDirect)
               EXIT PARAGRAPH
           END-IF
           SET PK-FunctieControleren TO TRUE
           MOVE GekozenVestiging TO PK-Vestiging
           MOVE DatumVandaag TO PK-Datum
           MOVE WS-Klantnummer TO PK-Klantnummer
           CALL "VerwerkParkeerReservering" USING PK-ParkeerAanvraag
           IF (PK-Gelukt)
               DISPLAY "Voor vandaag is al een parkeerplaats gereserveerd, kenteken " PK-Kenteken
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Parkeerplaats voor vandaag? (j/n) " WITH NO ADVANCING
           ACCEPT ParkeerJaOfNee
           IF (ParkeerJaOfNee NOT EQUALS "j")
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Kenteken: " WITH NO ADVANCING
           ACCEPT PK-Kenteken
           MOVE FUNCTION UPPER-CASE (PK-Kenteken) TO PK-Kenteken
           DISPLAY "Plaats met laadpaal voor een elektrische auto? (j/n) " WITH NO ADVANCING
           ACCEPT ParkeerJaOfNee
           IF (ParkeerJaOfNee EQUALS "j")
               MOVE "L" TO PK-SoortPlaats
           ELSE
               MOVE "G" TO PK-SoortPlaats
           END-IF
           SET PK-FunctieReserveren TO TRUE
           MOVE WS-Naam TO PK-Naam
           CALL "VerwerkParkeerReservering" USING PK-ParkeerAanvraag
           IF (PK-Gelukt)
               MOVE "05--LastMinuteBoeking" TO LOG-Programma
               MOVE "PARKEREN-GERESERVEERD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE PK-ParkeerAanvraag TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               MOVE PK-PlaatsenVrij TO ToonPlaatsenVrij
               IF (PK-Bedrag EQUALS ZERO)
                   DISPLAY "Parkeerplaats gereserveerd voor " PK-Kenteken " (gratis, nog " FUNCTION TRIM (ToonPlaatsenVrij) " vrij)."
               ELSE
                   COMPUTE BedragCenten = PK-Bedrag * 100
                   MOVE BedragCenten TO ToonParkeerBedrag
                   DISPLAY "Parkeerplaats gereserveerd voor " PK-Kenteken " (" FUNCTION TRIM (ToonParkeerBedrag) " euro op de maandfactuur, nog " FUNCTION TRIM (ToonPlaatsenVrij) " vrij)."
               END-IF
           ELSE
               DISPLAY "Geen parkeerplaats: " FUNCTION TRIM (PK-Reden)
           END-IF
           .

       RegistreerExtra.
           DISPLAY "Artikelnummer (0 = klaar): " WITH NO ADVANCING
           ACCEPT GekozenArtikelnummer
               COMPUTE BX-Bedrag = ExtraAantal * ART-Prijs(ArtikelIndex)
               WRITE BX-BoekingExtra
               CLOSE BoekingExtrasBestand
               COMPUTE BedragCenten = BX-Bedrag * 100
               MOVE BedragCenten TO ToonExtraBedrag
               DISPLAY "Vastgelegd: " ExtraAantal " x " FUNCTION TRIM (ART-Omschrijving(ArtikelIndex)) " = " ToonExtraBedrag " euro (komt op de maandfactuur)."
           ELSE
               DISPLAY "Er is iets mis gegaan bij BoekingExtras.dat. IO-Status: " IOStatus
                   DISPLAY "Kamer " WP-Huisnummer(WerkplekkenTeller) "|" WP-Kamernummer(WerkplekkenTeller) " is nog vrij."
                   DISPLAY "Zullen we die voor u inboeken? (j/n) " WITH NO ADVANCING
                   ACCEPT JaOfNee
                   IF (JaOfNee EQUALS "j" AND KredietAlleenDirect)
                       DISPLAY "Boven de kredietlimiet: de klant betaalt de dagprijs nu direct. Akkoord? (j/n) " WITH NO ADVANCING
                       ACCEPT JaOfNee
                   END-IF
                   IF (JaOfNee EQUALS "j")
                       MOVE DatumVandaag TO WS-Datum
                       MOVE WP-Huisnummer(WerkplekkenTeller) TO WS-Huisnummer
                           IF (StripNietVerbruikt)
                               PERFORM RekenDirectAf
                           END-IF
                       ELSE
                           *> Boven een blokkerende kredietlimiet valt ook
                           *> de abonnementhouder niet onder het maandbedrag
                           IF (KredietAlleenDirect)
                               PERFORM RekenDirectAf
                           END-IF
                       END-IF
                       PERFORM VraagExtras
                       PERFORM VraagParkeren
                   END-IF
               END-IF
           END-PERFORM
           *> aan de balie; de betaling gaat naar DirecteBetalingen.dat en
           *> 09--MaandFacturatie slaat deze boeking over
           PERFORM BepaalDagPrijsVandaag
           PERFORM BepaalContractprijsVandaag
           COMPUTE BedragCenten = GevondenDagPrijs * 100
           MOVE BedragCenten TO ToonDagPrijs
           DISPLAY "Te betalen dagprijs: " ToonDagPrijs " euro."
           DISPLAY "Betaalwijze (C = contant, P = pin): " WITH NO ADVANCING
           ACCEPT BetaalWijze
           END-PERFORM
           .

       BepaalContractprijsVandaag.
           *> Een medewerker van een bedrijf met een contracttarief
           *> betaalt de afgesproken prijs in plaats van de dagprijs
           MOVE WS-Klantnummer TO CP-Klantnummer
           MOVE GezochtTariefType TO CP-Type
           MOVE DatumVandaag TO CP-Datum
           MOVE WS-Dagdeel TO CP-Dagdeel
           MOVE GevondenDagPrijs TO CP-StandaardPrijs
           CALL "BepaalContractprijs" USING CP-Contractprijs
           IF (CP-ContractTarief)
               MOVE CP-Prijs TO GevondenDagPrijs
               DISPLAY "Contracttarief van bedrijf " CP-Bedrijfsnummer " van toepassing."
           END-IF
           .

       LaadTarieven.
           MOVE ZERO TO AantalTarieven
           MOVE ZERO TO EndOfDataFlag
