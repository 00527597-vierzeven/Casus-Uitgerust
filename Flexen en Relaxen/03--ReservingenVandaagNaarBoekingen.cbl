       01 AbonnementKlantGevondenVlag PIC 9 VALUE ZERO.
         88 AbonnementKlantGevonden VALUE 1.
         88 AbonnementKlantNietGevonden VALUE 0.
       *> OPENSTELLING VESTIGING (openingsdagen en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       *> WONING
       01 Woning OCCURS 10 TIMES.
         02 WO-Huisnummer PIC 9(2).
       01 Dagomzet PIC 9(6)V99 VALUE ZERO.
       01 ToonOmzet PIC ZZZZZ9,99.
       01 AantalOverflowVandaag PIC 99 VALUE ZERO.
       *> Medewerkers van een bedrijf met een contracttarief tellen
       *> tegen de afgesproken prijs mee (BepaalContractprijs)
       COPY Contractprijs REPLACING ==(pf)== BY ==CP==.
       01 AantalContractBoekingenVandaag PIC 99 VALUE ZERO.
       *> Per-reservering voortgangscontrole: elke reservering van
       *> vandaag wordt op naam en datum tegen BoekingenBestand
       *> geverifieerd, zodat een eerder afgebroken run precies de nog
           PERFORM InitialseerWoningen
           PERFORM InitialiseerWerkplekken
           PERFORM GetDatumVandaag
           MOVE GekozenVestiging TO OS-Vestiging
           MOVE DatumVandaag TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               DISPLAY SPACE
               DISPLAY "LET OP: vestiging " GekozenVestiging " is vandaag gesloten (" FUNCTION TRIM (OS-Reden) ")."
           END-IF
           *> Dagprijzen bepalen uit de tarieventabel (datum-effectief)
           PERFORM LaadTarieven
           PERFORM BepaalDagprijzen
       TelOmzetVanuitBestaandeBoekingen.
           MOVE ZERO TO AantalBoekingenStandaardVandaag
           MOVE ZERO TO AantalBoekingenLuxeVandaag
           MOVE ZERO TO AantalDagdelenStandaardVandaag, AantalDagdelenLuxeVandaag
           MOVE ZERO TO DagomzetStandaard, DagomzetLuxe
           MOVE ZERO TO AantalContractBoekingenVandaag
           OPEN INPUT BoekingenBestand
           IF (IO-OK)
               SET NotEndOfData TO TRUE
                           ADD 1 TO AantalBoekingenLuxeVandaag
                           IF (BB-DagdeelOchtend OR BB-DagdeelMiddag)
                               ADD 1 TO AantalDagdelenLuxeVandaag
                               COMPUTE CP-StandaardPrijs = PrijsLuxeVandaag / 2
                           ELSE
                               ADD 2 TO AantalDagdelenLuxeVandaag
                               MOVE PrijsLuxeVandaag TO CP-StandaardPrijs
                           END-IF
                           PERFORM BepaalContractprijsBoeking
                           ADD CP-Prijs TO DagomzetLuxe
                       ELSE
                           ADD 1 TO AantalBoekingenStandaardVandaag
                           IF (BB-DagdeelOchtend OR BB-DagdeelMiddag)
                               ADD 1 TO AantalDagdelenStandaardVandaag
                               COMPUTE CP-StandaardPrijs = PrijsStandaardVandaag / 2
                           ELSE
                               ADD 2 TO AantalDagdelenStandaardVandaag
                               MOVE PrijsStandaardVandaag TO CP-StandaardPrijs
                           END-IF
                           PERFORM BepaalContractprijsBoeking
                           ADD CP-Prijs TO DagomzetStandaard
                       END-IF
                   END-IF
                   READ BoekingenBestand NEXT RECORD
           END-IF
           .

       BepaalContractprijsBoeking.
           *> Standaardprijs van de boeking, of de contractprijs als de
           *> klant onder een bedrijf met een contracttarief valt
           MOVE BB-Klantnummer TO CP-Klantnummer
           MOVE GevondenWoningType TO CP-Type
           MOVE DatumVandaag TO CP-Datum
           MOVE BB-Dagdeel TO CP-Dagdeel
           CALL "BepaalContractprijs" USING CP-Contractprijs
           IF (CP-ContractTarief)
               ADD 1 TO AantalContractBoekingenVandaag
           END-IF
           .

       MarkeerGeblokkeerdeWerkplekken.
           *> Werkplekken met een blokkade die vandaag loopt, worden voor
           *> beide dagdelen als bezet gemarkeerd zodat de toewijzing ze
           END-IF.

       BoekAbonnementhouders.
           *> Op een sluitingsdag krijgen abonnementhouders geen plek
           IF (OS-VestigingDicht)
               DISPLAY "Abonnementhouders niet ingeboekt: de vestiging is vandaag gesloten."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AbonnementenBestand
           IF NOT (IO-OK)
               *> Geen abonnementen aanwezig
           .

       ToonDagomzet.
           *> De omzet per soort is per boeking opgeteld in
           *> TelOmzetVanuitBestaandeBoekingen (contracttarieven meegenomen)
           COMPUTE Dagomzet = DagomzetStandaard + DagomzetLuxe
           DISPLAY SPACE
           DISPLAY "DAGOMZET"
           DISPLAY "Luxe     : " AantalBoekingenLuxeVandaag " boeking(en), " AantalDagdelenLuxeVandaag " dagde(e)l(en) = " ToonOmzet " euro."
           MOVE Dagomzet TO ToonOmzet
           DISPLAY "Totaal   : " ToonOmzet " euro."
           IF (AantalContractBoekingenVandaag > ZERO)
               DISPLAY "Waarvan " AantalContractBoekingenVandaag " boeking(en) tegen een contracttarief van het bedrijf."
           END-IF
           .

       LaadTarieven.
