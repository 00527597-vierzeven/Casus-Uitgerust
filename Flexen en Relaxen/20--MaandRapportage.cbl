       01 ToonBedrag2 PIC ZZZZZZ9,99.
       01 ToonBedrag3 PIC ZZZZZZ9,99.
       01 NoemerDagdelen PIC 9(7) VALUE ZERO.
       *> OPEN DAGEN PER VESTIGING EN MAAND: de bezetting rekent alleen
       *> met de dagen dat de vestiging open is (openingsdagen en
       *> sluitingskalender, zie 43--VestigingBeheer); dagdelen op een
       *> gesloten dag tellen niet mee
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       01 OpenDagenTabel.
         02 OpenDagenRegel OCCURS 10 TIMES.
           03 OD-Vestiging PIC XX.
           03 OD-DagOpen PIC X OCCURS 366 TIMES.
             88 OD-Open VALUE "J".
           03 OD-OpenPerMaand PIC 99 OCCURS 12 TIMES.
       01 AantalOpenDagenRegels PIC 99 VALUE ZERO.
       01 OpenDagenIndex PIC 99 VALUE ZERO.
       01 OpenDagenTeller PIC 99 VALUE ZERO.
       01 GezochteVestiging PIC XX VALUE SPACES.
       01 EersteDagInteger PIC 9(8) VALUE ZERO.
       01 DagenInRapportJaar PIC 999 VALUE ZERO.
       01 JaarDagTeller PIC 999 VALUE ZERO.
       01 RapportDatum PIC 9(8) VALUE ZERO.
       01 WerkplekkenInWoning PIC 9 VALUE ZERO.
       01 RegelBuffer PIC X(160) VALUE SPACES.
       *> BUDGET VERSUS REALISATIE (totaalbudget bedrijf F, categorie
       *> leeg, uit BudgetBeheer); de YTD-kolommen lopen cumulatief mee
           PERFORM LaadBudgetten
           PERFORM LaadTarieven
           PERFORM InitialiseerWoningen
           PERFORM BepaalOpenDagen
           PERFORM VerwerkBoekingen
           PERFORM VerwerkAbonnementGebruik
           PERFORM VerwerkVergaderBoekingen
           END-IF
           .

       BepaalOpenDagen.
           *> Per vestiging in de woningtabel eenmaal alle dagen van het
           *> rapportjaar langs ControleerOpenstelling
           MOVE ZERO TO AantalOpenDagenRegels
           COMPUTE EersteDagInteger = FUNCTION INTEGER-OF-DATE (RapportJaar * 10000 + 0101)
           COMPUTE DagenInRapportJaar = FUNCTION INTEGER-OF-DATE (RapportJaar * 10000 + 1231) - EersteDagInteger + 1
           PERFORM VARYING WoningenTeller FROM 1 BY 1 UNTIL WoningenTeller > AantalWoningen
               MOVE WO-Vestiging(WoningenTeller) TO GezochteVestiging
               PERFORM ZoekOpenDagenRegel
               IF (OpenDagenIndex EQUALS ZERO) AND (AantalOpenDagenRegels < 10)
                   ADD 1 TO AantalOpenDagenRegels
                   MOVE AantalOpenDagenRegels TO OpenDagenIndex
                   PERFORM TelOpenDagenVestiging
               END-IF
           END-PERFORM
           .

       TelOpenDagenVestiging.
           MOVE GezochteVestiging TO OD-Vestiging(OpenDagenIndex)
           PERFORM VARYING MaandTeller FROM 1 BY 1 UNTIL MaandTeller > 12
               MOVE ZERO TO OD-OpenPerMaand(OpenDagenIndex, MaandTeller)
           END-PERFORM
           PERFORM VARYING JaarDagTeller FROM 1 BY 1 UNTIL JaarDagTeller > DagenInRapportJaar
               MOVE FUNCTION DATE-OF-INTEGER (EersteDagInteger + JaarDagTeller - 1) TO RapportDatum
               MOVE GezochteVestiging TO OS-Vestiging
               MOVE RapportDatum TO OS-Datum
               CALL "ControleerOpenstelling" USING OS-Openstelling
               MOVE OS-Uitkomst TO OD-DagOpen(OpenDagenIndex, JaarDagTeller)
               IF (OS-VestigingOpen)
                   MOVE RapportDatum(5:2) TO MaandTeller
                   ADD 1 TO OD-OpenPerMaand(OpenDagenIndex, MaandTeller)
               END-IF
           END-PERFORM
           .

       ZoekOpenDagenRegel.
           IF (GezochteVestiging EQUALS SPACES)
               MOVE "01" TO GezochteVestiging
           END-IF
           MOVE ZERO TO OpenDagenIndex
           PERFORM VARYING OpenDagenTeller FROM 1 BY 1 UNTIL OpenDagenTeller > AantalOpenDagenRegels
               IF (OD-Vestiging(OpenDagenTeller) EQUALS GezochteVestiging)
                   MOVE OpenDagenTeller TO OpenDagenIndex
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       CheckGeslotenDag.
           *> Zet OS-Uitkomst voor GezochteVestiging op RapportDatum aan de
           *> hand van de opgebouwde tabel
           SET OS-VestigingOpen TO TRUE
           PERFORM ZoekOpenDagenRegel
           IF (OpenDagenIndex EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           COMPUTE JaarDagTeller = FUNCTION INTEGER-OF-DATE (RapportDatum) - EersteDagInteger + 1
           IF NOT (OD-Open(OpenDagenIndex, JaarDagTeller))
               SET OS-VestigingDicht TO TRUE
           END-IF
           .

       VerwerkBoekingen.
           OPEN INPUT BoekingenBestand
           IF (IO-OK)
           ELSE
               MOVE 2 TO BoekingsDagdelen
           END-IF
           MOVE BB-Vestiging TO GezochteVestiging
           MOVE BB-Datum TO RapportDatum
           PERFORM CheckGeslotenDag
           IF (OS-VestigingOpen)
               ADD BoekingsDagdelen TO MT-AantalDagdelen(BoekingMaand)
           END-IF
           PERFORM ZoekWoningType
           MOVE GevondenWoningType TO GezochtTariefType
           PERFORM BepaalDagPrijsVoorBoeking
                       MOVE AG-Datum(5:2) TO BoekingMaand
                       IF (BoekingMaand >= 1 AND BoekingMaand <= 12)
                           ADD 1 TO MT-AantalAbonnementDagen(BoekingMaand)
                           MOVE AG-Vestiging TO GezochteVestiging
                           MOVE AG-Datum TO RapportDatum
                           PERFORM CheckGeslotenDag
                           IF (OS-VestigingOpen)
                               ADD 2 TO MT-AantalDagdelen(BoekingMaand)
                           END-IF
                       END-IF
                   END-IF
                   READ AbonnementGebruikBestand
               MOVE MT-OmzetStandaard(MaandTeller) TO ToonBedrag
               MOVE MT-OmzetLuxe(MaandTeller) TO ToonBedrag2
               MOVE MT-OmzetVergader(MaandTeller) TO ToonBedrag3
               *> Noemer: per woning de werkplekken maal de open dagen van
               *> haar vestiging in deze maand, in dagdelen
               MOVE ZERO TO NoemerDagdelen
               PERFORM VARYING WoningenTeller FROM 1 BY 1 UNTIL WoningenTeller > AantalWoningen
                   MOVE WO-Vestiging(WoningenTeller) TO GezochteVestiging
                   PERFORM ZoekOpenDagenRegel
                   IF (WO-Type(WoningenTeller) EQUALS "L")
                       MOVE 5 TO WerkplekkenInWoning
                   ELSE
                       MOVE 3 TO WerkplekkenInWoning
                   END-IF
                   COMPUTE NoemerDagdelen = NoemerDagdelen + WerkplekkenInWoning * 2 * OD-OpenPerMaand(OpenDagenIndex, MaandTeller)
               END-PERFORM
               IF (NoemerDagdelen > ZERO)
                   COMPUTE BezettingsPercentage ROUNDED = MT-AantalDagdelen(MaandTeller) * 100 / NoemerDagdelen
               ELSE
