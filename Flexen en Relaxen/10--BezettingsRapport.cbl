       01 DagVanDeWeek PIC 9 VALUE ZERO.
       01 DatumAlsInteger PIC 9(8) VALUE ZERO.
       01 BoekingMaand PIC 99 VALUE ZERO.
       *> OPEN DAGEN PER VESTIGING IN HET RAPPORTJAAR: de noemers van de
       *> percentages tellen alleen de dagen dat de vestiging open is
       *> (openingsdagen en sluitingskalender, zie 43--VestigingBeheer);
       *> bezetting op een gesloten dag telt niet mee
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       01 OpenDagenTabel.
         02 OpenDagenRegel OCCURS 30 TIMES.
           03 OD-Vestiging PIC XX.
           03 OD-DagOpen PIC X OCCURS 366 TIMES.
             88 OD-Open VALUE "J".
           03 OD-OpenJaar PIC 999.
           03 OD-OpenPerMaand PIC 99 OCCURS 12 TIMES.
           03 OD-OpenPerWeekdag PIC 99 OCCURS 7 TIMES.
       01 AantalOpenDagenRegels PIC 99 VALUE ZERO.
       01 OpenDagenIndex PIC 99 VALUE ZERO.
       01 OpenDagenTeller PIC 99 VALUE ZERO.
       01 GezochteVestiging PIC XX VALUE SPACES.
       01 EersteDagInteger PIC 9(8) VALUE ZERO.
       01 DagenInRapportJaar PIC 999 VALUE ZERO.
       01 JaarDagTeller PIC 999 VALUE ZERO.
       01 RapportDatum PIC 9(8) VALUE ZERO.
       01 AantalGeslotenDagTellingen PIC 9(5) VALUE ZERO.
       *> PERCENTAGEBEREKENING
       01 BezettingsPercentage PIC 999V9 VALUE ZERO.
       01 ToonPercentage PIC ZZ9,9.
       01 NoemerDagen PIC 9(7) VALUE ZERO.
           END-IF
           PERFORM InitialiseerWoningen
           PERFORM InitialiseerWerkplekTabel
           PERFORM BepaalOpenDagen
           PERFORM TelBoekingen
           PERFORM TelAbonnementGebruik
           PERFORM SchrijfRapport
           .

       TelBoekingMee.
           MOVE BB-Vestiging TO GezochteVestiging
           MOVE BB-Datum TO RapportDatum
           PERFORM CheckGeslotenDag
           IF (OS-VestigingDicht)
               EXIT PARAGRAPH
           END-IF
           MOVE BB-Datum(5:2) TO BoekingMaand
           *> Per werkplek (huisnummers bestaan per vestiging)
           PERFORM VARYING WerkplekIndex FROM 1 BY 1 UNTIL WerkplekIndex > AantalWerkplekken
           PERFORM UNTIL EndOfData
               IF (AG-Datum(1:4) EQUALS RapportJaar)
                 AND (GekozenVestiging EQUALS "00" OR AG-Vestiging EQUALS GekozenVestiging)
                   MOVE AG-Vestiging TO GezochteVestiging
                   MOVE AG-Datum TO RapportDatum
                   PERFORM CheckGeslotenDag
               END-IF
               IF (AG-Datum(1:4) EQUALS RapportJaar)
                 AND (GekozenVestiging EQUALS "00" OR AG-Vestiging EQUALS GekozenVestiging)
                 AND (OS-VestigingOpen)
                   ADD 1 TO AantalAbonnementDagenJaar
                   MOVE AG-Datum(5:2) TO BoekingMaand
                   IF (BoekingMaand >= 1 AND BoekingMaand <= 12)
           MOVE ZERO TO EndOfDataFlag
           .

       BepaalOpenDagen.
           *> Per vestiging in de woningtabel eenmaal alle dagen van het
           *> rapportjaar langs ControleerOpenstelling
           MOVE ZERO TO AantalOpenDagenRegels
           MOVE ZERO TO AantalGeslotenDagTellingen
           COMPUTE EersteDagInteger = FUNCTION INTEGER-OF-DATE (RapportJaar * 10000 + 0101)
           COMPUTE DagenInRapportJaar = FUNCTION INTEGER-OF-DATE (RapportJaar * 10000 + 1231) - EersteDagInteger + 1
           PERFORM VARYING WoningenTeller FROM 1 BY 1 UNTIL WoningenTeller > AantalWoningen
               MOVE WO-Vestiging(WoningenTeller) TO GezochteVestiging
               PERFORM ZoekOpenDagenRegel
               IF (OpenDagenIndex EQUALS ZERO) AND (AantalOpenDagenRegels < 30)
                   ADD 1 TO AantalOpenDagenRegels
                   MOVE AantalOpenDagenRegels TO OpenDagenIndex
                   PERFORM TelOpenDagenVestiging
               END-IF
           END-PERFORM
           .

       TelOpenDagenVestiging.
           MOVE GezochteVestiging TO OD-Vestiging(OpenDagenIndex)
           MOVE ZERO TO OD-OpenJaar(OpenDagenIndex)
           PERFORM VARYING MaandTeller FROM 1 BY 1 UNTIL MaandTeller > 12
               MOVE ZERO TO OD-OpenPerMaand(OpenDagenIndex, MaandTeller)
           END-PERFORM
           PERFORM VARYING WeekdagTeller FROM 1 BY 1 UNTIL WeekdagTeller > 7
               MOVE ZERO TO OD-OpenPerWeekdag(OpenDagenIndex, WeekdagTeller)
           END-PERFORM
           PERFORM VARYING JaarDagTeller FROM 1 BY 1 UNTIL JaarDagTeller > DagenInRapportJaar
               MOVE FUNCTION DATE-OF-INTEGER (EersteDagInteger + JaarDagTeller - 1) TO RapportDatum
               MOVE GezochteVestiging TO OS-Vestiging
               MOVE RapportDatum TO OS-Datum
               CALL "ControleerOpenstelling" USING OS-Openstelling
               MOVE OS-Uitkomst TO OD-DagOpen(OpenDagenIndex, JaarDagTeller)
               IF (OS-VestigingOpen)
                   ADD 1 TO OD-OpenJaar(OpenDagenIndex)
                   MOVE RapportDatum(5:2) TO MaandTeller
                   ADD 1 TO OD-OpenPerMaand(OpenDagenIndex, MaandTeller)
                   COMPUTE DagVanDeWeek = FUNCTION MOD (EersteDagInteger + JaarDagTeller - 2, 7) + 1
                   ADD 1 TO OD-OpenPerWeekdag(OpenDagenIndex, DagVanDeWeek)
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
           *> hand van de opgebouwde tabel; een gesloten dag wordt geteld
           SET OS-VestigingOpen TO TRUE
           PERFORM ZoekOpenDagenRegel
           IF (OpenDagenIndex EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           COMPUTE JaarDagTeller = FUNCTION INTEGER-OF-DATE (RapportDatum) - EersteDagInteger + 1
           IF NOT (OD-Open(OpenDagenIndex, JaarDagTeller))
               SET OS-VestigingDicht TO TRUE
               ADD 1 TO AantalGeslotenDagTellingen
           END-IF
           .

       SchrijfRapport.
           OPEN OUTPUT RapportBestand
           IF NOT (IO-OK)
           MOVE "BEZETTING PER WERKPLEK (percentage van de dagen, per maand)" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING WerkplekIndex FROM 1 BY 1 UNTIL WerkplekIndex > AantalWerkplekken
               MOVE WT-Vestiging(WerkplekIndex) TO GezochteVestiging
               PERFORM ZoekOpenDagenRegel
               MOVE OD-OpenJaar(OpenDagenIndex) TO NoemerDagen
               IF (NoemerDagen > ZERO)
                   COMPUTE BezettingsPercentage ROUNDED = WT-AantalTotaal(WerkplekIndex) * 100 / NoemerDagen
               ELSE
                   MOVE ZERO TO BezettingsPercentage
               END-IF
               MOVE BezettingsPercentage TO ToonPercentage
               MOVE SPACES TO RegelBuffer
               STRING "Vestiging " WT-Vestiging(WerkplekIndex) " werkplek " WT-Huisnummer(WerkplekIndex) "/" WT-Kamernummer(WerkplekIndex) " (" WT-Type(WerkplekIndex) "): jaar " ToonPercentage " % | maanden:" DELIMITED BY SIZE INTO RegelBuffer
               MOVE SPACES TO RegelBuffer
               MOVE 1 TO RegelPositie
               PERFORM VARYING MaandTeller FROM 1 BY 1 UNTIL MaandTeller > 12
                   MOVE OD-OpenPerMaand(OpenDagenIndex, MaandTeller) TO NoemerDagen
                   IF (NoemerDagen > ZERO)
                       COMPUTE BezettingsPercentage ROUNDED = WT-AantalPerMaand(WerkplekIndex, MaandTeller) * 100 / NoemerDagen
                   ELSE
                       MOVE ZERO TO BezettingsPercentage
                   END-IF
                   MOVE BezettingsPercentage TO ToonPercentage
                   STRING " | " ToonPercentage DELIMITED BY SIZE INTO RegelBuffer WITH POINTER RegelPositie
               END-PERFORM
           MOVE "BEZETTING PER WONING" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING WoningenTeller FROM 1 BY 1 UNTIL WoningenTeller > AantalWoningen
               MOVE WO-Vestiging(WoningenTeller) TO GezochteVestiging
               PERFORM ZoekOpenDagenRegel
               COMPUTE NoemerDagen = WO-AantalKamers(WoningenTeller) * OD-OpenJaar(OpenDagenIndex)
               IF (NoemerDagen > ZERO)
                   COMPUTE BezettingsPercentage ROUNDED = WoningAantal(WoningenTeller) * 100 / NoemerDagen
               ELSE
                   MOVE ZERO TO BezettingsPercentage
               END-IF
               MOVE BezettingsPercentage TO ToonPercentage
               MOVE SPACES TO RegelBuffer
               STRING "Vestiging " WO-Vestiging(WoningenTeller) " woning " WO-Huisnummer(WoningenTeller) " (" WO-Type(WoningenTeller) "): " WoningAantal(WoningenTeller) " boekingen, bezetting " ToonPercentage " %" DELIMITED BY SIZE INTO RegelBuffer
           MOVE "BEZETTING PER WEEKDAG (incl. abonnementhouders)" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING WeekdagTeller FROM 1 BY 1 UNTIL WeekdagTeller > 7
               *> Noemer: per werkplek het aantal open dagen op deze weekdag
               MOVE ZERO TO NoemerDagen
               PERFORM VARYING WerkplekIndex FROM 1 BY 1 UNTIL WerkplekIndex > AantalWerkplekken
                   MOVE WT-Vestiging(WerkplekIndex) TO GezochteVestiging
                   PERFORM ZoekOpenDagenRegel
                   ADD OD-OpenPerWeekdag(OpenDagenIndex, WeekdagTeller) TO NoemerDagen
               END-PERFORM
               IF (NoemerDagen > ZERO)
                   COMPUTE BezettingsPercentage ROUNDED = WeekdagAantal(WeekdagTeller) * 100 / NoemerDagen
               ELSE
                   MOVE ZERO TO BezettingsPercentage
               END-IF
               MOVE BezettingsPercentage TO ToonPercentage
               MOVE SPACES TO RegelBuffer
               STRING Weekdagnaam(WeekdagTeller) ": " WeekdagAantal(WeekdagTeller) " boekingen, bezetting " ToonPercentage " %" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           *> Open dagen per vestiging (de noemers hierboven)
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "OPEN DAGEN PER VESTIGING (openingsdagen en sluitingskalender)" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING OpenDagenIndex FROM 1 BY 1 UNTIL OpenDagenIndex > AantalOpenDagenRegels
               MOVE SPACES TO RegelBuffer
               STRING "Vestiging " OD-Vestiging(OpenDagenIndex) ": " OD-OpenJaar(OpenDagenIndex) " van de " DagenInRapportJaar " dagen open" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           IF (AantalGeslotenDagTellingen > ZERO)
               MOVE SPACES TO RegelBuffer
               STRING "Niet meegeteld (boekingen of aanwezigheid op een gesloten dag): " AantalGeslotenDagTellingen DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           CLOSE RapportBestand
           .

