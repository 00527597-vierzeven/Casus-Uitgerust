       01 AantalGeblokkeerdOpDatum PIC 99 VALUE ZERO.
       *> VESTIGING (van de gevonden reservering)
       01 GekozenVestiging PIC XX VALUE "01".
       *> OPENSTELLING VESTIGING (openingsdagen en sluitingskalender)
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

               PERFORM CheckIfDateIsInThePast
               PERFORM CheckIfDateIsTooFarInTheFuture
           END-IF
           IF (DatumCorrect AND NieuweDatum NOT EQUALS WijzigOudeDatum)
               PERFORM CheckOpenstelling
           END-IF
           IF (DatumCorrect)
               PERFORM CheckCapaciteit
           END-IF
           END-IF
           .

       CheckOpenstelling.
           MOVE GekozenVestiging TO OS-Vestiging
           MOVE NieuweDatum TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (OS-VestigingDicht)
               SET DatumIncorrect TO TRUE
               MOVE SPACES TO Foutmelding
               STRING "Op " NieuweDatum " is vestiging " GekozenVestiging " gesloten (" FUNCTION TRIM (OS-Reden) ")." DELIMITED BY SIZE INTO Foutmelding
           END-IF
           .

       CheckDuplicaat.
           MOVE NieuweDatum TO DatumAlsInteger
           MOVE ZERO TO EndOfDataFlag
