         88 TellerNietGevonden VALUE 0.
       *> Vanaf dit aantal no-shows komt iemand op de waarschuwingslijst
       01 HerhalersGrens PIC 999 VALUE 3.
       *> OPENSTELLING VESTIGING: op een sluitingsdag is niemand een
       *> no-show; per vestiging wordt dat eenmaal opgevraagd
       COPY Openstelling REPLACING ==(pf)== BY ==OS==.
       01 OpenstellingTabel.
         02 OpenstellingRegel OCCURS 10 TIMES.
           03 OT-Vestiging PIC XX.
           03 OT-Uitkomst PIC X.
             88 OT-VestigingDicht VALUE "N".
       01 AantalOpenstellingen PIC 99 VALUE ZERO.
       01 OpenstellingIndex PIC 99 VALUE ZERO.
       01 AantalSluitingsdagBoekingen PIC 99 VALUE ZERO.
       01 GezochteVestiging PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           PERFORM ToonHerhalers
           DISPLAY SPACE
           DISPLAY "Aantal no-shows vandaag: " AantalNoShowsVandaag
           IF (AantalSluitingsdagBoekingen > ZERO)
               DISPLAY "Niet meegeteld (vestiging vandaag gesloten): " AantalSluitingsdagBoekingen
           END-IF
           DISPLAY SPACE
           GOBACK.

               END-READ
               PERFORM UNTIL EndOfData
                   IF (BB-Datum EQUALS DatumVandaag AND BB-SleutelNietUitgereikt AND BB-GeenNoShow)
                       PERFORM BepaalOpenstellingVandaag
                       IF (OT-VestigingDicht(OpenstellingIndex))
                           ADD 1 TO AantalSluitingsdagBoekingen
                       ELSE
                           SET BB-NoShow TO TRUE
                           REWRITE BB-Boeking
                               INVALID KEY
                                   DISPLAY "Er ging iets fout bij het markeren. File status: " IOStatus
                           END-REWRITE
                           ADD 1 TO AantalNoShowsVandaag
                           MOVE BB-Datum TO NS-Datum
                           MOVE BB-Naam TO NS-Naam
                           MOVE BB-Telefoonnummer TO NS-Telefoonnummer
                           MOVE BB-Emailadres TO NS-Emailadres
                           WRITE NoShowRecord
                           PERFORM VerhoogTeller
                           DISPLAY "No-show: " BB-Naam " (huisnummer " BB-Huisnummer ", kamernummer " BB-Kamernummer ")"
                       END-IF
                   END-IF
                   READ BoekingenBestand NEXT RECORD
                       AT END
           END-IF
           .

       BepaalOpenstellingVandaag.
           MOVE BB-Vestiging TO GezochteVestiging
           IF (GezochteVestiging EQUALS SPACES)
               MOVE "01" TO GezochteVestiging
           END-IF
           PERFORM VARYING OpenstellingIndex FROM 1 BY 1 UNTIL OpenstellingIndex > AantalOpenstellingen
               IF (OT-Vestiging(OpenstellingIndex) EQUALS GezochteVestiging)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE GezochteVestiging TO OS-Vestiging
           MOVE DatumVandaag TO OS-Datum
           CALL "ControleerOpenstelling" USING OS-Openstelling
           IF (AantalOpenstellingen < 10)
               ADD 1 TO AantalOpenstellingen
           END-IF
           MOVE AantalOpenstellingen TO OpenstellingIndex
           MOVE GezochteVestiging TO OT-Vestiging(OpenstellingIndex)
           MOVE OS-Uitkomst TO OT-Uitkomst(OpenstellingIndex)
           .

       LeesTellers.
           MOVE ZERO TO AantalTellers
           OPEN INPUT NoShowTellersBestand
