       01 WS-Weeknummer PIC 99 VALUE ZERO.
       01 WS-AantalWeken PIC 99 VALUE ZERO.
       01 WS-Verloopdatum PIC 9(8) VALUE ZERO.
       *> Herkomstkanaal van de boeking
       01 KanaalInput PIC X VALUE "T".
         88 KanaalBalieGekozen VALUE "B" "b".
         88 KanaalWebsiteGekozen VALUE "W" "w".
       01 WS-Kanaal PIC XX VALUE "TE".
       *> Toets aan het register ongewenste gasten
       COPY ParametersOngewensteGast REPLACING ==(pf)== BY ==OG==.
       *> Journaal: de nieuwe optie met de aangemelde operator
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
                   EXIT PROGRAM
           END-READ
           CLOSE KlantenBestand
           *> Register ongewenste gasten: waarschuwen of blokkeren
           MOVE WS-Klantnummer TO OG-C-Klantnummer
           MOVE SPACES TO OG-C-Naam OG-C-Postcode
           MOVE ZERO TO OG-C-Geboortedatum
           MOVE "OptieToevoegen" TO OG-C-Programma
           SET OG-C-ModusScherm TO TRUE
           CALL "ControleerOngewensteGast"
             USING BY CONTENT OG-C-ParametersOngewensteGast,
                   BY REFERENCE OG-R-ParametersOngewensteGast
           IF OG-R-Geweigerd
               EXIT PROGRAM
           END-IF
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT WS-Woningnummer
           DISPLAY "Jaar: " WITH NO ADVANCING
           ACCEPT WS-AantalWeken
           DISPLAY "Optie geldig tot (yyyymmdd): " WITH NO ADVANCING
           ACCEPT WS-Verloopdatum
           DISPLAY "Kanaal (T = telefoon, B = balie, W = website): "
             WITH NO ADVANCING
           ACCEPT KanaalInput
           PERFORM BepaalKanaal

           OPEN I-O ReserveringenBestand
           IF NOT IO-OK
           MOVE DatumVandaag TO FS-R-DatumCreatie
           MOVE "T" TO FS-R-ReserveringsType
           MOVE WS-Verloopdatum TO FS-R-DatumOptieVerloop
           MOVE WS-Kanaal TO FS-R-Kanaal
           WRITE Reserveringsrecord
           MOVE "OptieToevoegen" TO JRN-Programma
           MOVE "OPTIE-NIEUW" TO JRN-Actie
           MOVE SPACES TO JRN-BeeldVoor
           MOVE Reserveringsrecord TO JRN-BeeldNa
           CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
           REWRITE Systeemkengetallenrecord
           CLOSE SysteemkengetallenBestand
           CLOSE ReserveringenBestand
               END-READ
           END-PERFORM.

       BepaalKanaal.
           *> Telefoon is de standaard; een walk-in aan de balie of een
           *> aanvraag via de website wordt apart aangegeven
           EVALUATE TRUE
               WHEN KanaalBalieGekozen
                   MOVE "BA" TO WS-Kanaal
               WHEN KanaalWebsiteGekozen
                   MOVE "WE" TO WS-Kanaal
               WHEN OTHER
                   MOVE "TE" TO WS-Kanaal
           END-EVALUATE
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
