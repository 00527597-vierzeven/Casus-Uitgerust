                   MOVE DatumVandaag TO FS-P-Datum
                   MOVE BorgInput TO FS-P-Bedrag
                   MOVE "B" TO FS-P-Soort
                   MOVE SPACE TO FS-P-Herkomst
                   WRITE Betalingsrecord
                   CLOSE BetalingenBestand
                   DISPLAY "Borg geregistreerd in het betalingsgrootboek."
           *> seizoenstarieven minus staffel- en kinderkorting plus premie
           *> en toeristenbelasting (gedeeld subprogramma)
           MOVE ReserveringnummerInput TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
               MOVE DatumVandaag TO FS-P-Datum
               MOVE BetalingInput TO FS-P-Bedrag
               MOVE SoortInput TO FS-P-Soort
               MOVE SPACE TO FS-P-Herkomst
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
               *> Elke geregistreerde betaling in het journaal, met de
               *> operator die haar invoerde
               MOVE "BetaalReservering" TO JRN-Programma
               MOVE "BETALING-ONTVANGEN" TO JRN-Actie
               MOVE SPACES TO JRN-BeeldVoor
               MOVE Betalingsrecord TO JRN-BeeldNa
               CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
           ELSE
               DISPLAY ">>> Fout bij het openen van Betalingen.dat: " IOStatus
           END-IF
