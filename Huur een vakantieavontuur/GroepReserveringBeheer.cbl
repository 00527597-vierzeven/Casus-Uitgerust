       *> LOGBOEK (wijzigingsjournaal reserveringen)
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.
       *> Verplichte reden van annulering, eenmaal gevraagd voor de
       *> hele groep of het ene lid
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       TelLidMee.
           ADD 1 TO LidTeller
           MOVE TeControlerenNummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           ACCEPT AnnuleerKeuze
           EVALUATE TRUE
               WHEN AnnuleerHeleGroep
                   SET RDN-FunctieVragen TO TRUE
                   CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
                   PERFORM AnnuleerHeleGroepUitvoeren
               WHEN AnnuleerEenLid
                   DISPLAY "Lidreserveringsnummer: " WITH NO ADVANCING
                   ACCEPT InvoerLidnummer
                   SET RDN-FunctieVragen TO TRUE
                   CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
                   PERFORM AnnuleerLidUitvoeren
               WHEN OTHER
                   DISPLAY "Onbekende keuze; er is niets geannuleerd."
           END-IF
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE DatumVandaag TO FS-R-DatumAnnulering
           MOVE RDN-Code TO FS-R-AnnuleringsReden
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Annuleren van " TeControlerenNummer " mislukt. IOStatus: " IOStatus
                   MOVE "GroepReserveringBeheer" TO JRN-Programma
                   MOVE "GROEPSLID-GEANNULEERD" TO JRN-Actie
                   MOVE Reserveringsrecord TO JRN-BeeldNa
                   MOVE RDN-Code TO JRN-Reden
                   CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
                   MOVE SPACES TO JRN-Reden
                   PERFORM WerkAggregaatBij
           END-REWRITE
           CLOSE ReserveringenBestand
