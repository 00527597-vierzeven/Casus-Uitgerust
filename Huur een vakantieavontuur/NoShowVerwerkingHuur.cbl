           *> zijn; het journaal houdt het voor/na-beeld vast
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE DatumVandaag TO FS-R-DatumAnnulering
           MOVE "NS" TO FS-R-AnnuleringsReden
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Markeren van reservering " FS-R-Reserveringsnummer " mislukt. IOStatus: " IOStatus
           MOVE "NoShowVerwerkingHuur" TO JRN-Programma
           MOVE "NO-SHOW" TO JRN-Actie
           MOVE Reserveringsrecord TO JRN-BeeldNa
           MOVE FS-R-AnnuleringsReden TO JRN-Reden
           CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
           MOVE SPACES TO JRN-Reden
           PERFORM WerkAggregaatBij
           MOVE NoShowKosten TO DisplayKosten
           IF FS-R-Verzekerd
