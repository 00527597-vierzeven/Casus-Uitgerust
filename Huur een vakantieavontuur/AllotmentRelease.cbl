                         AND FS-R-DatumAnnulering EQUALS SPACES
                           MOVE Reserveringsrecord TO JRN-BeeldVoor
                           MOVE DatumVandaag TO FS-R-DatumAnnulering
                           *> Reden: vrijgave door de touroperator
                           MOVE "OR" TO FS-R-AnnuleringsReden
                           REWRITE Reserveringsrecord
                               INVALID KEY
                                   DISPLAY ">>> Loslaten mislukt voor reservering " FS-R-Reserveringsnummer ". IOStatus: " IOStatus
                                   MOVE "AllotmentRelease" TO JRN-Programma
                                   MOVE "ALLOTMENT-LOSGELATEN" TO JRN-Actie
                                   MOVE Reserveringsrecord TO JRN-BeeldNa
                                   MOVE FS-R-AnnuleringsReden TO JRN-Reden
                                   CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
                                   MOVE SPACES TO JRN-Reden
                                   PERFORM WerkAggregaatBij
                                   DISPLAY "Losgelaten: woning " FS-R-Woningnummer " week " FS-R-Weeknummer " (" FUNCTION TRIM (FS-A-OperatorNaam) ")."
                           END-REWRITE
