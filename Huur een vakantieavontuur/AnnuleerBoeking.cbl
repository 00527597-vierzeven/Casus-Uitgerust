       01 ToonCreditBedrag PIC -ZZZZZ9,99.
       *> Bezettingsaggregaat (SchrijfBezettingAggregaat)
       COPY ParametersBezettingAggregaat REPLACING ==(pf)== BY ==AGG==.
       *> Verplichte reden van annulering (VraagAnnuleringsReden)
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.



               CLOSE ReserveringenBestand
               EXIT PARAGRAPH
           END-IF
           SET RDN-FunctieVragen TO TRUE
           CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE DatumVandaag TO FS-R-DatumAnnulering
           MOVE RDN-Code TO FS-R-AnnuleringsReden
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY "File status - " IOStatus
           MOVE "AnnuleerBoeking" TO JRN-Programma
           MOVE "ANNULERING" TO JRN-Actie
           MOVE Reserveringsrecord TO JRN-BeeldNa
           MOVE RDN-Code TO JRN-Reden
           CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
           MOVE SPACES TO JRN-Reden
           *> De geannuleerde weken uit het bezettingsaggregaat halen
           MOVE "V" TO AGG-C-Actie
           MOVE FS-R-Woningnummer TO AGG-C-Woningnummer
           END-IF
           CALL "SchrijfBezettingAggregaat" USING AGG-C-ParametersBezettingAggregaat
           DISPLAY SPACE
           DISPLAY "De boeking met reserveringsnummer " FS-R-Reserveringsnummer " is geannulleerd per " FS-R-DatumAnnulering " (reden: " FUNCTION TRIM (RDN-Omschrijving) ")"
           IF LS-AnnuleerBoekingType
               MOVE 25.00 TO Annuleringskosten
               IF FS-R-Verzekerd
                   *> Ziekte is al als reden gekozen; anders blijft de
                   *> vraag naar een gedekte reden (overlijden valt
                   *> onder een van de algemene redenen)
                   IF RDN-RedenZiekte
                       MOVE "Z" TO AnnuleringsRedenInput
                   ELSE
                       DISPLAY "Deze boeking is verzekerd. Gedekte reden voor de verzekering (Z = ziekte, O = overlijden, A = anders): " WITH NO ADVANCING
                       ACCEPT AnnuleringsRedenInput
                   END-IF
                   IF RedenZiekte OR RedenOverlijden
                       *> Gedekte reden: de kosten worden kwijtgescholden en
                       *> als claim op de verzekering geregistreerd
                   MOVE DatumVandaag TO FS-P-Datum
                   MOVE TerugTeBetalen TO FS-P-Bedrag
                   MOVE "T" TO FS-P-Soort
                   MOVE SPACE TO FS-P-Herkomst
                   WRITE Betalingsrecord
                   CLOSE BetalingenBestand
                   *> Terugbetaling onder de drempel: geen vier ogen,
                   *> dus wel in het journaal voor de operatorcontrole
                   MOVE "AnnuleerBoeking" TO JRN-Programma
                   MOVE "TERUGBETALING" TO JRN-Actie
                   MOVE SPACES TO JRN-BeeldVoor
                   MOVE Betalingsrecord TO JRN-BeeldNa
                   CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
               END-IF
               MOVE TerugTeBetalen TO DisplayTerugBedrag
               DISPLAY "Terugbetaald aan de klant: " DisplayTerugBedrag " euro."
               SET FS-U-StatusWachtend TO TRUE
               MOVE ZERO TO FS-U-DatumBesluit
               MOVE SPACES TO FS-U-BeoordeeldDoor
               MOVE SPACES TO FS-U-Batchnummer FS-U-BatchVolgnummer
                 FS-U-DatumAfgeschreven
               WRITE Wachtrijrecord
               CLOSE WachtrijBestand
           ELSE
           .

       MaakCreditnotaVoorBoeking.
           *> Laatste factuur (soort F) van dit reserveringsnummer
           *> zoeken; bevestigde correcties (creditnota's en
           *> aanvullende facturen bij die factuur) tellen mee in het
           *> te crediteren bedrag
           MOVE ZERO TO CreditOrigineelNummer
           MOVE ZERO TO EOFRegisterVlag
           OPEN INPUT FactuurRegisterBestand
                   MOVE FS-FR-Factuurnummer TO CreditOrigineelNummer
                   MOVE FS-FR-Bedrag TO CreditOrigineelBedrag
               END-IF
               IF FS-FR-Reserveringsnummer =
                  FS-R-Reserveringsnummer
                 AND NOT FS-FR-SoortFactuur
                 AND CreditOrigineelNummer > ZERO
                 AND FS-FR-OrigineelFactuurnummer =
                     CreditOrigineelNummer
                   ADD FS-FR-Bedrag TO CreditOrigineelBedrag
               END-IF
               READ FactuurRegisterBestand
                   AT END
                       SET EOFRegister TO TRUE
           END-PERFORM
           CLOSE FactuurRegisterBestand
           IF CreditOrigineelNummer EQUALS ZERO
             OR CreditOrigineelBedrag NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           *> Nieuw nummer uit dezelfde reeks als FactuurExport
