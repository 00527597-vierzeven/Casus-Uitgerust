       COPY Bericht REPLACING ==(pf)== BY ==BER==.
       01 BerichtKlantnummer PIC 9(6) VALUE ZERO.
       01 BerichtEmailadres PIC X(40) VALUE SPACES.
       *> PARKEERPLAATS BIJ DE RESERVERING OF BOEKING (VerwerkParkeerReservering)
       COPY ParkeerAanvraag REPLACING ==(pf)== BY ==PK==.
       01 ParkeerBevestiging PIC X VALUE SPACE.
         88 ParkeerAnnulerenJa VALUE "J" "j".
       *> REDEN VAN ANNULERING EN ANNULERINGSREGISTER (SchrijfAnnulering)
       COPY AnnuleringsReden REPLACING ==(pf)== BY ==RDN==.
       COPY FlexAnnulering REPLACING ==(pf)== BY ==ANN==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           DISPLAY "Datum (yyyymmdd): " WITH NO ADVANCING
           ACCEPT AnnuleerDatum
           SET RecordNietGevonden TO TRUE
           INITIALIZE ANN-Annulering
           OPEN INPUT ReserveringenBestand
           OPEN OUTPUT ReserveringenBestandGefilterd
           IF (IO-OK)
                       MOVE RB-Reservering TO GeannuleerdBeeld
                       MOVE RB-Klantnummer TO BerichtKlantnummer
                       MOVE RB-Emailadres TO BerichtEmailadres
                       SET ANN-SoortReservering TO TRUE
                       MOVE RB-Klantnummer TO ANN-Klantnummer
                       MOVE RB-Naam TO ANN-Naam
                       MOVE RB-Datum TO ANN-Datum
                       MOVE RB-Vestiging TO ANN-Vestiging
                       MOVE RB-GewensteType TO ANN-Type
                       MOVE RB-Dagdeel TO ANN-Dagdeel
                       MOVE RB-AantalPlaatsen TO ANN-AantalPlaatsen
                       *> Vestiging en dagdeel van de vrijgekomen plek
                       *> onthouden voor de wachtlijstpromotie
                       IF (RB-Vestiging EQUALS SPACES)
                   IF (RecordGevonden)
                       DISPLAY SPACE
                       DISPLAY "Reservering van klant " AnnuleerKlantnummer " op " AnnuleerDatum " is geannuleerd."
                       PERFORM VraagRedenVanAnnulering
                       MOVE "06--AnnulerenReserveringOfBoeking" TO LOG-Programma
                       MOVE "RESERVERING-GEANNULEERD" TO LOG-Actie
                       MOVE GeannuleerdBeeld TO LOG-BeeldVoor
                       CALL "SchrijfLogboek" USING LOG-LogboekRegel
                       *> Annuleringsbericht voor de klant klaarzetten
                       MOVE BerichtKlantnummer TO BER-Klantnummer
                       CALL "SchrijfBericht" USING BER-Bericht
                       MOVE AnnuleerDatum TO VrijgekomenDatum
                       PERFORM PromoveerVanWachtlijst
                       PERFORM RegistreerAnnulering
                       PERFORM VraagParkeerplaatsAnnuleren
                   ELSE
                       DISPLAY SPACE
                       DISPLAY "Geen reservering gevonden voor klant " AnnuleerKlantnummer " op " AnnuleerDatum "."
                   MOVE BB-Boeking TO GeannuleerdBeeld
                   MOVE BB-Klantnummer TO BerichtKlantnummer
                   MOVE BB-Emailadres TO BerichtEmailadres
                   INITIALIZE ANN-Annulering
                   SET ANN-SoortBoeking TO TRUE
                   MOVE BB-Klantnummer TO ANN-Klantnummer
                   MOVE BB-Naam TO ANN-Naam
                   MOVE BB-Datum TO ANN-Datum
                   MOVE BB-Vestiging TO ANN-Vestiging
                   MOVE BB-Huisnummer TO ANN-Huisnummer
                   MOVE BB-Dagdeel TO ANN-Dagdeel
                   DELETE BoekingenBestand
                       INVALID KEY
                           DISPLAY "Er ging iets fout bij het annuleren. File status: " IOStatus
                   END-DELETE
                   PERFORM VraagRedenVanAnnulering
                   MOVE "06--AnnulerenReserveringOfBoeking" TO LOG-Programma
                   MOVE "BOEKING-GEANNULEERD" TO LOG-Actie
                   MOVE GeannuleerdBeeld TO LOG-BeeldVoor
                   CALL "SchrijfLogboek" USING LOG-LogboekRegel
                   DISPLAY SPACE
                   DISPLAY "Boeking op huisnummer " AB-Huisnummer " kamernummer " AB-Kamernummer " datum " AB-Datum " is geannuleerd."
                       MOVE "H" TO VrijgekomenDagdeel
                   END-IF
                   PERFORM PromoveerVanWachtlijst
                   PERFORM RegistreerAnnulering
                   PERFORM VraagParkeerplaatsAnnuleren
               ELSE
                   CLOSE BoekingenBestand
               END-IF
           END-IF
           .

       VraagRedenVanAnnulering.
           *> De reden is verplicht; die gaat mee in het logboek (beeld
           *> na) en in het annuleringsregister
           SET RDN-FunctieVragen TO TRUE
           CALL "VraagAnnuleringsReden" USING RDN-AnnuleringsReden
           MOVE RDN-Code TO ANN-Reden
           MOVE SPACES TO LOG-BeeldNa
           STRING "REDEN " RDN-Code " " RDN-Omschrijving DELIMITED BY SIZE INTO LOG-BeeldNa
           .

       RegistreerAnnulering.
           *> Na de wachtlijstpromotie weten we of de plek direct is
           *> doorverkocht
           IF (PromotieGedaan)
               SET ANN-IsDoorverkocht TO TRUE
           ELSE
               MOVE "N" TO ANN-Doorverkocht
           END-IF
           CALL "SchrijfAnnulering" USING ANN-Annulering
           .

       VraagParkeerplaatsAnnuleren.
           *> Bij een halve dag kan de klant de parkeerplaats nog nodig
           *> hebben voor het andere dagdeel: daarom eerst vragen
           SET PK-FunctieControleren TO TRUE
           MOVE VrijgekomenVestiging TO PK-Vestiging
           MOVE VrijgekomenDatum TO PK-Datum
           MOVE BerichtKlantnummer TO PK-Klantnummer
           CALL "VerwerkParkeerReservering" USING PK-ParkeerAanvraag
           IF (PK-NietGelukt)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Op deze dag staat ook een parkeerplaats op kenteken " PK-Kenteken "."
           DISPLAY "Parkeerplaats ook annuleren (J/N)? " WITH NO ADVANCING
           ACCEPT ParkeerBevestiging
           IF NOT (ParkeerAnnulerenJa)
               EXIT PARAGRAPH
           END-IF
           SET PK-FunctieAnnuleren TO TRUE
           CALL "VerwerkParkeerReservering" USING PK-ParkeerAanvraag
           IF (PK-Gelukt)
               MOVE "06--AnnulerenReserveringOfBoeking" TO LOG-Programma
               MOVE "PARKEREN-GEANNULEERD" TO LOG-Actie
               MOVE PK-ParkeerAanvraag TO LOG-BeeldVoor
               MOVE SPACES TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               DISPLAY "Parkeerplaats geannuleerd."
           ELSE
               DISPLAY "Parkeerplaats niet geannuleerd: " FUNCTION TRIM (PK-Reden)
           END-IF
           .

       PromoveerVanWachtlijst.
           *> Er is op VrijgekomenDatum een plek vrijgekomen: de eerste
           *> wachtlijstklant voor die datum wordt automatisch als
