               DISPLAY "4. Incassomachtiging vastleggen/wijzigen"
               DISPLAY "5. Strippenkaartsaldo tonen"
               DISPLAY "6. Bedrijfskoppeling vastleggen/wijzigen"
               DISPLAY "7. Voorkeursvestigingen vastleggen/wijzigen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM ToonStrippenkaartSaldo
                   WHEN 6
                       PERFORM WijzigBedrijfskoppeling
                   WHEN 7
                       PERFORM WijzigVoorkeursvestigingen
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
               DISPLAY "E-mailadres: " WITH NO ADVANCING
               ACCEPT FK-Emailadres
               *> Een incassomachtiging (keuze 4) en een bedrijfskoppeling
               *> (keuze 6) worden apart vastgelegd, een kredietlimiet
               *> door de beheerder in 42--KredietBeheer
               MOVE SPACES TO FK-Iban
               MOVE SPACES TO FK-MandaatDatum
               MOVE "N" TO FK-IncassoVlag
               MOVE ZERO TO FK-Bedrijfsnummer
               MOVE SPACES TO FK-Kostenplaats
               MOVE ZERO TO FK-Kredietlimiet
               MOVE "W" TO FK-KredietActie
               MOVE SPACES TO FK-KredietVrijTot
               MOVE SPACES TO FK-VoorkeurVestigingen
               WRITE FK-Klant
                   INVALID KEY
                       DISPLAY "Er ging iets fout. File status: " IOStatus
           END-IF
           .

       WijzigVoorkeursvestigingen.
           *> Als de gevraagde vestiging vol is, biedt de reservering
           *> deze vestigingen in deze volgorde als alternatief aan
           DISPLAY SPACE
           DISPLAY "Klantnummer: " WITH NO ADVANCING
           ACCEPT GezochtKlantnummer
           OPEN I-O FlexKlantenBestand
           IF (IO-OK)
               MOVE GezochtKlantnummer TO FK-Klantnummer
               READ FlexKlantenBestand KEY IS FK-Klantnummer
                   INVALID KEY
                       DISPLAY "Klantnummer " GezochtKlantnummer " is niet bekend."
                   NOT INVALID KEY
                       DISPLAY "Klant: " FK-Naam
                       DISPLAY "Huidige voorkeursvestigingen: " FK-VoorkeurVestiging(1) " " FK-VoorkeurVestiging(2) " " FK-VoorkeurVestiging(3)
                       DISPLAY "Eerste voorkeur (leeg = geen): " WITH NO ADVANCING
                       ACCEPT FK-VoorkeurVestiging(1)
                       DISPLAY "Tweede voorkeur (leeg = geen): " WITH NO ADVANCING
                       ACCEPT FK-VoorkeurVestiging(2)
                       DISPLAY "Derde voorkeur (leeg = geen): " WITH NO ADVANCING
                       ACCEPT FK-VoorkeurVestiging(3)
                       REWRITE FK-Klant
                           INVALID KEY
                               DISPLAY "Er ging iets fout. File status: " IOStatus
                       END-REWRITE
                       DISPLAY "Voorkeursvestigingen bijgewerkt."
               END-READ
               CLOSE FlexKlantenBestand
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       ToonStrippenkaartSaldo.
           DISPLAY SPACE
           DISPLAY "Klantnummer: " WITH NO ADVANCING
