         02 FK-P-IncassoVlag PIC X.
         02 FK-P-Bedrijfsnummer PIC 9(4).
         02 FK-P-Kostenplaats PIC X(6).
         02 FK-P-Kredietlimiet PIC 9(6)V99.
         02 FK-P-KredietActie PIC X.
         02 FK-P-KredietVrijTot PIC X(8).
         02 FK-P-VoorkeurVestigingen PIC X(6).
       FD TestFlexKlantenBestand.
       01 FK-T-Klant.
         02 FK-T-Klantnummer PIC 9(6).
         02 FK-T-IncassoVlag PIC X.
         02 FK-T-Bedrijfsnummer PIC 9(4).
         02 FK-T-Kostenplaats PIC X(6).
         02 FK-T-Kredietlimiet PIC 9(6)V99.
         02 FK-T-KredietActie PIC X.
         02 FK-T-KredietVrijTot PIC X(8).
         02 FK-T-VoorkeurVestigingen PIC X(6).
       *> Indeling gelijk aan Boeking.cpy van de flexadministratie
       FD ProdFlexBoekingenBestand.
       01 FB-P-Boeking.
               MOVE "Testdorp" TO FS-TK-Woonplaats
               MOVE SPACES TO FS-TK-Telefoonnummer
               MOVE TestEmail TO FS-TK-Emailadres
               MOVE SPACES TO FS-TK-Iban FS-TK-MandaatDatum
               SET FS-TK-GeenIncasso TO TRUE
               WRITE TestKlantrecord
               ADD 1 TO AantalRecords
               READ ProdKlantenBestand NEXT RECORD
