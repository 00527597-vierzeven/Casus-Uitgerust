       01 RedenValidatieFout PIC X(100) VALUE SPACES.

       01 AantalApestaartjes PIC 9(3) VALUE ZERO.
       01 InvoerVeld PIC X(40) VALUE SPACES.
       01 MaandGeboorte PIC 99 VALUE ZERO.
       01 DagGeboorte PIC 99 VALUE ZERO.

           IF FS-K-Taalcode EQUALS SPACES
               MOVE "NL" TO FS-K-Taalcode
           END-IF
           *> Optionele incassomachtiging voor de termijnen
           PERFORM VraagMachtiging
           *> Toestemming voor marketingmailings (opt-in)
           PERFORM VraagMarketingToestemming

           PERFORM ControlerenKlantgegevens
           IF ValidatieFout
           DISPLAY FUNCTION TRIM(FS-K-Voornaam) " " FUNCTION TRIM(FS-K-Naam) " is toegevoegd aan het klantenbestand."
       EXIT PROGRAM.

       VraagMachtiging.
           *> Incassomachtiging voor de termijnen (IncassoBatch); een
           *> leeg IBAN betekent dat de klant zelf overmaakt
           MOVE SPACES TO FS-K-Iban FS-K-MandaatDatum
           SET FS-K-GeenIncasso TO TRUE
           DISPLAY "IBAN voor automatische incasso "
             "(leeg = geen machtiging): " WITH NO ADVANCING
           ACCEPT InvoerVeld
           IF InvoerVeld EQUALS SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE InvoerVeld TO FS-K-Iban
           DISPLAY "Mandaatdatum (yyyymmdd, leeg = vandaag): "
             WITH NO ADVANCING
           ACCEPT InvoerVeld
           IF InvoerVeld EQUALS SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO FS-K-MandaatDatum
           ELSE
               MOVE InvoerVeld TO FS-K-MandaatDatum
           END-IF
           SET FS-K-IncassoActief TO TRUE
           .

       VraagMarketingToestemming.
           *> Zonder uitdrukkelijke toestemming geen mailings; datum en
           *> bron worden vastgelegd als bewijs van de opt-in
           MOVE SPACES TO FS-K-MarketingDatum FS-K-MarketingBron
           SET FS-K-GeenMarketing TO TRUE
           DISPLAY "Toestemming voor marketingmailings "
             "(J/N, leeg = N): " WITH NO ADVANCING
           ACCEPT InvoerVeld
           IF InvoerVeld NOT EQUALS "J" AND InvoerVeld NOT EQUALS "j"
               MOVE "N" TO FS-K-MarketingVlag
               EXIT PARAGRAPH
           END-IF
           SET FS-K-MarketingToestemming TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO FS-K-MarketingDatum
           DISPLAY "Bron van de toestemming (WE = website, "
             "TE = telefoon, BA = balie, SC = schriftelijk; "
             "leeg = BA): " WITH NO ADVANCING
           ACCEPT FS-K-MarketingBron
           IF NOT FS-K-MarketingBronGeldig
               MOVE "BA" TO FS-K-MarketingBron
           END-IF
           .

       ControlerenKlantgegevens.
           IF (FS-K-Postcode(1:4) NOT NUMERIC)
             OR (FS-K-Postcode(5:2) NOT ALPHABETIC)
