         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 Invoerklantnummer PIC 9(8) VALUE ZERO.
       01 InvoerVeld PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.
               DISPLAY "4. Wijzig naam"
               DISPLAY "5. Wijzig herkomstland"
               DISPLAY "6. Wijzig taalcode"
               DISPLAY "7. Wijzig incassomachtiging"
               DISPLAY "8. Wijzig marketingtoestemming"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                   WHEN 6
                       PERFORM WijzigTaalcode
                       SET VerlaatHetProgramma TO TRUE
                   WHEN 7
                       PERFORM WijzigIncassoMachtiging
                       SET VerlaatHetProgramma TO TRUE
                   WHEN 8
                       PERFORM WijzigMarketingToestemming
                       SET VerlaatHetProgramma TO TRUE
                   WHEN 47
                       SET VerlaatHetProgramma
                         TO TRUE
           DISPLAY "Taalcode bijgewerkt."
           .

       WijzigIncassoMachtiging.
           *> Machtiging voor de termijnincasso (IncassoBatch): IBAN,
           *> datum van ondertekening en de vlag
           DISPLAY "Huidig IBAN: " FS-K-Iban
           DISPLAY "Nieuw IBAN (leeg = ongewijzigd): " WITH NO ADVANCING
           ACCEPT InvoerVeld
           IF InvoerVeld NOT EQUALS SPACES
               MOVE InvoerVeld TO FS-K-Iban
           END-IF
           DISPLAY "Huidige mandaatdatum: " FS-K-MandaatDatum
           DISPLAY "Nieuwe mandaatdatum (yyyymmdd, "
             "leeg = ongewijzigd): " WITH NO ADVANCING
           ACCEPT InvoerVeld
           IF InvoerVeld NOT EQUALS SPACES
               MOVE InvoerVeld TO FS-K-MandaatDatum
           END-IF
           DISPLAY "Incasso actief? (J/N): " WITH NO ADVANCING
           ACCEPT FS-K-IncassoVlag
           IF NOT (FS-K-IncassoActief OR FS-K-GeenIncasso)
               DISPLAY "Onbekende waarde, de machtiging wordt op "
                 "niet-actief gezet."
               MOVE "N" TO FS-K-IncassoVlag
           END-IF
           IF FS-K-IncassoActief AND FS-K-Iban EQUALS SPACES
               DISPLAY "Zonder IBAN kan de machtiging niet actief "
                 "zijn; de vlag is op N gezet."
               MOVE "N" TO FS-K-IncassoVlag
           END-IF
           REWRITE Klantrecord
           DISPLAY "Incassomachtiging bijgewerkt."
           .

       WijzigMarketingToestemming.
           *> Opt-in voor mailings (MailingSelectie); ook een
           *> intrekking krijgt datum en bron
           IF FS-K-MarketingToestemming
               DISPLAY "Huidige marketingtoestemming: J sinds "
                 FS-K-MarketingDatum " (bron " FS-K-MarketingBron ")"
           ELSE
               DISPLAY "Huidige marketingtoestemming: N "
                 FS-K-MarketingDatum
           END-IF
           DISPLAY "Toestemming voor marketingmailings (J/N): "
             WITH NO ADVANCING
           ACCEPT InvoerVeld
           EVALUATE InvoerVeld
               WHEN "J"
               WHEN "j"
                   SET FS-K-MarketingToestemming TO TRUE
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO FS-K-MarketingVlag
               WHEN OTHER
                   DISPLAY "Onbekende waarde; er is niets gewijzigd."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO FS-K-MarketingDatum
           DISPLAY "Bron (WE = website, TE = telefoon, BA = balie, "
             "SC = schriftelijk; leeg = BA): " WITH NO ADVANCING
           ACCEPT FS-K-MarketingBron
           IF NOT FS-K-MarketingBronGeldig
               MOVE "BA" TO FS-K-MarketingBron
           END-IF
           REWRITE Klantrecord
           DISPLAY "Marketingtoestemming bijgewerkt."
           .

       WijzigTelefoonnummer.
           DISPLAY "Wat wordt het nieuwe telefoonnummer? " WITH NO ADVANCING
           ACCEPT FS-K-Telefoonnummer
