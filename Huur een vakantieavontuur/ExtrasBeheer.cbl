           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE FS-C-Prijs TO ToonPrijs
               DISPLAY FS-C-Artikelnummer " | " FS-C-Omschrijving " | " ToonPrijs " euro | paklijst: " FS-C-PaklijstVlag " | linnen: " FS-C-LinnenSoort
               READ CatalogusBestand
                   AT END
                       SET EOFBereikt TO TRUE
               ACCEPT FS-C-Prijs
               DISPLAY "Moet de wisselploeg dit klaarzetten? (J/N): " WITH NO ADVANCING
               ACCEPT FS-C-PaklijstVlag
               DISPLAY "Linnenpakket? (B = bedlinnen, H = handdoeken, leeg = geen): " WITH NO ADVANCING
               MOVE SPACE TO FS-C-LinnenSoort
               ACCEPT FS-C-LinnenSoort
               MOVE FUNCTION UPPER-CASE (FS-C-LinnenSoort) TO FS-C-LinnenSoort
               IF NOT FS-C-LinnenBed AND NOT FS-C-LinnenHanddoek
                   MOVE SPACE TO FS-C-LinnenSoort
               END-IF
               WRITE Catalogusrecord
               CLOSE CatalogusBestand
               DISPLAY "Artikel opgeslagen."
