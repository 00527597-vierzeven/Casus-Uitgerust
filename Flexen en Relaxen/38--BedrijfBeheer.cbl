               ACCEPT BD-Adres
               DISPLAY "E-mailadres administratie: " WITH NO ADVANCING
               ACCEPT BD-Emailadres
               *> Een kredietlimiet legt de beheerder vast in
               *> 42--KredietBeheer
               MOVE ZERO TO BD-Kredietlimiet
               MOVE "W" TO BD-KredietActie
               MOVE SPACES TO BD-KredietVrijTot
               WRITE BD-Bedrijf
               CLOSE BedrijvenBestand
               DISPLAY "Bedrijf geregistreerd. Koppel de medewerkers via Klantbeheer (keuze 6)."
