       01 GrensDatum PIC 9(8) VALUE ZERO.
       01 GrensJaar PIC 9(4) VALUE ZERO.
       *> Te beoordelen klanten
       *> Een marketingtoestemming binnen de bewaartermijn telt als
       *> recente relatie: de klant wil mailings blijven ontvangen
       01 KlantTabel.
         02 KlantRegel OCCURS 300 TIMES.
           03 KT-Klantnummer PIC 9(8).
           03 KT-ToestemmingVlag PIC X.
             88 KT-RecenteToestemming VALUE "J".
       01 AantalKlanten PIC 999 VALUE ZERO.
       01 KlantIndex PIC 999 VALUE ZERO.
       01 HuidigKlantnummer PIC 9(8) VALUE ZERO.
               IF AantalKlanten < 300
                   ADD 1 TO AantalKlanten
                   MOVE FS-K-Klantnummer TO KT-Klantnummer(AantalKlanten)
                   MOVE "N" TO KT-ToestemmingVlag(AantalKlanten)
                   IF FS-K-MarketingToestemming
                     AND FS-K-MarketingDatum IS NUMERIC
                     AND FS-K-MarketingDatum >= GrensDatum
                       MOVE "J" TO KT-ToestemmingVlag(AantalKlanten)
                   END-IF
               END-IF
               READ KlantenBestand NEXT RECORD
                   AT END
       BeoordeelKlant.
           SET KlantNietActief TO TRUE
           MOVE ZERO TO AantalResnrs
           IF KT-RecenteToestemming(KlantIndex)
               SET KlantActief TO TRUE
           END-IF
           PERFORM CheckLiveReserveringen
           IF KlantNietActief
               PERFORM CheckArchiefReserveringen
           .

       CheckLiveReserveringen.
           IF KlantActief
               EXIT PARAGRAPH
           END-IF
           *> Elke reservering in het live bestand telt als recente relatie
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           MOVE 00010101 TO FS-K-Geboortedatum
           MOVE SPACES TO FS-K-Telefoonnummer
           MOVE SPACES TO FS-K-Emailadres
           MOVE SPACES TO FS-K-Iban
           MOVE SPACES TO FS-K-MandaatDatum
           SET FS-K-GeenIncasso TO TRUE
           MOVE "N" TO FS-K-MarketingVlag
           MOVE SPACES TO FS-K-MarketingDatum
           MOVE SPACES TO FS-K-MarketingBron
           REWRITE Klantrecord
               INVALID KEY
                   DISPLAY "File status - " IOStatus
