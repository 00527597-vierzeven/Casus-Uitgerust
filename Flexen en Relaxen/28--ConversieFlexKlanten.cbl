       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversie bij een nieuwe recordindeling: het klantenstambestand
      *> is uitgebreid met de kredietbewaking (limiet, actie, vrijgave)
      *> en de voorkeursvestigingen. Bestaande productiebestanden openen
      *> daardoor niet meer (recordlengte gewijzigd). Hernoem voor de
      *> conversie het oude bestand naar FlexKlantenOud.dat; dit
      *> programma bouwt daaruit een nieuw FlexKlanten.dat op zonder
      *> kredietlimiet en zonder voorkeursvestigingen.
       SELECT OudBestand ASSIGN TO Pad-FlexKlantenOud
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       *> De vorige productie-indeling (met incassomachtiging en
       *> bedrijfskoppeling, maar nog zonder kredietbewaking en
       *> voorkeursvestigingen)
       FD OudBestand.
       01 OUD-Klant.
         02 OUD-Klantnummer PIC 9(6).
         02 OUD-Naam PIC X(24).
         02 OUD-Telefoonnummer PIC X(14).
         02 OUD-Emailadres PIC X(40).
         02 OUD-Iban PIC X(18).
         02 OUD-MandaatDatum PIC X(8).
         02 OUD-IncassoVlag PIC X.
         02 OUD-Bedrijfsnummer PIC 9(4).
         02 OUD-Kostenplaats PIC X(6).
       FD NieuwBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.

               MOVE OUD-Naam TO FK-Naam
               MOVE OUD-Telefoonnummer TO FK-Telefoonnummer
               MOVE OUD-Emailadres TO FK-Emailadres
               MOVE OUD-Iban TO FK-Iban
               MOVE OUD-MandaatDatum TO FK-MandaatDatum
               MOVE OUD-IncassoVlag TO FK-IncassoVlag
               MOVE OUD-Bedrijfsnummer TO FK-Bedrijfsnummer
               MOVE OUD-Kostenplaats TO FK-Kostenplaats
               *> Beginwaarden voor de nieuwe velden: geen kredietlimiet
               *> en geen voorkeursvestigingen
               MOVE ZERO TO FK-Kredietlimiet
               MOVE "W" TO FK-KredietActie
               MOVE SPACES TO FK-KredietVrijTot
               MOVE SPACES TO FK-VoorkeurVestigingen
               WRITE FK-Klant
                   INVALID KEY
                       DISPLAY "Dubbele sleutel bij klant " FK-Klantnummer "; record overgeslagen."
