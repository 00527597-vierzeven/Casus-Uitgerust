       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversie bij een nieuwe recordindeling: het klantenbestand
      *> is uitgebreid met de incassomachtiging (IBAN, mandaatdatum,
      *> incassovlag) en de marketingtoestemming (vlag, datum, bron).
      *> Bestaande productiebestanden openen daardoor niet meer
      *> (recordlengte gewijzigd). Hernoem voor de conversie het oude
      *> bestand naar KlantenOud.dat; dit programma bouwt daaruit een
      *> nieuw Klanten.dat op zonder machtiging en zonder toestemming.
       SELECT OudBestand ASSIGN TO Pad-KlantenOud
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       *> De vorige productie-indeling (met herkomstland en taalcode,
       *> maar nog zonder incassomachtiging en marketingtoestemming)
       FD OudBestand.
       01 OudKlantrecord.
         02 OUD-Klantnummer PIC 9(8).
         02 OUD-Geboortedatum PIC 9(8).
         02 OUD-Telefoonnummer PIC X(14).
         02 OUD-Emailadres PIC X(40).
         02 OUD-Herkomstland PIC XX.
         02 OUD-Taalcode PIC XX.
       FD NieuwBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
               MOVE OUD-Geboortedatum TO FS-K-Geboortedatum
               MOVE OUD-Telefoonnummer TO FS-K-Telefoonnummer
               MOVE OUD-Emailadres TO FS-K-Emailadres
               MOVE OUD-Herkomstland TO FS-K-Herkomstland
               MOVE OUD-Taalcode TO FS-K-Taalcode
               *> Beginwaarden voor de nieuwe velden
               MOVE SPACES TO FS-K-Iban FS-K-MandaatDatum
               SET FS-K-GeenIncasso TO TRUE
               MOVE "N" TO FS-K-MarketingVlag
               MOVE SPACES TO FS-K-MarketingDatum FS-K-MarketingBron
               WRITE Klantrecord
                   INVALID KEY
                       DISPLAY "Dubbele sleutel bij klant " FS-K-Klantnummer "; record overgeslagen."
