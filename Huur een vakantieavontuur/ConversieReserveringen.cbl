       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Conversie bij een nieuwe recordindeling: het
      *> reserveringenbestand is uitgebreid met het aantal huisdieren,
      *> het allotmentcontract, het herkomstkanaal, de
      *> bezettingstoeslag, het aankomstslot en de annuleringsreden.
      *> Bestaande productiebestanden openen daardoor niet meer
      *> (recordlengte gewijzigd). Hernoem voor de conversie het
      *> oude bestand naar ReserveringenMetAltKeyOud.dat; dit programma
      *> bouwt daaruit een nieuw ReserveringenMetAltKey.dat op met lege
      *> nieuwe velden. Draai daarna ConversiePark (parkcode stempelen)
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       *> De vorige productie-indeling (met short-stay, actiecode en
       *> parkcode, maar nog zonder huisdieren, allotmentcontract,
       *> herkomstkanaal, bezettingstoeslag, aankomstslot en
       *> annuleringsreden)
       FD OudBestand.
       01 OUD-Reservering.
         02 OUD-Reserveringsnummer PIC 9(8).
         02 OUD-DatumOptieVerloop PIC X(8).
         02 OUD-VerzekeringVlag PIC X.
         02 OUD-VerzekeringPremie PIC X(5).
         02 OUD-AankomstDag PIC X.
         02 OUD-AantalNachten PIC X.
         02 OUD-ActieCode PIC X(8).
         02 OUD-Parkcode PIC XX.
       FD NieuwBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
               MOVE OUD-DatumOptieVerloop TO FS-R-DatumOptieVerloop
               MOVE OUD-VerzekeringVlag TO FS-R-VerzekeringVlag
               MOVE OUD-VerzekeringPremie TO FS-R-VerzekeringPremie
               MOVE OUD-AankomstDag TO FS-R-AankomstDag
               MOVE OUD-AantalNachten TO FS-R-AantalNachten
               MOVE OUD-ActieCode TO FS-R-ActieCode
               MOVE OUD-Parkcode TO FS-R-Parkcode
               *> Beginwaarden voor de nieuwe velden: onbekend bij
               *> bestaande reserveringen; allotmentweken komen altijd
               *> via een touroperator binnen
               MOVE SPACES TO FS-R-AantalHuisdieren
                 FS-R-AllotmentContract FS-R-Kanaal
                 FS-R-BezettingsToeslag FS-R-AankomstSlot
                 FS-R-AnnuleringsReden
               IF FS-R-TypeAllotment
                   MOVE "TO" TO FS-R-Kanaal
               END-IF
               WRITE Reserveringsrecord
                   INVALID KEY
                       DISPLAY "Dubbele sleutel bij reservering " FS-R-Reserveringsnummer "; record overgeslagen."
