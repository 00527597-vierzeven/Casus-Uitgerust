       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleerKrediet.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Klantenstambestand (onderhouden door 08--KlantBeheer)
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       *> Bedrijvenstambestand (onderhouden door 38--BedrijfBeheer)
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Openstaande posten (09--MaandFacturatie, 26--DebiteurenBeheer)
       SELECT OpenPostenBestand ASSIGN TO Pad-OpenPosten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Nog niet gefactureerde omzet van de lopende maand: boekingen,
       *> toekomstige reserveringen, vergaderruimten en extra's
       SELECT BoekingenBestand ASSIGN TO Pad-Boekingen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BB-Boekingssleutel
           ALTERNATE RECORD KEY IS BB-Naam WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT ReserveringenBestand ASSIGN TO Pad-Reserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VergaderBoekingenBestand ASSIGN TO Pad-VergaderBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BoekingExtrasBestand ASSIGN TO Pad-BoekingExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Al aan de balie afgerekende boekingen tellen niet mee
       SELECT DirecteBetalingenBestand ASSIGN TO Pad-DirecteBetalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Abonnementhouders: het maandbedrag in plaats van de dagen
       SELECT AbonnementenBestand ASSIGN TO Pad-Abonnementen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Tarieventabel (onderhouden door 12--TariefBeheer)
       SELECT TarievenBestand ASSIGN TO Pad-Tarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD OpenPostenBestand.
       COPY OpenPost REPLACING ==(pf)== BY ==OP==.
       FD BoekingenBestand.
       COPY Boeking REPLACING ==(pf)== BY ==BB==.
       FD ReserveringenBestand.
       COPY FlexReservering REPLACING ==(pf)== BY ==RB==.
       FD VergaderBoekingenBestand.
       COPY VergaderBoeking REPLACING ==(pf)== BY ==VB==.
       FD BoekingExtrasBestand.
       COPY BoekingExtra REPLACING ==(pf)== BY ==BX==.
       FD DirecteBetalingenBestand.
       COPY DirecteBetaling REPLACING ==(pf)== BY ==DB==.
       FD AbonnementenBestand.
       COPY Abonnement REPLACING ==(pf)== BY ==AB==.
       FD WoningenBestand.
       COPY Woning REPLACING ==(pf)== BY ==WOF==.
       FD TarievenBestand.
       COPY Tarief REPLACING ==(pf)== BY ==TF==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-OpenPosten.
         02 PadDir-OpenPosten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "OpenPosten.dat".
       01 Pad-Boekingen.
         02 PadDir-Boekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-Reserveringen.
         02 PadDir-Reserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Reserveringen.dat".
       01 Pad-VergaderBoekingen.
         02 PadDir-VergaderBoekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
       01 Pad-BoekingExtras.
         02 PadDir-BoekingExtras PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BoekingExtras.dat".
       01 Pad-DirecteBetalingen.
         02 PadDir-DirecteBetalingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "DirecteBetalingen.dat".
       01 Pad-Abonnementen.
         02 PadDir-Abonnementen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Abonnementen.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Woningen.dat".
       01 Pad-Tarieven.
         02 PadDir-Tarieven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Tarieven.dat".
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 HuidigeMaand PIC 9(6) VALUE ZERO.
       *> Debiteuren die onder deze limiet vallen: de klant zelf, of
       *> alle medewerkers van het bedrijf plus de verzameldebiteur
       *> 99bbbb van 09--MaandFacturatie
       01 DebiteurTabel.
         02 DT-Klantnummer PIC 9(6) OCCURS 200 TIMES.
       01 AantalDebiteuren PIC 999 VALUE ZERO.
       01 DebiteurIndex PIC 999 VALUE ZERO.
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 DebiteurVlag PIC 9 VALUE ZERO.
         88 DebiteurHoortErbij VALUE 1.
         88 DebiteurHoortErNietBij VALUE 0.
       01 KredietActie PIC X VALUE SPACE.
         88 ActieWeigeren VALUE "B".
       01 Totaalpositie PIC 9(8)V99 VALUE ZERO.
       01 Restant PIC S9(7)V99 VALUE ZERO.
       *> Directe betalingen van de lopende maand
       01 BetalingTabel.
         02 BetalingRegel OCCURS 300 TIMES.
           03 BT-Datum PIC 9(8).
           03 BT-Vestiging PIC XX.
           03 BT-Huisnummer PIC 99.
           03 BT-Kamernummer PIC 9.
           03 BT-Dagdeel PIC X.
       01 AantalBetalingen PIC 999 VALUE ZERO.
       01 BetalingIndex PIC 999 VALUE ZERO.
       01 BetaaldVlag PIC 9 VALUE ZERO.
         88 AlBetaald VALUE 1.
         88 NietBetaald VALUE 0.
       *> Abonnementhouders onder deze limiet in de lopende maand
       01 AbonnementTabel.
         02 AT-Klantnummer PIC 9(6) OCCURS 100 TIMES.
       01 AantalAbonnementen PIC 999 VALUE ZERO.
       01 AbonnementIndex PIC 999 VALUE ZERO.
       01 AbonnementVlag PIC 9 VALUE ZERO.
         88 HeeftAbonnement VALUE 1.
         88 HeeftGeenAbonnement VALUE 0.
       *> Werkplektypen per vestiging en huisnummer
       01 WoningTabel.
         02 WoningRegel OCCURS 50 TIMES.
           03 WT-Vestiging PIC XX.
           03 WT-Huisnummer PIC 99.
           03 WT-Type PIC X.
       01 AantalWoningen PIC 99 VALUE ZERO.
       01 WoningIndex PIC 99 VALUE ZERO.
       *> Tarieven; vaste terugvalprijzen gelijk aan 09--MaandFacturatie
       78 PrijsStandaard VALUE 15.
       78 PrijsLuxe VALUE 25.
       01 TariefTabel.
         02 TariefRegel OCCURS 20 TIMES.
           03 TT-Type PIC X.
           03 TT-GeldigVanaf PIC 9(8).
           03 TT-PrijsWeek PIC 9(3)V99.
           03 TT-PrijsWeekend PIC 9(3)V99.
       01 AantalTarieven PIC 99 VALUE ZERO.
       01 TariefIndex PIC 99 VALUE ZERO.
       01 BesteGeldigVanaf PIC 9(8) VALUE ZERO.
       01 GezochtType PIC X VALUE SPACE.
       01 GezochtDatum PIC 9(8) VALUE ZERO.
       01 GezochtDagdeel PIC X VALUE SPACE.
       01 GezochtPlaatsen PIC 99 VALUE 1.
       01 GevondenDagPrijs PIC 9(3)V99 VALUE ZERO.
       01 DagVanDeWeek PIC 9 VALUE ZERO.
       01 RegelBedrag PIC 9(5)V99 VALUE ZERO.
       *> Contracttarieven van bedrijven (BepaalContractprijs)
       COPY Contractprijs REPLACING ==(pf)== BY ==CP==.

       LINKAGE SECTION.
       COPY KredietControle REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-KredietControle.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE DatumVandaag (1:6) TO HuidigeMaand
           MOVE ZERO TO LS-Bedrijfsnummer
           MOVE ZERO TO LS-Limiet
           MOVE ZERO TO LS-OpenPosten
           MOVE ZERO TO LS-Onbefactureerd
           MOVE SPACES TO LS-VrijTot
           MOVE SPACE TO KredietActie
           SET LS-KredietOK TO TRUE
           PERFORM BepaalLimiet
           *> Zonder limiet hoeft er niets te worden opgeteld
           IF (LS-Limiet EQUALS ZERO)
               EXIT PROGRAM
           END-IF
           PERFORM BepaalDebiteuren
           PERFORM TelOpenPosten
           PERFORM LaadDirecteBetalingen
           PERFORM LaadAbonnementen
           PERFORM LaadWoningen
           PERFORM LaadTarieven
           PERFORM TelBoekingen
           PERFORM TelReserveringen
           PERFORM TelVergaderBoekingen
           PERFORM TelExtras
           COMPUTE Totaalpositie = LS-OpenPosten + LS-Onbefactureerd + LS-NieuwBedrag
           IF (Totaalpositie > LS-Limiet)
               EVALUATE TRUE
                   WHEN (LS-VrijTot NOT EQUALS SPACES AND LS-VrijTot >= DatumVandaag)
                       SET LS-KredietVrijgegeven TO TRUE
                   WHEN (ActieWeigeren)
                       SET LS-KredietGeweigerd TO TRUE
                   WHEN OTHER
                       SET LS-KredietWaarschuwing TO TRUE
               END-EVALUATE
           END-IF
           EXIT PROGRAM.

       BepaalLimiet.
           *> Limiet van de klant, of van het bedrijf als de klant daar
           *> onder valt
           OPEN INPUT FlexKlantenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           MOVE LS-Klantnummer TO FK-Klantnummer
           READ FlexKlantenBestand KEY IS FK-Klantnummer
               INVALID KEY
                   CLOSE FlexKlantenBestand
                   EXIT PARAGRAPH
           END-READ
           CLOSE FlexKlantenBestand
           IF (FK-Bedrijfsnummer IS NUMERIC AND FK-Bedrijfsnummer > ZERO)
               MOVE FK-Bedrijfsnummer TO LS-Bedrijfsnummer
               PERFORM LeesBedrijfslimiet
           ELSE
               IF (FK-Kredietlimiet IS NUMERIC)
                   MOVE FK-Kredietlimiet TO LS-Limiet
               END-IF
               MOVE FK-KredietActie TO KredietActie
               MOVE FK-KredietVrijTot TO LS-VrijTot
           END-IF
           .

       LeesBedrijfslimiet.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijvenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BedrijvenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BD-Bedrijfsnummer EQUALS LS-Bedrijfsnummer)
                   *> Oude records zonder kredietvelden: geen limiet
                   IF (BD-Kredietlimiet IS NUMERIC)
                       MOVE BD-Kredietlimiet TO LS-Limiet
                   END-IF
                   MOVE BD-KredietActie TO KredietActie
                   MOVE BD-KredietVrijTot TO LS-VrijTot
                   SET EndOfData TO TRUE
               ELSE
                   READ BedrijvenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE BedrijvenBestand
           .

       BepaalDebiteuren.
           MOVE 1 TO AantalDebiteuren
           MOVE LS-Klantnummer TO DT-Klantnummer(1)
           IF (LS-Bedrijfsnummer EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           COMPUTE DT-Klantnummer(1) = 990000 + LS-Bedrijfsnummer
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT FlexKlantenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ FlexKlantenBestand NEXT RECORD
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (FK-Bedrijfsnummer IS NUMERIC)
                 AND (FK-Bedrijfsnummer EQUALS LS-Bedrijfsnummer)
                 AND (AantalDebiteuren < 200)
                   ADD 1 TO AantalDebiteuren
                   MOVE FK-Klantnummer TO DT-Klantnummer(AantalDebiteuren)
               END-IF
               READ FlexKlantenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexKlantenBestand
           .

       ZoekDebiteur.
           SET DebiteurHoortErNietBij TO TRUE
           PERFORM VARYING DebiteurIndex FROM 1 BY 1 UNTIL DebiteurIndex > AantalDebiteuren
               IF (DT-Klantnummer(DebiteurIndex) EQUALS GezochtKlantnummer)
                   SET DebiteurHoortErbij TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       TelOpenPosten.
           *> Wat er van elke niet betaalde factuur nog openstaat, met de
           *> incassokosten en rente van een laatste sommatie
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT OpenPostenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ OpenPostenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE OP-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekDebiteur
               IF (DebiteurHoortErbij AND NOT OP-StatusBetaald)
                   COMPUTE Restant = OP-FactuurBedrag - OP-BetaaldBedrag
                   IF (OP-Incassokosten IS NUMERIC)
                       ADD OP-Incassokosten TO Restant
                   END-IF
                   IF (OP-Rente IS NUMERIC)
                       ADD OP-Rente TO Restant
                   END-IF
                   IF (Restant > ZERO)
                       ADD Restant TO LS-OpenPosten
                   END-IF
               END-IF
               READ OpenPostenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE OpenPostenBestand
           .

       LaadDirecteBetalingen.
           MOVE ZERO TO AantalBetalingen
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT DirecteBetalingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ DirecteBetalingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (DB-Datum (1:6) EQUALS HuidigeMaand)
                 AND (AantalBetalingen < 300)
                   ADD 1 TO AantalBetalingen
                   MOVE DB-Datum TO BT-Datum(AantalBetalingen)
                   MOVE DB-Vestiging TO BT-Vestiging(AantalBetalingen)
                   MOVE DB-Huisnummer TO BT-Huisnummer(AantalBetalingen)
                   MOVE DB-Kamernummer TO BT-Kamernummer(AantalBetalingen)
                   MOVE DB-Dagdeel TO BT-Dagdeel(AantalBetalingen)
               END-IF
               READ DirecteBetalingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE DirecteBetalingenBestand
           .

       LaadAbonnementen.
           *> Een lopend abonnement telt met het maandbedrag; de dagen
           *> van de abonnementhouder zelf tellen dan niet mee
           MOVE ZERO TO AantalAbonnementen
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT AbonnementenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ AbonnementenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE AB-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekDebiteur
               IF (DebiteurHoortErbij)
                 AND (AB-GeldigVan (1:6) <= HuidigeMaand)
                 AND (AB-GeldigTot (1:6) >= HuidigeMaand)
                 AND (AantalAbonnementen < 100)
                   ADD 1 TO AantalAbonnementen
                   MOVE AB-Klantnummer TO AT-Klantnummer(AantalAbonnementen)
                   ADD AB-MaandBedrag TO LS-Onbefactureerd
               END-IF
               READ AbonnementenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbonnementenBestand
           .

       ZoekAbonnement.
           SET HeeftGeenAbonnement TO TRUE
           PERFORM VARYING AbonnementIndex FROM 1 BY 1 UNTIL AbonnementIndex > AantalAbonnementen
               IF (AT-Klantnummer(AbonnementIndex) EQUALS GezochtKlantnummer)
                   SET HeeftAbonnement TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       LaadWoningen.
           MOVE ZERO TO AantalWoningen
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT WoningenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AantalWoningen < 50)
                   ADD 1 TO AantalWoningen
                   IF (WOF-Vestiging EQUALS SPACES)
                       MOVE "01" TO WOF-Vestiging
                   END-IF
                   MOVE WOF-Vestiging TO WT-Vestiging(AantalWoningen)
                   MOVE WOF-Huisnummer TO WT-Huisnummer(AantalWoningen)
                   MOVE WOF-Type TO WT-Type(AantalWoningen)
               END-IF
               READ WoningenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       LaadTarieven.
           MOVE ZERO TO AantalTarieven
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT TarievenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ TarievenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AantalTarieven < 20)
                   ADD 1 TO AantalTarieven
                   MOVE TF-Type TO TT-Type(AantalTarieven)
                   MOVE TF-GeldigVanaf TO TT-GeldigVanaf(AantalTarieven)
                   MOVE TF-PrijsWeek TO TT-PrijsWeek(AantalTarieven)
                   MOVE TF-PrijsWeekend TO TT-PrijsWeekend(AantalTarieven)
               END-IF
               READ TarievenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE TarievenBestand
           .

       TelBoekingen.
           *> Boekingen van de lopende maand die nog op de maandfactuur
           *> komen: niet al afgerekend en niet in een abonnement
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BoekingenBestand NEXT RECORD
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE BB-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekDebiteur
               IF (DebiteurHoortErbij AND BB-Datum (1:6) EQUALS HuidigeMaand)
                   IF (BB-Vestiging EQUALS SPACES)
                       MOVE "01" TO BB-Vestiging
                   END-IF
                   PERFORM ZoekAbonnement
                   PERFORM ZoekDirecteBetaling
                   IF (HeeftGeenAbonnement AND NietBetaald)
                       MOVE "S" TO GezochtType
                       PERFORM VARYING WoningIndex FROM 1 BY 1 UNTIL WoningIndex > AantalWoningen
                           IF (WT-Vestiging(WoningIndex) EQUALS BB-Vestiging)
                             AND (WT-Huisnummer(WoningIndex) EQUALS BB-Huisnummer)
                               MOVE WT-Type(WoningIndex) TO GezochtType
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       MOVE BB-Datum TO GezochtDatum
                       MOVE BB-Dagdeel TO GezochtDagdeel
                       MOVE 1 TO GezochtPlaatsen
                       PERFORM BerekenRegelBedrag
                       ADD RegelBedrag TO LS-Onbefactureerd
                   END-IF
               END-IF
               READ BoekingenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BoekingenBestand
           .

       ZoekDirecteBetaling.
           SET NietBetaald TO TRUE
           PERFORM VARYING BetalingIndex FROM 1 BY 1 UNTIL BetalingIndex > AantalBetalingen
               IF (BT-Datum(BetalingIndex) EQUALS BB-Datum)
                 AND (BT-Vestiging(BetalingIndex) EQUALS BB-Vestiging)
                 AND (BT-Huisnummer(BetalingIndex) EQUALS BB-Huisnummer)
                 AND (BT-Kamernummer(BetalingIndex) EQUALS BB-Kamernummer)
                 AND (BT-Dagdeel(BetalingIndex) EQUALS BB-Dagdeel)
                   SET AlBetaald TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       TelReserveringen.
           *> Reserveringen na vandaag; die van vandaag en eerder staan al
           *> als boeking in Boekingen.dat
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ReserveringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ReserveringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE RB-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekDebiteur
               IF (DebiteurHoortErbij)
                 AND (RB-Datum (1:6) EQUALS HuidigeMaand)
                 AND (RB-Datum > DatumVandaag)
                   PERFORM ZoekAbonnement
                   IF (HeeftGeenAbonnement)
                       IF (RB-GewensteType EQUALS "L")
                           MOVE "L" TO GezochtType
                       ELSE
                           MOVE "S" TO GezochtType
                       END-IF
                       MOVE RB-Datum TO GezochtDatum
                       MOVE RB-Dagdeel TO GezochtDagdeel
                       IF (RB-AantalPlaatsen IS NUMERIC AND RB-AantalPlaatsen > 1)
                           MOVE RB-AantalPlaatsen TO GezochtPlaatsen
                       ELSE
                           MOVE 1 TO GezochtPlaatsen
                       END-IF
                       PERFORM BerekenRegelBedrag
                       ADD RegelBedrag TO LS-Onbefactureerd
                   END-IF
               END-IF
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       TelVergaderBoekingen.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VergaderBoekingenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ VergaderBoekingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE VB-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekDebiteur
               IF (DebiteurHoortErbij)
                 AND (VB-Datum (1:6) EQUALS HuidigeMaand)
                 AND (VB-NietGeannuleerd)
                   ADD VB-Bedrag TO LS-Onbefactureerd
               END-IF
               READ VergaderBoekingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE VergaderBoekingenBestand
           .

       TelExtras.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingExtrasBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BoekingExtrasBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               MOVE BX-Klantnummer TO GezochtKlantnummer
               PERFORM ZoekDebiteur
               IF (DebiteurHoortErbij AND BX-Datum (1:6) EQUALS HuidigeMaand)
                   ADD BX-Bedrag TO LS-Onbefactureerd
               END-IF
               READ BoekingExtrasBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BoekingExtrasBestand
           .

       BerekenRegelBedrag.
           *> Dagprijs die op de datum gold (weekendtarief op zaterdag en
           *> zondag), een half dagdeel telt voor de helft
           IF (GezochtType EQUALS "L")
               MOVE PrijsLuxe TO GevondenDagPrijs
           ELSE
               MOVE PrijsStandaard TO GevondenDagPrijs
           END-IF
           COMPUTE DagVanDeWeek = FUNCTION MOD (FUNCTION INTEGER-OF-DATE (GezochtDatum) - 1, 7) + 1
           MOVE ZERO TO BesteGeldigVanaf
           PERFORM VARYING TariefIndex FROM 1 BY 1 UNTIL TariefIndex > AantalTarieven
               IF (TT-Type(TariefIndex) EQUALS GezochtType)
                 AND (TT-GeldigVanaf(TariefIndex) <= GezochtDatum)
                 AND (TT-GeldigVanaf(TariefIndex) >= BesteGeldigVanaf)
                   MOVE TT-GeldigVanaf(TariefIndex) TO BesteGeldigVanaf
                   IF (DagVanDeWeek >= 6)
                       MOVE TT-PrijsWeekend(TariefIndex) TO GevondenDagPrijs
                   ELSE
                       MOVE TT-PrijsWeek(TariefIndex) TO GevondenDagPrijs
                   END-IF
               END-IF
           END-PERFORM
           IF (GezochtDagdeel EQUALS "O" OR GezochtDagdeel EQUALS "M")
               COMPUTE CP-StandaardPrijs ROUNDED = GevondenDagPrijs / 2
           ELSE
               MOVE GevondenDagPrijs TO CP-StandaardPrijs
           END-IF
           *> Medewerkers van een bedrijf met een contracttarief tegen
           *> de afgesproken prijs, net als op de maandfactuur
           MOVE GezochtKlantnummer TO CP-Klantnummer
           MOVE GezochtType TO CP-Type
           MOVE GezochtDatum TO CP-Datum
           MOVE GezochtDagdeel TO CP-Dagdeel
           CALL "BepaalContractprijs" USING CP-Contractprijs
           COMPUTE RegelBedrag ROUNDED = CP-Prijs * GezochtPlaatsen
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-FlexKlanten
             PadDir-Bedrijven
             PadDir-OpenPosten
             PadDir-Boekingen
             PadDir-Reserveringen
             PadDir-VergaderBoekingen
             PadDir-BoekingExtras
             PadDir-DirecteBetalingen
             PadDir-Abonnementen
             PadDir-Woningen
             PadDir-Tarieven
           .
