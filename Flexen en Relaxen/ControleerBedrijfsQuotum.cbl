       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleerBedrijfsQuotum.
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
       *> Quota per bedrijf en kostenplaats (44--BedrijfsQuotaBeheer)
       SELECT QuotaBestand ASSIGN TO Pad-BedrijfsQuota
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Gebruik van de kostenplaats: boekingen, reserveringen en
       *> vergaderruimten
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
       FD QuotaBestand.
       COPY BedrijfsQuotum REPLACING ==(pf)== BY ==BQ==.
       FD BoekingenBestand.
       COPY Boeking REPLACING ==(pf)== BY ==BB==.
       FD ReserveringenBestand.
       COPY FlexReservering REPLACING ==(pf)== BY ==RB==.
       FD VergaderBoekingenBestand.
       COPY VergaderBoeking REPLACING ==(pf)== BY ==VB==.
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
       01 Pad-BedrijfsQuota.
         02 PadDir-BedrijfsQuota PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijfsQuota.dat".
       01 Pad-Boekingen.
         02 PadDir-Boekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-Reserveringen.
         02 PadDir-Reserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Reserveringen.dat".
       01 Pad-VergaderBoekingen.
         02 PadDir-VergaderBoekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
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
       01 GevraagdeMaand PIC 9(6) VALUE ZERO.
       *> Quotumregel: een eigen regel voor de kostenplaats gaat voor
       *> de algemene regel (kostenplaats spaties) van het bedrijf
       01 QuotumVlag PIC 9 VALUE ZERO.
         88 QuotumEigenRegel VALUE 2.
         88 QuotumAlgemeneRegel VALUE 1.
         88 QuotumOnbekend VALUE 0.
       *> Medewerkers van het bedrijf op dezelfde kostenplaats
       01 MedewerkerTabel.
         02 MT-Klantnummer PIC 9(6) OCCURS 200 TIMES.
       01 AantalMedewerkers PIC 999 VALUE ZERO.
       01 MedewerkerIndex PIC 999 VALUE ZERO.
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 MedewerkerVlag PIC 9 VALUE ZERO.
         88 MedewerkerHoortErbij VALUE 1.
         88 MedewerkerHoortErNietBij VALUE 0.
       01 Totaalbedrag PIC 9(8)V99 VALUE ZERO.
       01 ToonAantal PIC ZZZ9.
       01 ToonMaximum PIC ZZ9.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZZ9,99.
       01 ToonBudget PIC ZZZZZ9,99.
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
       COPY QuotumControle REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-QuotumControle.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE LS-Datum (1:6) TO GevraagdeMaand
           MOVE ZERO TO LS-Bedrijfsnummer
           MOVE SPACES TO LS-Kostenplaats
           MOVE ZERO TO LS-MaxPlaatsenPerDag
           MOVE ZERO TO LS-PlaatsenOpDatum
           MOVE ZERO TO LS-MaandBudget
           MOVE ZERO TO LS-MaandBesteed
           MOVE ZERO TO LS-NieuwBedrag
           MOVE SPACES TO LS-Reden
           SET LS-QuotumNvt TO TRUE
           IF (LS-AantalPlaatsen IS NOT NUMERIC OR LS-AantalPlaatsen < 1)
               MOVE 1 TO LS-AantalPlaatsen
           END-IF
           PERFORM BepaalKostenplaats
           IF (LS-Bedrijfsnummer EQUALS ZERO)
               EXIT PROGRAM
           END-IF
           PERFORM ZoekQuotum
           *> Zonder quotumregel, of een regel zonder maximum en zonder
           *> budget, wordt er niets bewaakt
           IF (QuotumOnbekend)
               EXIT PROGRAM
           END-IF
           IF (LS-MaxPlaatsenPerDag EQUALS ZERO AND LS-MaandBudget EQUALS ZERO)
               EXIT PROGRAM
           END-IF
           SET LS-QuotumOK TO TRUE
           PERFORM BepaalMedewerkers
           IF (LS-MaxPlaatsenPerDag > ZERO)
               PERFORM TelPlaatsenOpDatum
               IF (LS-PlaatsenOpDatum + LS-AantalPlaatsen > LS-MaxPlaatsenPerDag)
                   SET LS-BovenDagquotum TO TRUE
                   COMPUTE ToonAantal = LS-PlaatsenOpDatum + LS-AantalPlaatsen
                   MOVE LS-MaxPlaatsenPerDag TO ToonMaximum
                   STRING "Dagquotum kostenplaats: " FUNCTION TRIM (ToonAantal)
                       " plaatsen, maximum " FUNCTION TRIM (ToonMaximum)
                       DELIMITED BY SIZE INTO LS-Reden
               END-IF
           END-IF
           IF (LS-MaandBudget > ZERO)
               PERFORM LaadWoningen
               PERFORM LaadTarieven
               PERFORM TelBestedingInMaand
               *> Het bedrag van de nieuwe reservering zelf
               MOVE LS-Klantnummer TO GezochtKlantnummer
               IF (LS-Type EQUALS "L")
                   MOVE "L" TO GezochtType
               ELSE
                   MOVE "S" TO GezochtType
               END-IF
               MOVE LS-Datum TO GezochtDatum
               MOVE LS-Dagdeel TO GezochtDagdeel
               MOVE LS-AantalPlaatsen TO GezochtPlaatsen
               PERFORM BerekenRegelBedrag
               MOVE RegelBedrag TO LS-NieuwBedrag
               COMPUTE Totaalbedrag = LS-MaandBesteed + LS-NieuwBedrag
               IF (Totaalbedrag > LS-MaandBudget AND LS-QuotumOK)
                   SET LS-BovenMaandbudget TO TRUE
                   COMPUTE BedragCenten = Totaalbedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   COMPUTE BedragCenten = LS-MaandBudget * 100
                   MOVE BedragCenten TO ToonBudget
                   STRING "Maandbudget kostenplaats: " FUNCTION TRIM (ToonBedrag)
                       ", budget " FUNCTION TRIM (ToonBudget)
                       DELIMITED BY SIZE INTO LS-Reden
               END-IF
           END-IF
           EXIT PROGRAM.

       BepaalKostenplaats.
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
               MOVE FK-Kostenplaats TO LS-Kostenplaats
           END-IF
           .

       ZoekQuotum.
           SET QuotumOnbekend TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT QuotaBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ QuotaBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BQ-Bedrijfsnummer EQUALS LS-Bedrijfsnummer)
                   EVALUATE TRUE
                       WHEN (BQ-Kostenplaats EQUALS LS-Kostenplaats)
                         AND (LS-Kostenplaats NOT EQUALS SPACES)
                           SET QuotumEigenRegel TO TRUE
                           MOVE BQ-MaxPlaatsenPerDag TO LS-MaxPlaatsenPerDag
                           MOVE BQ-MaandBudget TO LS-MaandBudget
                       WHEN (BQ-Kostenplaats EQUALS SPACES)
                         AND NOT (QuotumEigenRegel)
                           SET QuotumAlgemeneRegel TO TRUE
                           MOVE BQ-MaxPlaatsenPerDag TO LS-MaxPlaatsenPerDag
                           MOVE BQ-MaandBudget TO LS-MaandBudget
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ QuotaBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE QuotaBestand
           .

       BepaalMedewerkers.
           *> Alle klanten van hetzelfde bedrijf op dezelfde kostenplaats;
           *> bij de algemene regel telt elke kostenplaats apart
           MOVE 1 TO AantalMedewerkers
           MOVE LS-Klantnummer TO MT-Klantnummer(1)
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
                 AND (FK-Kostenplaats EQUALS LS-Kostenplaats)
                 AND (FK-Klantnummer NOT EQUALS LS-Klantnummer)
                 AND (AantalMedewerkers < 200)
                   ADD 1 TO AantalMedewerkers
                   MOVE FK-Klantnummer TO MT-Klantnummer(AantalMedewerkers)
               END-IF
               READ FlexKlantenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexKlantenBestand
           .

       ZoekMedewerker.
           SET MedewerkerHoortErNietBij TO TRUE
           PERFORM VARYING MedewerkerIndex FROM 1 BY 1 UNTIL MedewerkerIndex > AantalMedewerkers
               IF (MT-Klantnummer(MedewerkerIndex) EQUALS GezochtKlantnummer)
                   SET MedewerkerHoortErbij TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       TelPlaatsenOpDatum.
           *> Werkplekken van de kostenplaats op de gevraagde datum,
           *> ongeacht het dagdeel: geboekte werkplekken en nog niet
           *> omgezette reserveringen (per plaats)
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingenBestand
           IF (IO-OK)
               READ BoekingenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (BB-Datum EQUALS LS-Datum)
                       MOVE BB-Klantnummer TO GezochtKlantnummer
                       PERFORM ZoekMedewerker
                       IF (MedewerkerHoortErbij)
                           ADD 1 TO LS-PlaatsenOpDatum
                       END-IF
                   END-IF
                   READ BoekingenBestand NEXT RECORD
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BoekingenBestand
           END-IF
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
               IF (RB-Datum EQUALS LS-Datum)
                   MOVE RB-Klantnummer TO GezochtKlantnummer
                   PERFORM ZoekMedewerker
                   IF (MedewerkerHoortErbij)
                       IF (RB-AantalPlaatsen IS NUMERIC AND RB-AantalPlaatsen > 1)
                           ADD RB-AantalPlaatsen TO LS-PlaatsenOpDatum
                       ELSE
                           ADD 1 TO LS-PlaatsenOpDatum
                       END-IF
                   END-IF
               END-IF
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       TelBestedingInMaand.
           *> Besteding van de kostenplaats in de maand van de gevraagde
           *> datum: boekingen, reserveringen na vandaag (die van vandaag
           *> en eerder staan al als boeking in Boekingen.dat) en niet
           *> geannuleerde vergaderruimten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingenBestand
           IF (IO-OK)
               READ BoekingenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   MOVE BB-Klantnummer TO GezochtKlantnummer
                   PERFORM ZoekMedewerker
                   IF (MedewerkerHoortErbij AND BB-Datum (1:6) EQUALS GevraagdeMaand)
                       IF (BB-Vestiging EQUALS SPACES)
                           MOVE "01" TO BB-Vestiging
                       END-IF
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
                       ADD RegelBedrag TO LS-MaandBesteed
                   END-IF
                   READ BoekingenBestand NEXT RECORD
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BoekingenBestand
           END-IF
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ReserveringenBestand
           IF (IO-OK)
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   MOVE RB-Klantnummer TO GezochtKlantnummer
                   PERFORM ZoekMedewerker
                   IF (MedewerkerHoortErbij)
                     AND (RB-Datum (1:6) EQUALS GevraagdeMaand)
                     AND (RB-Datum > DatumVandaag)
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
                       ADD RegelBedrag TO LS-MaandBesteed
                   END-IF
                   READ ReserveringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ReserveringenBestand
           END-IF
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
               PERFORM ZoekMedewerker
               IF (MedewerkerHoortErbij)
                 AND (VB-Datum (1:6) EQUALS GevraagdeMaand)
                 AND (VB-NietGeannuleerd)
                   ADD VB-Bedrag TO LS-MaandBesteed
               END-IF
               READ VergaderBoekingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE VergaderBoekingenBestand
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

       BerekenRegelBedrag.
           *> Dagprijs die op de datum gold (weekendtarief op zaterdag en
           *> zondag), een half dagdeel telt voor de helft, tegen het
           *> contracttarief van het bedrijf als dat er is
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
             PadDir-BedrijfsQuota
             PadDir-Boekingen
             PadDir-Reserveringen
             PadDir-VergaderBoekingen
             PadDir-Woningen
             PadDir-Tarieven
           .
