       IDENTIFICATION DIVISION.
       PROGRAM-ID. 48--KlantVerloopRapport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BoekingenBestand ASSIGN TO Pad-Boekingen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BB-Boekingssleutel
           ALTERNATE RECORD KEY IS BB-Naam WITH DUPLICATES
           FILE STATUS IS IOStatus.
       *> Archiefbestand per jaar (geschreven door 21--JaarArchivering)
       SELECT ArchiefBestand ASSIGN TO ArchiefPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Werkelijke aanwezigheid van abonnementhouders (gevuld door
       *> 16--BadgeImport)
       SELECT AbonnementGebruikBestand ASSIGN TO Pad-AbonnementGebruik
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AbonnementenBestand ASSIGN TO Pad-Abonnementen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT StrippenkaartenBestand ASSIGN TO Pad-Strippenkaarten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexKlantenBestand ASSIGN TO Pad-FlexKlanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FK-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-VerloopRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BoekingenBestand.
       COPY Boeking REPLACING ==(pf)== BY ==BB==.
       FD ArchiefBestand.
       COPY Boeking REPLACING ==(pf)== BY ==AR==.
       FD AbonnementGebruikBestand.
       COPY AbonnementGebruik REPLACING ==(pf)== BY ==AG==.
       FD AbonnementenBestand.
       COPY Abonnement REPLACING ==(pf)== BY ==AB==.
       FD StrippenkaartenBestand.
       COPY Strippenkaart REPLACING ==(pf)== BY ==SK==.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD RapportBestand.
       01 RapportRegel PIC X(200).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Boekingen.
         02 PadDir-Boekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-AbonnementGebruik.
         02 PadDir-AbonnementGebruik PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "AbonnementGebruik.dat".
       01 Pad-Abonnementen.
         02 PadDir-Abonnementen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Abonnementen.dat".
       01 Pad-Strippenkaarten.
         02 PadDir-Strippenkaarten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Strippenkaarten.dat".
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-VerloopRapport.
         02 PadDir-VerloopRapport PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "KlantVerloop.txt".
       01 ArchiefPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> PARAMETERS
       01 Peildatum PIC 9(8) VALUE ZERO.
       01 WekenZonderBezoek PIC 99 VALUE ZERO.
       01 DalingPercentage PIC 99 VALUE ZERO.
       01 AfloopTermijn PIC 999 VALUE ZERO.
       *> Een klant telt pas als vaste klant vanaf gemiddeld 4 dagen per
       *> 8 weken in de voorgaande periode
       78 MinimumVorigGemiddelde VALUE 4.
       *> Strippenkaart bijna op: nog 2 strippen of minder
       78 StrippenDrempel VALUE 2.
       *> PERIODES: de laatste 8 weken tot en met de peildatum, en de
       *> 24 weken daarvoor als eigen gemiddelde (per 8 weken)
       01 PeilInteger PIC 9(8) VALUE ZERO.
       01 RecentBegin PIC 9(8) VALUE ZERO.
       01 VorigBegin PIC 9(8) VALUE ZERO.
       01 InactiefGrens PIC 9(8) VALUE ZERO.
       01 AfloopGrens PIC 9(8) VALUE ZERO.
       01 VerlopenGrens PIC 9(8) VALUE ZERO.
       01 ArchiefJaar PIC 9(4) VALUE ZERO.
       01 PeilJaar PIC 9(4) VALUE ZERO.
       *> BEZOEKEN PER KLANT
       01 BezoekKlantnummer PIC 9(6) VALUE ZERO.
       01 BezoekDatum PIC 9(8) VALUE ZERO.
       01 BezoekDagen PIC 9V9 VALUE ZERO.
       01 KlantTabel.
         02 KlantRegelT OCCURS 500 TIMES.
           03 KV-Klantnummer PIC 9(6).
           03 KV-RecentDagen PIC 9(4)V9.
           03 KV-VorigDagen PIC 9(4)V9.
           03 KV-LaatsteBezoek PIC 9(8).
           03 KV-AbonnementVlag PIC X.
             88 KV-AbonnementLoopt VALUE "J".
       01 AantalKlanten PIC 999 VALUE ZERO.
       01 KlantIndex PIC 999 VALUE ZERO.
       01 VorigGemiddelde PIC 9(4)V99 VALUE ZERO.
       01 DalingGrens PIC 9(4)V99 VALUE ZERO.
       *> ABONNEMENTEN
       01 AbonnementTabel.
         02 AbonnementRegelT OCCURS 300 TIMES.
           03 AT-Klantnummer PIC 9(6).
           03 AT-Type PIC X.
           03 AT-GeldigVan PIC 9(8).
           03 AT-GeldigTot PIC 9(8).
           03 AT-Vestiging PIC XX.
       01 AantalAbonnementen PIC 999 VALUE ZERO.
       01 AbonnementIndex PIC 999 VALUE ZERO.
       01 AndereIndex PIC 999 VALUE ZERO.
       01 VerlengdVlag PIC 9 VALUE ZERO.
         88 Verlengd VALUE 1.
         88 NietVerlengd VALUE 0.
       *> STRIPPENKAARTEN: per klant alleen de laatst gekochte kaart
       01 KaartTabel.
         02 KaartRegelT OCCURS 300 TIMES.
           03 KK-Klantnummer PIC 9(6).
           03 KK-KoopDatum PIC 9(8).
           03 KK-AantalGekocht PIC 999.
           03 KK-AantalGebruikt PIC 999.
           03 KK-GeldigTot PIC 9(8).
       01 AantalKaarten PIC 999 VALUE ZERO.
       01 KaartIndex PIC 999 VALUE ZERO.
       01 StrippenOver PIC S999 VALUE ZERO.
       *> BEDRIJVEN
       01 BedrijfTabel.
         02 BedrijfRegelT OCCURS 200 TIMES.
           03 BT-Bedrijfsnummer PIC 9(4).
           03 BT-Naam PIC X(30).
       01 AantalBedrijven PIC 999 VALUE ZERO.
       01 BedrijfIndex PIC 999 VALUE ZERO.
       *> RAPPORT
       01 ContactKlantnummer PIC 9(6) VALUE ZERO.
       01 ContactNaam PIC X(24) VALUE SPACES.
       01 ContactTelefoon PIC X(14) VALUE SPACES.
       01 ContactEmail PIC X(40) VALUE SPACES.
       01 ContactBedrijf PIC X(40) VALUE SPACES.
       01 DetailTekst PIC X(80) VALUE SPACES.
       01 ToonDagen PIC ZZZ9,9.
       01 ToonDagen2 PIC ZZZ9,9.
       01 DagenTienden PIC 9(6) VALUE ZERO.
       01 AantalGesignaleerd PIC 9(4) VALUE ZERO.
       01 AantalDaling PIC 9(4) VALUE ZERO.
       01 AantalInactief PIC 9(4) VALUE ZERO.
       01 AantalAbonnementAfloop PIC 9(4) VALUE ZERO.
       01 AantalKaartAfloop PIC 9(4) VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           DISPLAY SPACE
           DISPLAY "KLANTVERLOOP EN INACTIVITEIT"
           DISPLAY "============================"
           DISPLAY "Peildatum (yyyymmdd, leeg = vandaag): " WITH NO ADVANCING
           ACCEPT Peildatum
           IF (Peildatum IS NOT NUMERIC OR Peildatum EQUALS ZERO)
               MOVE FUNCTION CURRENT-DATE (1:8) TO Peildatum
           END-IF
           DISPLAY "Aantal weken zonder bezoek (leeg = 6): " WITH NO ADVANCING
           ACCEPT WekenZonderBezoek
           IF (WekenZonderBezoek IS NOT NUMERIC OR WekenZonderBezoek EQUALS ZERO)
               MOVE 6 TO WekenZonderBezoek
           END-IF
           DISPLAY "Signaleren bij een daling van minstens (procent, leeg = 50): " WITH NO ADVANCING
           ACCEPT DalingPercentage
           IF (DalingPercentage IS NOT NUMERIC OR DalingPercentage EQUALS ZERO)
               MOVE 50 TO DalingPercentage
           END-IF
           DISPLAY "Termijn aflopende abonnementen en strippenkaarten (dagen, leeg = 30): " WITH NO ADVANCING
           ACCEPT AfloopTermijn
           IF (AfloopTermijn IS NOT NUMERIC OR AfloopTermijn EQUALS ZERO)
               MOVE 30 TO AfloopTermijn
           END-IF
           PERFORM BepaalPeriodes
           PERFORM LaadBedrijven
           PERFORM VerwerkBoekingen
           PERFORM VerwerkArchieven
           PERFORM VerwerkAbonnementGebruik
           PERFORM LaadAbonnementen
           PERFORM LaadStrippenkaarten
           OPEN OUTPUT RapportBestand
           PERFORM SchrijfKop
           PERFORM SchrijfSterkeDaling
           PERFORM SchrijfGeenBezoek
           PERFORM SchrijfAflopendeAbonnementen
           PERFORM SchrijfAflopendeStrippenkaarten
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "Sterke daling            : " AantalDaling
           DISPLAY "Geen bezoek              : " AantalInactief
           DISPLAY "Abonnement loopt af      : " AantalAbonnementAfloop
           DISPLAY "Strippenkaart loopt af   : " AantalKaartAfloop
           DISPLAY "Rapport geschreven naar KlantVerloop.txt."
           DISPLAY SPACE
           STOP RUN.

       BepaalPeriodes.
           COMPUTE PeilInteger = FUNCTION INTEGER-OF-DATE (Peildatum)
           COMPUTE RecentBegin = FUNCTION DATE-OF-INTEGER (PeilInteger - 55)
           COMPUTE VorigBegin = FUNCTION DATE-OF-INTEGER (PeilInteger - 55 - 168)
           COMPUTE InactiefGrens = FUNCTION DATE-OF-INTEGER (PeilInteger - (WekenZonderBezoek * 7))
           COMPUTE AfloopGrens = FUNCTION DATE-OF-INTEGER (PeilInteger + AfloopTermijn)
           COMPUTE VerlopenGrens = FUNCTION DATE-OF-INTEGER (PeilInteger - AfloopTermijn)
           MOVE Peildatum(1:4) TO PeilJaar
           .

       VerwerkBoekingen.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BoekingenBestand
           IF NOT (IO-OK)
               DISPLAY "Boekingen.dat kon niet worden gelezen. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ BoekingenBestand NEXT RECORD
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               *> Een no-show is geen bezoek
               IF (BB-Klantnummer > ZERO AND NOT BB-NoShow)
                   MOVE BB-Klantnummer TO BezoekKlantnummer
                   MOVE BB-Datum TO BezoekDatum
                   IF (BB-DagdeelHeleDag)
                       MOVE 1 TO BezoekDagen
                   ELSE
                       MOVE 0.5 TO BezoekDagen
                   END-IF
                   PERFORM RegistreerBezoek
               END-IF
               READ BoekingenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BoekingenBestand
           .

       VerwerkArchieven.
           *> Gearchiveerde jaren die in de periodes vallen
           MOVE VorigBegin(1:4) TO ArchiefJaar
           PERFORM UNTIL ArchiefJaar > PeilJaar
               PERFORM VerwerkArchiefJaar
               ADD 1 TO ArchiefJaar
           END-PERFORM
           .

       VerwerkArchiefJaar.
           MOVE SPACES TO ArchiefPad
           STRING OMG-FlexDir "BoekingenArchief" ArchiefJaar ".dat" DELIMITED BY SIZE INTO ArchiefPad
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT ArchiefBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ ArchiefBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AR-Klantnummer > ZERO AND NOT AR-NoShow)
                   MOVE AR-Klantnummer TO BezoekKlantnummer
                   MOVE AR-Datum TO BezoekDatum
                   IF (AR-DagdeelHeleDag)
                       MOVE 1 TO BezoekDagen
                   ELSE
                       MOVE 0.5 TO BezoekDagen
                   END-IF
                   PERFORM RegistreerBezoek
               END-IF
               READ ArchiefBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ArchiefBestand
           .

       VerwerkAbonnementGebruik.
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT AbonnementGebruikBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ AbonnementGebruikBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (AG-Klantnummer > ZERO)
                   MOVE AG-Klantnummer TO BezoekKlantnummer
                   MOVE AG-Datum TO BezoekDatum
                   MOVE 1 TO BezoekDagen
                   PERFORM RegistreerBezoek
               END-IF
               READ AbonnementGebruikBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbonnementGebruikBestand
           .

       RegistreerBezoek.
           *> Bezoeken na de peildatum tellen niet mee
           IF (BezoekDatum > Peildatum)
               EXIT PARAGRAPH
           END-IF
           PERFORM ZoekOfVoegKlantToe
           IF (KlantIndex EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           IF (BezoekDatum > KV-LaatsteBezoek(KlantIndex))
               MOVE BezoekDatum TO KV-LaatsteBezoek(KlantIndex)
           END-IF
           EVALUATE TRUE
               WHEN BezoekDatum >= RecentBegin
                   ADD BezoekDagen TO KV-RecentDagen(KlantIndex)
               WHEN BezoekDatum >= VorigBegin
                   ADD BezoekDagen TO KV-VorigDagen(KlantIndex)
           END-EVALUATE
           .

       ZoekOfVoegKlantToe.
           PERFORM VARYING KlantIndex FROM 1 BY 1 UNTIL KlantIndex > AantalKlanten
               IF (KV-Klantnummer(KlantIndex) EQUALS BezoekKlantnummer)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF (AantalKlanten >= 500)
               MOVE ZERO TO KlantIndex
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalKlanten
           MOVE AantalKlanten TO KlantIndex
           MOVE BezoekKlantnummer TO KV-Klantnummer(KlantIndex)
           MOVE ZERO TO KV-RecentDagen(KlantIndex)
           MOVE ZERO TO KV-VorigDagen(KlantIndex)
           MOVE ZERO TO KV-LaatsteBezoek(KlantIndex)
           MOVE "N" TO KV-AbonnementVlag(KlantIndex)
           .

       LaadAbonnementen.
           *> Een lopend abonnement zonder bezoek is ook een signaal: de
           *> klant komt daarom altijd in de klanttabel
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
               IF (AantalAbonnementen < 300)
                   ADD 1 TO AantalAbonnementen
                   MOVE AB-Klantnummer TO AT-Klantnummer(AantalAbonnementen)
                   MOVE AB-Type TO AT-Type(AantalAbonnementen)
                   MOVE AB-GeldigVan TO AT-GeldigVan(AantalAbonnementen)
                   MOVE AB-GeldigTot TO AT-GeldigTot(AantalAbonnementen)
                   MOVE AB-Vestiging TO AT-Vestiging(AantalAbonnementen)
               END-IF
               IF (AB-GeldigVan <= Peildatum AND AB-GeldigTot >= Peildatum)
                   MOVE AB-Klantnummer TO BezoekKlantnummer
                   PERFORM ZoekOfVoegKlantToe
                   IF (KlantIndex > ZERO)
                       SET KV-AbonnementLoopt(KlantIndex) TO TRUE
                   END-IF
               END-IF
               READ AbonnementenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE AbonnementenBestand
           .

       LaadStrippenkaarten.
           MOVE ZERO TO AantalKaarten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StrippenkaartenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ StrippenkaartenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               PERFORM VARYING KaartIndex FROM 1 BY 1 UNTIL KaartIndex > AantalKaarten
                   IF (KK-Klantnummer(KaartIndex) EQUALS SK-Klantnummer)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF (KaartIndex > AantalKaarten AND AantalKaarten < 300)
                   ADD 1 TO AantalKaarten
                   MOVE AantalKaarten TO KaartIndex
                   MOVE ZERO TO KK-KoopDatum(KaartIndex)
               END-IF
               IF (KaartIndex <= AantalKaarten)
                 AND (SK-KoopDatum >= KK-KoopDatum(KaartIndex))
                   MOVE SK-Klantnummer TO KK-Klantnummer(KaartIndex)
                   MOVE SK-KoopDatum TO KK-KoopDatum(KaartIndex)
                   MOVE SK-AantalGekocht TO KK-AantalGekocht(KaartIndex)
                   MOVE SK-AantalGebruikt TO KK-AantalGebruikt(KaartIndex)
                   MOVE SK-GeldigTot TO KK-GeldigTot(KaartIndex)
               END-IF
               READ StrippenkaartenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StrippenkaartenBestand
           .

       LaadBedrijven.
           MOVE ZERO TO AantalBedrijven
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
               IF (AantalBedrijven < 200)
                   ADD 1 TO AantalBedrijven
                   MOVE BD-Bedrijfsnummer TO BT-Bedrijfsnummer(AantalBedrijven)
                   MOVE BD-Naam TO BT-Naam(AantalBedrijven)
               END-IF
               READ BedrijvenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BedrijvenBestand
           .

       SchrijfKop.
           MOVE SPACES TO RegelBuffer
           STRING "KLANTVERLOOP EN INACTIVITEIT - PEILDATUM " Peildatum DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "=================================================" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "Laatste 8 weken: " RecentBegin " t/m " Peildatum "; eigen gemiddelde over de 24 weken vanaf " VorigBegin DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           .

       SchrijfSterkeDaling.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "1. STERKE DALING (werkdagen laatste 8 weken minstens " DalingPercentage "% onder het eigen gemiddelde per 8 weken)" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           PERFORM VARYING KlantIndex FROM 1 BY 1 UNTIL KlantIndex > AantalKlanten
               COMPUTE VorigGemiddelde ROUNDED = KV-VorigDagen(KlantIndex) / 3
               COMPUTE DalingGrens = VorigGemiddelde * (100 - DalingPercentage) / 100
               IF (VorigGemiddelde >= MinimumVorigGemiddelde)
                 AND (KV-RecentDagen(KlantIndex) <= DalingGrens)
                   ADD 1 TO AantalDaling
                   COMPUTE DagenTienden = KV-RecentDagen(KlantIndex) * 10
                   MOVE DagenTienden TO ToonDagen
                   COMPUTE DagenTienden ROUNDED = VorigGemiddelde * 10
                   MOVE DagenTienden TO ToonDagen2
                   MOVE SPACES TO DetailTekst
                   STRING "laatste 8 weken " ToonDagen " dagen, gemiddeld " ToonDagen2 ", laatste bezoek " KV-LaatsteBezoek(KlantIndex) DELIMITED BY SIZE INTO DetailTekst
                   MOVE KV-Klantnummer(KlantIndex) TO ContactKlantnummer
                   PERFORM SchrijfKlantRegel
               END-IF
           END-PERFORM
           IF (AantalDaling EQUALS ZERO)
               MOVE "   Geen klanten met een sterke daling." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-IF
           .

       SchrijfGeenBezoek.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "2. GEEN BEZOEK IN " WekenZonderBezoek " WEKEN (laatste bezoek op of voor " InactiefGrens ")" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           PERFORM VARYING KlantIndex FROM 1 BY 1 UNTIL KlantIndex > AantalKlanten
               IF (KV-LaatsteBezoek(KlantIndex) <= InactiefGrens)
                 AND (KV-LaatsteBezoek(KlantIndex) > ZERO OR KV-AbonnementLoopt(KlantIndex))
                   ADD 1 TO AantalInactief
                   MOVE SPACES TO DetailTekst
                   IF (KV-LaatsteBezoek(KlantIndex) EQUALS ZERO)
                       MOVE "nog nooit geweest" TO DetailTekst
                   ELSE
                       STRING "laatste bezoek " KV-LaatsteBezoek(KlantIndex) DELIMITED BY SIZE INTO DetailTekst
                   END-IF
                   IF (KV-AbonnementLoopt(KlantIndex))
                       STRING FUNCTION TRIM (DetailTekst) ", abonnement loopt" DELIMITED BY SIZE INTO DetailTekst
                   END-IF
                   MOVE KV-Klantnummer(KlantIndex) TO ContactKlantnummer
                   PERFORM SchrijfKlantRegel
               END-IF
           END-PERFORM
           IF (AantalInactief EQUALS ZERO)
               MOVE "   Geen klanten zonder recent bezoek." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-IF
           .

       SchrijfAflopendeAbonnementen.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "3. ABONNEMENT LOOPT AF TUSSEN " Peildatum " EN " AfloopGrens " ZONDER VERLENGING" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           PERFORM VARYING AbonnementIndex FROM 1 BY 1 UNTIL AbonnementIndex > AantalAbonnementen
               IF (AT-GeldigTot(AbonnementIndex) >= Peildatum)
                 AND (AT-GeldigTot(AbonnementIndex) <= AfloopGrens)
                   PERFORM CheckAbonnementVerlengd
                   IF (NietVerlengd)
                       ADD 1 TO AantalAbonnementAfloop
                       MOVE SPACES TO DetailTekst
                       STRING "abonnement " AT-Type(AbonnementIndex) " vestiging " AT-Vestiging(AbonnementIndex) " geldig t/m " AT-GeldigTot(AbonnementIndex) DELIMITED BY SIZE INTO DetailTekst
                       MOVE AT-Klantnummer(AbonnementIndex) TO ContactKlantnummer
                       PERFORM SchrijfKlantRegel
                   END-IF
               END-IF
           END-PERFORM
           IF (AantalAbonnementAfloop EQUALS ZERO)
               MOVE "   Geen aflopende abonnementen." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-IF
           .

       CheckAbonnementVerlengd.
           *> Verlengd als dezelfde klant een abonnement heeft dat later
           *> eindigt
           SET NietVerlengd TO TRUE
           PERFORM VARYING AndereIndex FROM 1 BY 1 UNTIL AndereIndex > AantalAbonnementen
               IF (AT-Klantnummer(AndereIndex) EQUALS AT-Klantnummer(AbonnementIndex))
                 AND (AT-GeldigTot(AndereIndex) > AT-GeldigTot(AbonnementIndex))
                   SET Verlengd TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       SchrijfAflopendeStrippenkaarten.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "4. STRIPPENKAART (BIJNA) OP OF VERLOOPT VOOR " AfloopGrens ", GEEN NIEUWE KAART GEKOCHT" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           PERFORM VARYING KaartIndex FROM 1 BY 1 UNTIL KaartIndex > AantalKaarten
               COMPUTE StrippenOver = KK-AantalGekocht(KaartIndex) - KK-AantalGebruikt(KaartIndex)
               IF (StrippenOver < ZERO)
                   MOVE ZERO TO StrippenOver
               END-IF
               IF (KK-GeldigTot(KaartIndex) >= VerlopenGrens)
                 AND (StrippenOver <= StrippenDrempel OR KK-GeldigTot(KaartIndex) <= AfloopGrens)
                   ADD 1 TO AantalKaartAfloop
                   MOVE SPACES TO DetailTekst
                   STRING "strippenkaart van " KK-KoopDatum(KaartIndex) ": nog " StrippenOver " van " KK-AantalGekocht(KaartIndex) " strippen, geldig t/m " KK-GeldigTot(KaartIndex) DELIMITED BY SIZE INTO DetailTekst
                   MOVE KK-Klantnummer(KaartIndex) TO ContactKlantnummer
                   PERFORM SchrijfKlantRegel
               END-IF
           END-PERFORM
           IF (AantalKaartAfloop EQUALS ZERO)
               MOVE "   Geen aflopende strippenkaarten." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-IF
           .

       SchrijfKlantRegel.
           *> Contactgegevens en bedrijf, zodat accountbeheer kan bellen
           MOVE "(onbekende klant)" TO ContactNaam
           MOVE SPACES TO ContactTelefoon
           MOVE SPACES TO ContactEmail
           MOVE "particulier" TO ContactBedrijf
           OPEN INPUT FlexKlantenBestand
           IF (IO-OK)
               MOVE ContactKlantnummer TO FK-Klantnummer
               READ FlexKlantenBestand KEY IS FK-Klantnummer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FK-Naam TO ContactNaam
                       MOVE FK-Telefoonnummer TO ContactTelefoon
                       MOVE FK-Emailadres TO ContactEmail
                       PERFORM BepaalContactBedrijf
               END-READ
               CLOSE FlexKlantenBestand
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "   " ContactKlantnummer " | " FUNCTION TRIM (ContactNaam) " | tel " FUNCTION TRIM (ContactTelefoon) " | " FUNCTION TRIM (ContactEmail)
             " | " FUNCTION TRIM (ContactBedrijf) " | " FUNCTION TRIM (DetailTekst)
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           .

       BepaalContactBedrijf.
           IF (FK-Bedrijfsnummer IS NOT NUMERIC)
               EXIT PARAGRAPH
           END-IF
           IF (FK-Bedrijfsnummer EQUALS ZERO)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ContactBedrijf
           STRING "bedrijf " FK-Bedrijfsnummer DELIMITED BY SIZE INTO ContactBedrijf
           PERFORM VARYING BedrijfIndex FROM 1 BY 1 UNTIL BedrijfIndex > AantalBedrijven
               IF (BT-Bedrijfsnummer(BedrijfIndex) EQUALS FK-Bedrijfsnummer)
                   MOVE SPACES TO ContactBedrijf
                   STRING FK-Bedrijfsnummer " " BT-Naam(BedrijfIndex) DELIMITED BY SIZE INTO ContactBedrijf
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       SchrijfEnToonRegel.
           WRITE RapportRegel FROM RegelBuffer
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Boekingen
             PadDir-AbonnementGebruik
             PadDir-Abonnementen
             PadDir-Strippenkaarten
             PadDir-FlexKlanten
             PadDir-Bedrijven
             PadDir-VerloopRapport
           .
