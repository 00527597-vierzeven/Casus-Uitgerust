       IDENTIFICATION DIVISION.
       PROGRAM-ID. 46--StoringBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Storingsregister voor werkplekken en vergaderruimten
       SELECT StoringenBestand ASSIGN TO Pad-Storingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT StoringenWerk ASSIGN TO Pad-StoringenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Geblokkeerde werkplekken (ook onderhouden door 17--BlokkadeBeheer):
       *> een urgente storing aan een werkplek blokkeert die werkplek
       SELECT BlokkadesBestand ASSIGN TO Pad-Blokkades
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BlokkadesWerk ASSIGN TO Pad-BlokkadesWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Vergaderruimteregister (onderhouden door 30--VergaderruimteBeheer)
       SELECT VergaderruimtenBestand ASSIGN TO Pad-Vergaderruimten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Vestigingenstambestand (onderhouden door 43--VestigingBeheer)
       SELECT VestigingenBestand ASSIGN TO Pad-Vestigingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Getroffen reserveringen en boekingen
       SELECT ReserveringenBestand ASSIGN TO Pad-Reserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BoekingenBestand ASSIGN TO Pad-Boekingen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BB-Boekingssleutel
           ALTERNATE RECORD KEY IS BB-Naam WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT VergaderBoekingenBestand ASSIGN TO Pad-VergaderBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Maandrapport hersteltijden en herhaalde storingen
       SELECT RapportBestand ASSIGN TO Pad-StoringRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StoringenBestand.
       COPY Storing REPLACING ==(pf)== BY ==ST==.
       FD StoringenWerk.
       COPY Storing REPLACING ==(pf)== BY ==STW==.
       FD BlokkadesBestand.
       COPY Blokkade REPLACING ==(pf)== BY ==BL==.
       FD BlokkadesWerk.
       COPY Blokkade REPLACING ==(pf)== BY ==BLW==.
       FD WoningenBestand.
       COPY Woning REPLACING ==(pf)== BY ==WOF==.
       FD VergaderruimtenBestand.
       COPY Vergaderruimte REPLACING ==(pf)== BY ==VR==.
       FD VestigingenBestand.
       COPY Vestiging REPLACING ==(pf)== BY ==VS==.
       FD ReserveringenBestand.
       COPY FlexReservering REPLACING ==(pf)== BY ==RB==.
       FD BoekingenBestand.
       COPY Boeking REPLACING ==(pf)== BY ==BB==.
       FD VergaderBoekingenBestand.
       COPY VergaderBoeking REPLACING ==(pf)== BY ==VB==.
       FD RapportBestand.
       01 RapportRegel PIC X(160).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Storingen.
         02 PadDir-Storingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Storingen.dat".
       01 Pad-StoringenWerk.
         02 PadDir-StoringenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "StoringenWerk.dat".
       01 Pad-Blokkades.
         02 PadDir-Blokkades PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Blokkades.dat".
       01 Pad-BlokkadesWerk.
         02 PadDir-BlokkadesWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BlokkadesGefilterd.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Woningen.dat".
       01 Pad-Vergaderruimten.
         02 PadDir-Vergaderruimten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Vergaderruimten.dat".
       01 Pad-Vestigingen.
         02 PadDir-Vestigingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Vestigingen.dat".
       01 Pad-Reserveringen.
         02 PadDir-Reserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Reserveringen.dat".
       01 Pad-Boekingen.
         02 PadDir-Boekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-VergaderBoekingen.
         02 PadDir-VergaderBoekingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
       01 Pad-StoringRapport.
         02 PadDir-StoringRapport PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "StoringRapport.txt".
       *> IO STATUS VLAG
       01 IOStatus PIC XX.
         88 IO-OK VALUE ZEROES.
       *> END OF DATA VLAG
       01 EndOfDataFlag PIC 9 VALUE ZERO.
         88 EndOfData VALUE 1.
         88 NotEndOfData VALUE 0.
       *> MENU VLAG
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 InvoerKeuze PIC X VALUE SPACE.
       *> MELDING
       01 GekozenVestiging PIC XX VALUE "01".
       01 VestigingGevondenVlag PIC 9 VALUE ZERO.
         88 VestigingGevonden VALUE 1.
         88 VestigingNietGevonden VALUE 0.
       01 ObjectGevondenVlag PIC 9 VALUE ZERO.
         88 ObjectGevonden VALUE 1.
         88 ObjectNietGevonden VALUE 0.
       01 GezochtStoringnummer PIC 9(6) VALUE ZERO.
       01 HoogsteStoringnummer PIC 9(6) VALUE ZERO.
       01 StoringGevondenVlag PIC 9 VALUE ZERO.
         88 StoringGevonden VALUE 1.
         88 StoringNietGevonden VALUE 0.
       01 InvoerNaam PIC X(24) VALUE SPACES.
       01 InvoerOplossing PIC X(30) VALUE SPACES.
       01 CategorieTekst PIC X(14) VALUE SPACES.
       01 StatusTekst PIC X(10) VALUE SPACES.
       01 ObjectTekst PIC X(16) VALUE SPACES.
       01 AantalGetoond PIC 9(4) VALUE ZERO.
       *> De nieuwe of gevonden storing
       COPY Storing REPLACING ==(pf)== BY ==GST==.
       *> BLOKKADE BIJ EEN URGENTE STORING: loopt tot de storing is
       *> opgelost; de reden begint met het storingsnummer zodat alleen
       *> deze blokkade wordt opgeheven
       01 BlokkadeReden PIC X(30) VALUE SPACES.
       01 BlokkadeSleutel PIC X(15) VALUE SPACES.
       01 AantalOpgeheven PIC 99 VALUE ZERO.
       *> GETROFFEN RESERVERINGEN
       01 AantalDagenVooruit PIC 99 VALUE ZERO.
       01 DagInteger PIC 9(8) VALUE ZERO.
       01 LaatsteDag PIC 9(8) VALUE ZERO.
       01 DagDatum PIC 9(8) VALUE ZERO.
       01 DagTeller PIC 99 VALUE ZERO.
       01 AantalGetroffen PIC 9(4) VALUE ZERO.
       01 AantalWerkplekken PIC 999 VALUE ZERO.
       01 AantalGeblokkeerd PIC 999 VALUE ZERO.
       01 CapaciteitDagdelen PIC 9(4) VALUE ZERO.
       01 GereserveerdeDagdelen PIC 9(4) VALUE ZERO.
       01 TeVerplaatsenDagdelen PIC 9(4) VALUE ZERO.
       01 RecordPlaatsen PIC 99 VALUE ZERO.
       01 BlokkadeTabel.
         02 BlokkadeRegel OCCURS 50 TIMES.
           03 BT-VanDatum PIC 9(8).
           03 BT-TotDatum PIC 9(8).
       01 AantalBlokkades PIC 99 VALUE ZERO.
       01 BlokkadeIndex PIC 99 VALUE ZERO.
       *> MAANDRAPPORT
       01 RapportJaar PIC 9(4) VALUE ZERO.
       01 RapportMaand PIC 99 VALUE ZERO.
       01 MaandBegin PIC 9(8) VALUE ZERO.
       01 MaandEinde PIC 9(8) VALUE ZERO.
       01 PeriodeBegin PIC 9(8) VALUE ZERO.
       01 PeriodeJaar PIC 9(4) VALUE ZERO.
       01 PeriodeMaand PIC 99 VALUE ZERO.
       01 OplosDatumNum PIC 9(8) VALUE ZERO.
       01 HersteldDagen PIC 9(5) VALUE ZERO.
       01 GemiddeldTienden PIC 9(5) VALUE ZERO.
       01 ToonGemiddeld PIC ZZZ9,9.
       01 HersteltijdTabel.
         02 HersteltijdRegel OCCURS 60 TIMES.
           03 HT-Vestiging PIC XX.
           03 HT-Categorie PIC X.
           03 HT-AantalOpgelost PIC 9(4).
           03 HT-TotaalDagen PIC 9(6).
           03 HT-LangsteDagen PIC 9(5).
           03 HT-NogOpen PIC 9(4).
       01 AantalHersteltijdRegels PIC 99 VALUE ZERO.
       01 HersteltijdIndex PIC 99 VALUE ZERO.
       01 ObjectTabel.
         02 ObjectRegel OCCURS 200 TIMES.
           03 OT-Vestiging PIC XX.
           03 OT-SoortObject PIC X.
           03 OT-Werkpleknummer PIC X(3).
           03 OT-Ruimtenummer PIC 99.
           03 OT-Aantal PIC 999.
       01 AantalObjecten PIC 999 VALUE ZERO.
       01 ObjectIndex PIC 999 VALUE ZERO.
       01 AantalHerhaald PIC 999 VALUE ZERO.
       01 RegelBuffer PIC X(160) VALUE SPACES.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "STORINGEN WERKPLEKKEN EN VERGADERRUIMTEN"
               DISPLAY "========================================"
               DISPLAY "1. Lopende storingen tonen"
               DISPLAY "2. Storing melden"
               DISPLAY "3. Storing toewijzen"
               DISPLAY "4. Storing oplossen"
               DISPLAY "5. Getroffen reserveringen tonen"
               DISPLAY "6. Maandrapport storingen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonStoringen
                   WHEN 2
                       PERFORM MeldStoring
                   WHEN 3
                       PERFORM WijsStoringToe
                   WHEN 4
                       PERFORM LosStoringOp
                   WHEN 5
                       PERFORM ToonGetroffenVoorStoring
                   WHEN 6
                       PERFORM MaakMaandRapport
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       ToonStoringen.
           DISPLAY SPACE
           DISPLAY "Vestiging (leeg = alle vestigingen): " WITH NO ADVANCING
           ACCEPT GekozenVestiging
           DISPLAY SPACE
           DISPLAY "LOPENDE STORINGEN"
           DISPLAY "================="
           MOVE ZERO TO AantalGetoond
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen storingen gemeld. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ StoringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF NOT (ST-StatusOpgelost)
                 AND (GekozenVestiging EQUALS SPACES OR ST-Vestiging EQUALS GekozenVestiging)
                   MOVE ST-Storing TO GST-Storing
                   PERFORM BepaalTeksten
                   ADD 1 TO AantalGetoond
                   DISPLAY GST-Storingnummer " | vest " GST-Vestiging " | " ObjectTekst " | " CategorieTekst " | " StatusTekst " | gemeld " GST-MeldDatum " door " FUNCTION TRIM (GST-Melder) WITH NO ADVANCING
                   IF (GST-Urgent)
                       DISPLAY " | URGENT" WITH NO ADVANCING
                   END-IF
                   IF (GST-StatusToegewezen)
                       DISPLAY " | bij " FUNCTION TRIM (GST-ToegewezenAan) WITH NO ADVANCING
                   END-IF
                   DISPLAY " | " FUNCTION TRIM (GST-Omschrijving)
               END-IF
               READ StoringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoringenBestand
           DISPLAY "Aantal lopende storingen: " AantalGetoond
           .

       MeldStoring.
           DISPLAY SPACE
           DISPLAY "Vestiging (leeg = 01): " WITH NO ADVANCING
           ACCEPT GekozenVestiging
           IF (GekozenVestiging EQUALS SPACES)
               MOVE "01" TO GekozenVestiging
           END-IF
           PERFORM ZoekVestiging
           IF (VestigingNietGevonden)
               DISPLAY "Vestiging " GekozenVestiging " is niet bekend; de storing is niet vastgelegd."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GST-Storing
           MOVE GekozenVestiging TO GST-Vestiging
           MOVE ZERO TO GST-Huisnummer
           MOVE ZERO TO GST-Kamernummer
           MOVE ZERO TO GST-Ruimtenummer
           DISPLAY "Werkplek of vergaderruimte (W/V): " WITH NO ADVANCING
           ACCEPT InvoerKeuze
           EVALUATE TRUE
               WHEN InvoerKeuze EQUALS "W" OR "w"
                   SET GST-ObjectWerkplek TO TRUE
                   DISPLAY "Huisnummer: " WITH NO ADVANCING
                   ACCEPT GST-Huisnummer
                   DISPLAY "Kamernummer: " WITH NO ADVANCING
                   ACCEPT GST-Kamernummer
                   PERFORM ControleerWerkplek
                   IF (ObjectNietGevonden)
                       DISPLAY "Werkplek " GST-Huisnummer "/" GST-Kamernummer " bestaat niet op vestiging " GekozenVestiging "."
                       EXIT PARAGRAPH
                   END-IF
               WHEN InvoerKeuze EQUALS "V" OR "v"
                   SET GST-ObjectVergaderruimte TO TRUE
                   DISPLAY "Ruimtenummer: " WITH NO ADVANCING
                   ACCEPT GST-Ruimtenummer
                   PERFORM ControleerRuimte
                   IF (ObjectNietGevonden)
                       DISPLAY "Ruimte " GST-Ruimtenummer " bestaat niet op vestiging " GekozenVestiging "."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Onbekende keuze; de storing is niet vastgelegd."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Categorie (M = meubilair, B = beeldscherm, A = audiovisueel, N = netwerk, O = overig): " WITH NO ADVANCING
           ACCEPT InvoerKeuze
           EVALUATE TRUE
               WHEN InvoerKeuze EQUALS "M" OR "m"
                   SET GST-CategorieMeubilair TO TRUE
               WHEN InvoerKeuze EQUALS "B" OR "b"
                   SET GST-CategorieBeeldscherm TO TRUE
               WHEN InvoerKeuze EQUALS "A" OR "a"
                   SET GST-CategorieAudiovisueel TO TRUE
               WHEN InvoerKeuze EQUALS "N" OR "n"
                   SET GST-CategorieNetwerk TO TRUE
               WHEN InvoerKeuze EQUALS "O" OR "o"
                   SET GST-CategorieOverig TO TRUE
               WHEN OTHER
                   DISPLAY "Onbekende categorie; de storing is niet vastgelegd."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Urgent, direct buiten gebruik (J/N): " WITH NO ADVANCING
           ACCEPT InvoerKeuze
           IF (InvoerKeuze EQUALS "J" OR "j")
               SET GST-Urgent TO TRUE
           ELSE
               SET GST-NietUrgent TO TRUE
           END-IF
           DISPLAY "Gemeld door (naam): " WITH NO ADVANCING
           ACCEPT InvoerNaam
           IF (InvoerNaam EQUALS SPACES)
               DISPLAY "Zonder melder wordt de storing niet vastgelegd."
               EXIT PARAGRAPH
           END-IF
           MOVE InvoerNaam TO GST-Melder
           DISPLAY "Omschrijving: " WITH NO ADVANCING
           ACCEPT GST-Omschrijving
           PERFORM BepaalHoogsteStoringnummer
           COMPUTE GST-Storingnummer = HoogsteStoringnummer + 1
           MOVE DatumVandaag TO GST-MeldDatum
           SET GST-StatusOpen TO TRUE
           MOVE SPACES TO GST-ToegewezenAan
           MOVE SPACES TO GST-ToewijsDatum
           MOVE SPACES TO GST-OplosDatum
           MOVE SPACES TO GST-Oplossing
           MOVE "N" TO GST-BlokkadeVlag
           *> Een urgente storing aan een werkplek blokkeert de werkplek
           *> tot de storing is opgelost; een vergaderruimte met een
           *> urgente storing wordt door 31--VergaderBoeking geweigerd
           IF (GST-Urgent AND GST-ObjectWerkplek)
               PERFORM MaakBlokkadeAan
           END-IF
           OPEN EXTEND StoringenBestand
           IF (IOStatus EQUALS "35")
               CLOSE StoringenBestand
               OPEN OUTPUT StoringenBestand
           END-IF
           IF NOT (IOStatus EQUALS 00 OR 05)
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           WRITE ST-Storing FROM GST-Storing
           CLOSE StoringenBestand
           MOVE "46--StoringBeheer" TO LOG-Programma
           MOVE "STORING-GEMELD" TO LOG-Actie
           MOVE SPACES TO LOG-BeeldVoor
           MOVE GST-Storing TO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Storing " GST-Storingnummer " vastgelegd."
           IF (GST-Urgent)
               IF (GST-MetBlokkade)
                   DISPLAY "Werkplek " GST-Huisnummer "/" GST-Kamernummer " is geblokkeerd tot de storing is opgelost."
               ELSE
                   IF (GST-ObjectVergaderruimte)
                       DISPLAY "Ruimte " GST-Ruimtenummer " kan niet worden geboekt tot de storing is opgelost."
                   END-IF
               END-IF
               MOVE 7 TO AantalDagenVooruit
               PERFORM ToonGetroffenReserveringen
           END-IF
           .

       MaakBlokkadeAan.
           MOVE SPACES TO BlokkadeReden
           STRING "Storing " GST-Storingnummer ": " GST-Omschrijving DELIMITED BY SIZE INTO BlokkadeReden
           OPEN EXTEND BlokkadesBestand
           IF (IOStatus EQUALS "35")
               CLOSE BlokkadesBestand
               OPEN OUTPUT BlokkadesBestand
           END-IF
           IF NOT (IOStatus EQUALS 00 OR 05)
               DISPLAY "LET OP: blokkade niet aangemaakt, blokkeer de werkplek via Blokkadebeheer. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE GST-Huisnummer TO BL-Huisnummer
           MOVE GST-Kamernummer TO BL-Kamernummer
           MOVE DatumVandaag TO BL-VanDatum
           MOVE 99999999 TO BL-TotDatum
           MOVE BlokkadeReden TO BL-Reden
           MOVE GST-Vestiging TO BL-Vestiging
           WRITE BL-Blokkade
           CLOSE BlokkadesBestand
           SET GST-MetBlokkade TO TRUE
           .

       WijsStoringToe.
           DISPLAY SPACE
           DISPLAY "Storingnummer: " WITH NO ADVANCING
           ACCEPT GezochtStoringnummer
           DISPLAY "Toewijzen aan (monteur of leverancier): " WITH NO ADVANCING
           ACCEPT InvoerNaam
           IF (InvoerNaam EQUALS SPACES)
               DISPLAY "Zonder naam wordt de storing niet toegewezen."
               EXIT PARAGRAPH
           END-IF
           SET StoringNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen storingen gemeld. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StoringenWerk
           READ StoringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (ST-Storingnummer EQUALS GezochtStoringnummer)
                 AND NOT (ST-StatusOpgelost)
                   SET StoringGevonden TO TRUE
                   MOVE ST-Storing TO LOG-BeeldVoor
                   SET ST-StatusToegewezen TO TRUE
                   MOVE InvoerNaam TO ST-ToegewezenAan
                   MOVE DatumVandaag TO ST-ToewijsDatum
                   MOVE ST-Storing TO LOG-BeeldNa
               END-IF
               WRITE STW-Storing FROM ST-Storing
               READ StoringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoringenBestand, StoringenWerk
           IF (StoringNietGevonden)
               DISPLAY "Geen lopende storing gevonden met nummer " GezochtStoringnummer "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfStoringenTerug
           MOVE "46--StoringBeheer" TO LOG-Programma
           MOVE "STORING-TOEGEWEZEN" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Storing " GezochtStoringnummer " toegewezen aan " FUNCTION TRIM (InvoerNaam) "."
           .

       LosStoringOp.
           DISPLAY SPACE
           DISPLAY "Storingnummer: " WITH NO ADVANCING
           ACCEPT GezochtStoringnummer
           DISPLAY "Oplossing: " WITH NO ADVANCING
           ACCEPT InvoerOplossing
           SET StoringNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen storingen gemeld. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StoringenWerk
           READ StoringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (ST-Storingnummer EQUALS GezochtStoringnummer)
                 AND NOT (ST-StatusOpgelost)
                   SET StoringGevonden TO TRUE
                   MOVE ST-Storing TO LOG-BeeldVoor
                   SET ST-StatusOpgelost TO TRUE
                   MOVE DatumVandaag TO ST-OplosDatum
                   MOVE InvoerOplossing TO ST-Oplossing
                   MOVE ST-Storing TO LOG-BeeldNa
                   MOVE ST-Storing TO GST-Storing
               END-IF
               WRITE STW-Storing FROM ST-Storing
               READ StoringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoringenBestand, StoringenWerk
           IF (StoringNietGevonden)
               DISPLAY "Geen lopende storing gevonden met nummer " GezochtStoringnummer "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfStoringenTerug
           MOVE "46--StoringBeheer" TO LOG-Programma
           MOVE "STORING-OPGELOST" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           COMPUTE HersteldDagen = FUNCTION INTEGER-OF-DATE (DatumVandaag) - FUNCTION INTEGER-OF-DATE (GST-MeldDatum)
           DISPLAY "Storing " GezochtStoringnummer " opgelost na " HersteldDagen " dag(en)."
           IF (GST-MetBlokkade)
               PERFORM HefBlokkadeOp
           END-IF
           .

       HefBlokkadeOp.
           *> Alleen de blokkade die bij deze storing is aangemaakt; een
           *> blokkade die via Blokkadebeheer is vastgelegd blijft staan
           MOVE SPACES TO BlokkadeSleutel
           STRING "Storing " GST-Storingnummer ":" DELIMITED BY SIZE INTO BlokkadeSleutel
           MOVE ZERO TO AantalOpgeheven
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BlokkadesBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BlokkadesWerk
           READ BlokkadesBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BL-Reden(1:15) EQUALS BlokkadeSleutel)
                 AND (BL-Werkpleknummer EQUALS GST-Werkpleknummer)
                 AND (BL-Vestiging EQUALS GST-Vestiging)
                   ADD 1 TO AantalOpgeheven
               ELSE
                   WRITE BLW-Blokkade FROM BL-Blokkade
               END-IF
               READ BlokkadesBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BlokkadesBestand, BlokkadesWerk
           IF (AantalOpgeheven EQUALS ZERO)
               DISPLAY "De blokkade voor werkplek " GST-Huisnummer "/" GST-Kamernummer " was al opgeheven."
               EXIT PARAGRAPH
           END-IF
           *> Het werkbestand wordt het nieuwe blokkadebestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BlokkadesWerk
           OPEN OUTPUT BlokkadesBestand
           READ BlokkadesWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE BL-Blokkade FROM BLW-Blokkade
               READ BlokkadesWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BlokkadesWerk, BlokkadesBestand
           DISPLAY "Blokkade voor werkplek " GST-Huisnummer "/" GST-Kamernummer " opgeheven; de werkplek is weer te reserveren."
           .

       ToonGetroffenVoorStoring.
           DISPLAY SPACE
           DISPLAY "Storingnummer: " WITH NO ADVANCING
           ACCEPT GezochtStoringnummer
           PERFORM ZoekStoring
           IF (StoringNietGevonden)
               DISPLAY "Geen storing gevonden met nummer " GezochtStoringnummer "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Aantal dagen vooruit (leeg = 7): " WITH NO ADVANCING
           ACCEPT AantalDagenVooruit
           IF (AantalDagenVooruit IS NOT NUMERIC OR AantalDagenVooruit EQUALS ZERO)
               MOVE 7 TO AantalDagenVooruit
           END-IF
           PERFORM ToonGetroffenReserveringen
           .

       ToonGetroffenReserveringen.
           *> Reserveringen en boekingen vanaf vandaag die door de storing
           *> moeten worden verplaatst
           PERFORM BepaalTeksten
           COMPUTE DagInteger = FUNCTION INTEGER-OF-DATE (DatumVandaag) + AantalDagenVooruit - 1
           COMPUTE LaatsteDag = FUNCTION DATE-OF-INTEGER (DagInteger)
           DISPLAY SPACE
           DISPLAY "GETROFFEN RESERVERINGEN " ObjectTekst " vest " GST-Vestiging " van " DatumVandaag " t/m " LaatsteDag
           MOVE ZERO TO AantalGetroffen
           IF (GST-ObjectWerkplek)
               PERFORM ToonGetroffenBoekingen
               PERFORM ToonOverboekteDagen
           ELSE
               PERFORM ToonGetroffenVergaderingen
           END-IF
           IF (AantalGetroffen EQUALS ZERO)
               DISPLAY "Geen getroffen reserveringen in deze periode."
           ELSE
               DISPLAY "Aantal te verplaatsen: " AantalGetroffen
           END-IF
           .

       ToonGetroffenBoekingen.
           *> Boekingen die al op deze werkplek zijn ingedeeld
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
               IF (BB-Vestiging EQUALS SPACES)
                   MOVE "01" TO BB-Vestiging
               END-IF
               IF (BB-Werkpleknummer EQUALS GST-Werkpleknummer)
                 AND (BB-Vestiging EQUALS GST-Vestiging)
                 AND (BB-Datum >= DatumVandaag AND BB-Datum <= LaatsteDag)
                   ADD 1 TO AantalGetroffen
                   DISPLAY "Boeking " BB-Datum " dagdeel " BB-Dagdeel " | " BB-Naam " | " BB-Telefoonnummer " | " FUNCTION TRIM (BB-Emailadres)
               END-IF
               READ BoekingenBestand NEXT RECORD
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BoekingenBestand
           .

       ToonOverboekteDagen.
           *> Reserveringen worden pas op de dag zelf aan een werkplek
           *> toegewezen; getroffen zijn de dagen waarop de vestiging
           *> zonder de geblokkeerde werkplekken te vol is
           PERFORM TelWerkplekken
           PERFORM LaadBlokkades
           PERFORM VARYING DagTeller FROM 0 BY 1 UNTIL DagTeller >= AantalDagenVooruit
               COMPUTE DagInteger = FUNCTION INTEGER-OF-DATE (DatumVandaag) + DagTeller
               COMPUTE DagDatum = FUNCTION DATE-OF-INTEGER (DagInteger)
               MOVE ZERO TO AantalGeblokkeerd
               PERFORM VARYING BlokkadeIndex FROM 1 BY 1 UNTIL BlokkadeIndex > AantalBlokkades
                   IF (BT-VanDatum(BlokkadeIndex) <= DagDatum)
                     AND (BT-TotDatum(BlokkadeIndex) >= DagDatum)
                       ADD 1 TO AantalGeblokkeerd
                   END-IF
               END-PERFORM
               IF (AantalGeblokkeerd > AantalWerkplekken)
                   MOVE AantalWerkplekken TO AantalGeblokkeerd
               END-IF
               COMPUTE CapaciteitDagdelen = (AantalWerkplekken - AantalGeblokkeerd) * 2
               PERFORM TelGereserveerdeDagdelen
               IF (GereserveerdeDagdelen > CapaciteitDagdelen)
                   COMPUTE TeVerplaatsenDagdelen = GereserveerdeDagdelen - CapaciteitDagdelen
                   DISPLAY "Op " DagDatum ": " GereserveerdeDagdelen " dagdelen gereserveerd, capaciteit " CapaciteitDagdelen "; verplaats " TeVerplaatsenDagdelen " dagdeel/dagdelen uit:"
                   ADD TeVerplaatsenDagdelen TO AantalGetroffen
                   PERFORM ToonReserveringenOpDag
               END-IF
           END-PERFORM
           .

       TelGereserveerdeDagdelen.
           MOVE ZERO TO GereserveerdeDagdelen
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
               IF (RB-Vestiging EQUALS SPACES)
                   MOVE "01" TO RB-Vestiging
               END-IF
               IF (RB-Datum EQUALS DagDatum AND RB-Vestiging EQUALS GST-Vestiging)
                   IF (RB-AantalPlaatsen IS NUMERIC AND RB-AantalPlaatsen > 1)
                       MOVE RB-AantalPlaatsen TO RecordPlaatsen
                   ELSE
                       MOVE 1 TO RecordPlaatsen
                   END-IF
                   IF (RB-DagdeelOchtend OR RB-DagdeelMiddag)
                       ADD RecordPlaatsen TO GereserveerdeDagdelen
                   ELSE
                       COMPUTE GereserveerdeDagdelen = GereserveerdeDagdelen + (2 * RecordPlaatsen)
                   END-IF
               END-IF
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       ToonReserveringenOpDag.
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
               IF (RB-Vestiging EQUALS SPACES)
                   MOVE "01" TO RB-Vestiging
               END-IF
               IF (RB-Datum EQUALS DagDatum AND RB-Vestiging EQUALS GST-Vestiging)
                   DISPLAY "  Reservering " RB-Datum " dagdeel " RB-Dagdeel " | " RB-Naam " | " RB-Telefoonnummer " | " FUNCTION TRIM (RB-Emailadres)
               END-IF
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           .

       ToonGetroffenVergaderingen.
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
               IF (VB-Vestiging EQUALS GST-Vestiging)
                 AND (VB-Ruimtenummer EQUALS GST-Ruimtenummer)
                 AND (VB-Datum >= DatumVandaag AND VB-Datum <= LaatsteDag)
                 AND NOT (VB-Geannuleerd)
                   ADD 1 TO AantalGetroffen
                   DISPLAY "Vergadering " VB-Datum " van " VB-VanUur " tot " VB-TotUur " uur | klant " VB-Klantnummer " | " VB-Naam
               END-IF
               READ VergaderBoekingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE VergaderBoekingenBestand
           .

       TelWerkplekken.
           *> Zelfde telling als bij het reserveren: een standaardwoning
           *> heeft 3 werkplekken, een luxe woning 5
           MOVE ZERO TO AantalWerkplekken
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
               IF (WOF-Vestiging EQUALS SPACES)
                   MOVE "01" TO WOF-Vestiging
               END-IF
               IF (WOF-Vestiging EQUALS GST-Vestiging)
                   IF (WOF-Luxe)
                       ADD 5 TO AantalWerkplekken
                   ELSE
                       ADD 3 TO AantalWerkplekken
                   END-IF
               END-IF
               READ WoningenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       LaadBlokkades.
           MOVE ZERO TO AantalBlokkades
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BlokkadesBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ BlokkadesBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BL-Vestiging EQUALS SPACES)
                   MOVE "01" TO BL-Vestiging
               END-IF
               IF (BL-Vestiging EQUALS GST-Vestiging AND AantalBlokkades < 50)
                   ADD 1 TO AantalBlokkades
                   MOVE BL-VanDatum TO BT-VanDatum(AantalBlokkades)
                   MOVE BL-TotDatum TO BT-TotDatum(AantalBlokkades)
               END-IF
               READ BlokkadesBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BlokkadesBestand
           .

       MaakMaandRapport.
           *> Hersteltijden per vestiging en categorie van de storingen
           *> die in de maand zijn opgelost, en werkplekken en ruimten
           *> met twee of meer storingen in de laatste drie maanden
           DISPLAY SPACE
           DISPLAY "Jaar (yyyy): " WITH NO ADVANCING
           ACCEPT RapportJaar
           DISPLAY "Maand (mm): " WITH NO ADVANCING
           ACCEPT RapportMaand
           IF (RapportMaand < 1 OR RapportMaand > 12)
               DISPLAY "Ongeldige maand."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vestiging (leeg = alle vestigingen): " WITH NO ADVANCING
           ACCEPT GekozenVestiging
           COMPUTE MaandBegin = RapportJaar * 10000 + RapportMaand * 100 + 1
           COMPUTE MaandEinde = RapportJaar * 10000 + RapportMaand * 100 + 31
           IF (RapportMaand > 2)
               MOVE RapportJaar TO PeriodeJaar
               COMPUTE PeriodeMaand = RapportMaand - 2
           ELSE
               COMPUTE PeriodeJaar = RapportJaar - 1
               COMPUTE PeriodeMaand = RapportMaand + 10
           END-IF
           COMPUTE PeriodeBegin = PeriodeJaar * 10000 + PeriodeMaand * 100 + 1
           MOVE ZERO TO AantalHersteltijdRegels
           MOVE ZERO TO AantalObjecten
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen storingen gemeld. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ StoringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (GekozenVestiging EQUALS SPACES OR ST-Vestiging EQUALS GekozenVestiging)
                   PERFORM VerwerkStoringInRapport
               END-IF
               READ StoringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoringenBestand
           PERFORM SchrijfMaandRapport
           .

       VerwerkStoringInRapport.
           IF (ST-OplosDatum EQUALS SPACES)
               MOVE 99999999 TO OplosDatumNum
           ELSE
               MOVE ST-OplosDatum TO OplosDatumNum
           END-IF
           IF (ST-StatusOpgelost AND OplosDatumNum >= MaandBegin AND OplosDatumNum <= MaandEinde)
             OR (ST-MeldDatum <= MaandEinde AND OplosDatumNum > MaandEinde)
               PERFORM ZoekHersteltijdRegel
               IF (HersteltijdIndex > ZERO)
                   IF (OplosDatumNum > MaandEinde)
                       ADD 1 TO HT-NogOpen(HersteltijdIndex)
                   ELSE
                       COMPUTE HersteldDagen = FUNCTION INTEGER-OF-DATE (OplosDatumNum) - FUNCTION INTEGER-OF-DATE (ST-MeldDatum)
                       ADD 1 TO HT-AantalOpgelost(HersteltijdIndex)
                       ADD HersteldDagen TO HT-TotaalDagen(HersteltijdIndex)
                       IF (HersteldDagen > HT-LangsteDagen(HersteltijdIndex))
                           MOVE HersteldDagen TO HT-LangsteDagen(HersteltijdIndex)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF (ST-MeldDatum >= PeriodeBegin AND ST-MeldDatum <= MaandEinde)
               PERFORM TelObjectMee
           END-IF
           .

       ZoekHersteltijdRegel.
           PERFORM VARYING HersteltijdIndex FROM 1 BY 1 UNTIL HersteltijdIndex > AantalHersteltijdRegels
               IF (HT-Vestiging(HersteltijdIndex) EQUALS ST-Vestiging)
                 AND (HT-Categorie(HersteltijdIndex) EQUALS ST-Categorie)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF (AantalHersteltijdRegels >= 60)
               MOVE ZERO TO HersteltijdIndex
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AantalHersteltijdRegels
           MOVE AantalHersteltijdRegels TO HersteltijdIndex
           MOVE ST-Vestiging TO HT-Vestiging(HersteltijdIndex)
           MOVE ST-Categorie TO HT-Categorie(HersteltijdIndex)
           MOVE ZERO TO HT-AantalOpgelost(HersteltijdIndex)
           MOVE ZERO TO HT-TotaalDagen(HersteltijdIndex)
           MOVE ZERO TO HT-LangsteDagen(HersteltijdIndex)
           MOVE ZERO TO HT-NogOpen(HersteltijdIndex)
           .

       TelObjectMee.
           PERFORM VARYING ObjectIndex FROM 1 BY 1 UNTIL ObjectIndex > AantalObjecten
               IF (OT-Vestiging(ObjectIndex) EQUALS ST-Vestiging)
                 AND (OT-SoortObject(ObjectIndex) EQUALS ST-SoortObject)
                 AND (OT-Werkpleknummer(ObjectIndex) EQUALS ST-Werkpleknummer)
                 AND (OT-Ruimtenummer(ObjectIndex) EQUALS ST-Ruimtenummer)
                   ADD 1 TO OT-Aantal(ObjectIndex)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF (AantalObjecten < 200)
               ADD 1 TO AantalObjecten
               MOVE ST-Vestiging TO OT-Vestiging(AantalObjecten)
               MOVE ST-SoortObject TO OT-SoortObject(AantalObjecten)
               MOVE ST-Werkpleknummer TO OT-Werkpleknummer(AantalObjecten)
               MOVE ST-Ruimtenummer TO OT-Ruimtenummer(AantalObjecten)
               MOVE 1 TO OT-Aantal(AantalObjecten)
           END-IF
           .

       SchrijfMaandRapport.
           OPEN OUTPUT RapportBestand
           MOVE SPACES TO RegelBuffer
           STRING "STORINGEN MAANDRAPPORT " RapportJaar "-" RapportMaand DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "=================================" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE "Hersteltijden per vestiging en categorie (dagen van melding tot oplossing)" TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           IF (AantalHersteltijdRegels EQUALS ZERO)
               MOVE "  Geen storingen opgelost of open in deze maand." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-IF
           PERFORM VARYING HersteltijdIndex FROM 1 BY 1 UNTIL HersteltijdIndex > AantalHersteltijdRegels
               MOVE HT-Categorie(HersteltijdIndex) TO GST-Categorie
               PERFORM BepaalCategorieTekst
               IF (HT-AantalOpgelost(HersteltijdIndex) > ZERO)
                   COMPUTE GemiddeldTienden ROUNDED = HT-TotaalDagen(HersteltijdIndex) * 10 / HT-AantalOpgelost(HersteltijdIndex)
               ELSE
                   MOVE ZERO TO GemiddeldTienden
               END-IF
               MOVE GemiddeldTienden TO ToonGemiddeld
               MOVE SPACES TO RegelBuffer
               STRING "  Vestiging " HT-Vestiging(HersteltijdIndex) " | " CategorieTekst
                 " | opgelost " HT-AantalOpgelost(HersteltijdIndex)
                 " | gemiddeld " ToonGemiddeld
                 " | langste " HT-LangsteDagen(HersteltijdIndex)
                 " | eind van de maand nog open " HT-NogOpen(HersteltijdIndex)
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE SPACES TO RegelBuffer
           STRING "Herhaalde storingen (2 of meer gemeld van " PeriodeBegin " t/m einde maand)" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfEnToonRegel
           MOVE ZERO TO AantalHerhaald
           PERFORM VARYING ObjectIndex FROM 1 BY 1 UNTIL ObjectIndex > AantalObjecten
               IF (OT-Aantal(ObjectIndex) > 1)
                   ADD 1 TO AantalHerhaald
                   MOVE SPACES TO RegelBuffer
                   IF (OT-SoortObject(ObjectIndex) EQUALS "W")
                       STRING "  Vestiging " OT-Vestiging(ObjectIndex) " | werkplek " OT-Werkpleknummer(ObjectIndex)(1:2) "/" OT-Werkpleknummer(ObjectIndex)(3:1)
                         " | " OT-Aantal(ObjectIndex) " storingen" DELIMITED BY SIZE INTO RegelBuffer
                   ELSE
                       STRING "  Vestiging " OT-Vestiging(ObjectIndex) " | vergaderruimte " OT-Ruimtenummer(ObjectIndex)
                         " | " OT-Aantal(ObjectIndex) " storingen" DELIMITED BY SIZE INTO RegelBuffer
                   END-IF
                   PERFORM SchrijfEnToonRegel
               END-IF
           END-PERFORM
           IF (AantalHerhaald EQUALS ZERO)
               MOVE "  Geen werkplekken of ruimten met herhaalde storingen." TO RegelBuffer
               PERFORM SchrijfEnToonRegel
           END-IF
           CLOSE RapportBestand
           DISPLAY "Rapport geschreven naar StoringRapport.txt."
           .

       SchrijfEnToonRegel.
           WRITE RapportRegel FROM RegelBuffer
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           .

       BepaalTeksten.
           PERFORM BepaalCategorieTekst
           EVALUATE TRUE
               WHEN GST-StatusOpen
                   MOVE "open" TO StatusTekst
               WHEN GST-StatusToegewezen
                   MOVE "toegewezen" TO StatusTekst
               WHEN OTHER
                   MOVE "opgelost" TO StatusTekst
           END-EVALUATE
           MOVE SPACES TO ObjectTekst
           IF (GST-ObjectWerkplek)
               STRING "werkplek " GST-Huisnummer "/" GST-Kamernummer DELIMITED BY SIZE INTO ObjectTekst
           ELSE
               STRING "ruimte " GST-Ruimtenummer DELIMITED BY SIZE INTO ObjectTekst
           END-IF
           .

       BepaalCategorieTekst.
           EVALUATE TRUE
               WHEN GST-CategorieMeubilair
                   MOVE "meubilair" TO CategorieTekst
               WHEN GST-CategorieBeeldscherm
                   MOVE "beeldscherm" TO CategorieTekst
               WHEN GST-CategorieAudiovisueel
                   MOVE "audiovisueel" TO CategorieTekst
               WHEN GST-CategorieNetwerk
                   MOVE "netwerk" TO CategorieTekst
               WHEN OTHER
                   MOVE "overig" TO CategorieTekst
           END-EVALUATE
           .

       ZoekStoring.
           SET StoringNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ StoringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (ST-Storingnummer EQUALS GezochtStoringnummer)
                   SET StoringGevonden TO TRUE
                   MOVE ST-Storing TO GST-Storing
                   SET EndOfData TO TRUE
               ELSE
                   READ StoringenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE StoringenBestand
           .

       BepaalHoogsteStoringnummer.
           MOVE ZERO TO HoogsteStoringnummer
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ StoringenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (ST-Storingnummer > HoogsteStoringnummer)
                   MOVE ST-Storingnummer TO HoogsteStoringnummer
               END-IF
               READ StoringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoringenBestand
           .

       ControleerWerkplek.
           *> De werkplek moet bestaan: het huis op deze vestiging, met
           *> kamer 1 t/m 3 (standaard) of 1 t/m 5 (luxe)
           SET ObjectNietGevonden TO TRUE
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
               IF (WOF-Vestiging EQUALS SPACES)
                   MOVE "01" TO WOF-Vestiging
               END-IF
               IF (WOF-Vestiging EQUALS GekozenVestiging)
                 AND (WOF-Huisnummer EQUALS GST-Huisnummer)
                 AND (GST-Kamernummer >= 1)
                 AND ((WOF-Luxe AND GST-Kamernummer <= 5) OR (NOT WOF-Luxe AND GST-Kamernummer <= 3))
                   SET ObjectGevonden TO TRUE
                   SET EndOfData TO TRUE
               ELSE
                   READ WoningenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE WoningenBestand
           .

       ControleerRuimte.
           SET ObjectNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VergaderruimtenBestand
           IF NOT (IO-OK)
               EXIT PARAGRAPH
           END-IF
           READ VergaderruimtenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (VR-Vestiging EQUALS GekozenVestiging)
                 AND (VR-Ruimtenummer EQUALS GST-Ruimtenummer)
                   SET ObjectGevonden TO TRUE
                   SET EndOfData TO TRUE
               ELSE
                   READ VergaderruimtenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE VergaderruimtenBestand
           .

       ZoekVestiging.
           *> Zonder vestigingenstambestand wordt de vestiging niet
           *> gecontroleerd (zoals in ControleerOpenstelling)
           SET VestigingNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VestigingenBestand
           IF NOT (IO-OK)
               SET VestigingGevonden TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ VestigingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (VS-Vestigingcode EQUALS GekozenVestiging)
                   SET VestigingGevonden TO TRUE
                   SET EndOfData TO TRUE
               ELSE
                   READ VestigingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE VestigingenBestand
           .

       SchrijfStoringenTerug.
           *> Het werkbestand wordt het nieuwe storingsregister
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT StoringenWerk
           OPEN OUTPUT StoringenBestand
           READ StoringenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE ST-Storing FROM STW-Storing
               READ StoringenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE StoringenWerk, StoringenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Storingen
             PadDir-StoringenWerk
             PadDir-Blokkades
             PadDir-BlokkadesWerk
             PadDir-Woningen
             PadDir-Vergaderruimten
             PadDir-Vestigingen
             PadDir-Reserveringen
             PadDir-Boekingen
             PadDir-VergaderBoekingen
             PadDir-StoringRapport
           .
