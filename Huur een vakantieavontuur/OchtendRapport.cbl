       IDENTIFICATION DIVISION.
       PROGRAM-ID. OchtendRapport.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Ochtendrapport voor de dienstdoende manager over beide
       *> bedrijven, zonder invoer zodat het vroeg in de ochtend kan
       *> draaien. Per park: de aankomsten en vertrekken van vandaag met
       *> de schoonmaakstatus van de woning en het openstaande saldo van
       *> de aankomende gast, de open werkorders met hoge prioriteit die
       *> de verhuur blokkeren en de open klachten; daarna de keuringen
       *> die deze week vervallen. Per vestiging van de
       *> flexadministratie (CasusFlexenEnRelaxen): de reserveringen
       *> en boekingen van vandaag tegen de werkplekcapaciteit, de
       *> geblokkeerde werkplekken, de vergaderruimteboekingen en de
       *> uitstaande sleutels. Bovenaan staan de mislukte stappen van
       *> de laatste NachtVerwerking en 39--NachtVerwerkingFlex
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-R-Reserveringsnummer
           ALTERNATE KEY IS FS-R-Woningnummer
           WITH DUPLICATES
           ALTERNATE KEY IS FS-R-Klantnummer
           WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       SELECT BetalingenBestand ASSIGN TO Pad-Betalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT SchoonmaakStatusBestand ASSIGN TO Pad-SchoonmaakStatus
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersBestand ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KeuringenBestand ASSIGN TO Pad-Keuringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlachtenBestand ASSIGN TO Pad-Klachten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT HuurRunlogBestand ASSIGN TO Pad-HuurRunlog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT HuurRunStatusBestand ASSIGN TO Pad-HuurRunStatus
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Bestanden van de flexadministratie (alleen gelezen)
       SELECT FlexWoningenBestand ASSIGN TO Pad-FlexWoningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexReserveringenBestand ASSIGN TO Pad-FlexReserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexBoekingenBestand ASSIGN TO Pad-FlexBoekingen
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FB-Boekingssleutel
           ALTERNATE RECORD KEY IS FB-Naam WITH DUPLICATES
           FILE STATUS IS IOStatus.
       SELECT FlexBlokkadesBestand ASSIGN TO Pad-FlexBlokkades
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexVergaderBestand ASSIGN TO Pad-FlexVergaderBoekingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexSleutelBestand ASSIGN TO Pad-FlexSleutelregister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexRunlogBestand ASSIGN TO Pad-FlexRunlog
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FlexRunStatusBestand ASSIGN TO Pad-FlexRunStatus
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO Pad-OchtendRapport
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.
       FD BetalingenBestand.
       01 Betalingrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-B==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD SchoonmaakStatusBestand.
       01 SchoonmaakStatusrecord.
       COPY SchoonmaakStatus REPLACING ==(pf)== BY ==FS-S==.
       FD WerkordersBestand.
       01 Werkorderrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-W==.
       FD KeuringenBestand.
       01 Keuringrecord.
       COPY Keuring REPLACING ==(pf)== BY ==FS-KE==.
       FD KlachtenBestand.
       01 Klachtrecord.
       COPY Klacht REPLACING ==(pf)== BY ==FS-KL==.
       *> Indeling gelijk aan de runlog van NachtVerwerking
       FD HuurRunlogBestand.
       01 HuurRunlogRecord.
         02 HRL-Tijdstip PIC 9(14).
         02 HRL-Stap PIC 9.
         02 HRL-StapNaam PIC X(24).
         02 HRL-Status PIC X.
           88 HRL-Fout VALUE "F".
         02 HRL-AantalRecords PIC 9(6).
       FD HuurRunStatusBestand.
       01 HuurRunStatusRecord.
         02 HRS-LaatsteFouteStap PIC 9.
       *> Indeling gelijk aan Woning.cpy van de flexadministratie
       FD FlexWoningenBestand.
       01 FW-Woning.
         02 FW-Huisnummer PIC 99.
         02 FW-Type PIC X.
           88 FW-Luxe VALUE "L".
         02 FW-Vestiging PIC XX.
       *> Indeling gelijk aan FlexReservering.cpy
       FD FlexReserveringenBestand.
       01 FR-Reservering.
         02 FR-Naam PIC X(24).
         02 FR-Datum PIC 9(8).
         02 FR-GewensteType PIC X.
         02 FR-Telefoonnummer PIC X(14).
         02 FR-Emailadres PIC X(40).
         02 FR-Klantnummer PIC 9(6).
         02 FR-Dagdeel PIC X.
         02 FR-AantalPlaatsen PIC 99.
         02 FR-Vestiging PIC XX.
       *> Indeling gelijk aan Boeking.cpy van de flexadministratie
       FD FlexBoekingenBestand.
       01 FB-Boeking.
         02 FB-Naam PIC X(24).
         02 FB-Boekingssleutel.
           03 FB-Datum PIC 9(8).
           03 FB-Werkpleknummer.
             04 FB-Huisnummer PIC 99.
             04 FB-Kamernummer PIC 9.
           03 FB-Dagdeel PIC X.
             88 FB-DagdeelOchtend VALUE "O".
             88 FB-DagdeelMiddag VALUE "M".
             88 FB-DagdeelHeleDag VALUE "H".
           03 FB-Vestiging PIC XX.
         02 FB-SleutelUitgereiktVlag PIC 9.
         02 FB-Telefoonnummer PIC X(14).
         02 FB-Emailadres PIC X(40).
         02 FB-NoShowVlag PIC 9.
         02 FB-Klantnummer PIC 9(6).
       *> Indeling gelijk aan Blokkade.cpy
       FD FlexBlokkadesBestand.
       01 FBL-Blokkade.
         02 FBL-Werkpleknummer.
           03 FBL-Huisnummer PIC 99.
           03 FBL-Kamernummer PIC 9.
         02 FBL-VanDatum PIC 9(8).
         02 FBL-TotDatum PIC 9(8).
         02 FBL-Reden PIC X(30).
         02 FBL-Vestiging PIC XX.
       *> Indeling gelijk aan VergaderBoeking.cpy
       FD FlexVergaderBestand.
       01 FV-VergaderBoeking.
         02 FV-Vestiging PIC XX.
         02 FV-Ruimtenummer PIC 99.
         02 FV-Datum PIC 9(8).
         02 FV-VanUur PIC 99.
         02 FV-TotUur PIC 99.
         02 FV-Klantnummer PIC 9(6).
         02 FV-Naam PIC X(24).
         02 FV-UurTarief PIC 9(3)V99.
         02 FV-Bedrag PIC 9(5)V99.
         02 FV-AnnuleringsVlag PIC X.
           88 FV-Geannuleerd VALUE "A".
       *> Indeling gelijk aan Sleutelregister.cpy
       FD FlexSleutelBestand.
       01 FSR-Sleutelregister.
         02 FSR-Tijdstip PIC 9(14).
         02 FSR-Werkpleknummer.
           03 FSR-Huisnummer PIC 99.
           03 FSR-Kamernummer PIC 9.
         02 FSR-Vestiging PIC XX.
         02 FSR-Klantnummer PIC 9(6).
         02 FSR-Naam PIC X(24).
         02 FSR-Actie PIC X.
           88 FSR-ActieUitgifte VALUE "U".
           88 FSR-ActieInname VALUE "I".
           88 FSR-ActieVerloren VALUE "V".
         02 FSR-Borgbedrag PIC 9(3)V99.
         02 FSR-Kosten PIC 9(3)V99.
       *> Indeling gelijk aan de runlog van 39--NachtVerwerkingFlex
       FD FlexRunlogBestand.
       01 FlexRunlogRecord.
         02 FRL-Tijdstip PIC 9(14).
         02 FRL-Vestiging PIC XX.
         02 FRL-Stap PIC 9.
         02 FRL-StapNaam PIC X(24).
         02 FRL-Status PIC X.
           88 FRL-Fout VALUE "F".
         02 FRL-AantalRecords PIC 9(6).
       FD FlexRunStatusBestand.
       01 FlexRunStatusRecord.
         02 FRS-LaatsteFouteStap PIC 9.
       FD RapportBestand.
       01 Rapportregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-SchoonmaakStatus.
         02 PadDir-SchoonmaakStatus PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakStatus.dat".
       01 Pad-Werkorders.
         02 PadDir-Werkorders PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Werkorders.dat".
       01 Pad-Keuringen.
         02 PadDir-Keuringen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Keuringen.dat".
       01 Pad-Klachten.
         02 PadDir-Klachten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klachten.dat".
       01 Pad-HuurRunlog.
         02 PadDir-HuurRunlog PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Runlog.dat".
       01 Pad-HuurRunStatus.
         02 PadDir-HuurRunStatus PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "RunStatus.dat".
       01 Pad-OchtendRapport.
         02 PadDir-OchtendRapport PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OchtendRapport.txt".
       01 Pad-FlexWoningen.
         02 PadDir-FlexWoningen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Woningen.dat".
       01 Pad-FlexReserveringen.
         02 PadDir-FlexReserveringen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Reserveringen.dat".
       01 Pad-FlexBoekingen.
         02 PadDir-FlexBoekingen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Boekingen.dat".
       01 Pad-FlexBlokkades.
         02 PadDir-FlexBlokkades PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Blokkades.dat".
       01 Pad-FlexVergaderBoekingen.
         02 PadDir-FlexVergaderBoekingen PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VergaderBoekingen.dat".
       01 Pad-FlexSleutelregister.
         02 PadDir-FlexSleutelregister PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Sleutelregister.dat".
       01 Pad-FlexRunlog.
         02 PadDir-FlexRunlog PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexRunlog.dat".
       01 Pad-FlexRunStatus.
         02 PadDir-FlexRunStatus PIC X(35)
             VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexRunStatus.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 INT-Vandaag PIC 9(8) COMP VALUE ZERO.
       01 DatumGisteren PIC 9(8) VALUE ZERO.
       01 DatumEindeWeek PIC 9(8) VALUE ZERO.
       *> De nachtrun van vannacht: alles vanaf gisteren 12:00 uur
       01 NachtrunVanaf PIC 9(14) VALUE ZERO.
       *> Parken en vestigingen
       78 MaxParken VALUE 10.
       01 ParkTabel.
         02 ParkCodeT PIC XX OCCURS 10 TIMES.
       01 AantalParken PIC 99 VALUE ZERO.
       01 ParkIndex PIC 99 VALUE ZERO.
       01 HuidigPark PIC XX VALUE "01".
       01 RecordPark PIC XX VALUE "01".
       78 MaxVestigingen VALUE 10.
       01 VestigingTabel.
         02 VestigingRegel OCCURS 10 TIMES.
           03 VT-Vestiging PIC XX.
           03 VT-Werkplekken PIC 999.
       01 AantalVestigingen PIC 99 VALUE ZERO.
       01 VestigingIndex PIC 99 VALUE ZERO.
       01 HuidigeVestiging PIC XX VALUE "01".
       *> Schoonmaakstatus van vandaag per woningnummer
       01 StatusTabel.
         02 StatusVandaag PIC X OCCURS 99 TIMES.
       01 ToonSchoonmaak PIC X(12) VALUE SPACES.
       *> Aankomst en vertrek van een reservering
       01 INT-Aankomst PIC 9(8) COMP VALUE ZERO.
       01 INT-Vertrek PIC 9(8) COMP VALUE ZERO.
       01 KlantNaam PIC X(30) VALUE SPACES.
       01 HuidigReserveringsnummer PIC 9(8) VALUE ZERO.
       01 HuidigWoningnummer PIC 99 VALUE ZERO.
       01 HuidigKlantnummer PIC 9(8) VALUE ZERO.
       78 MaxAankomsten VALUE 100.
       01 AankomstTabel.
         02 AankomstRegel OCCURS 100 TIMES.
           03 AK-Reserveringsnummer PIC 9(8).
           03 AK-Woningnummer PIC 99.
           03 AK-Klantnummer PIC 9(8).
       01 AantalAankomstenPark PIC 999 VALUE ZERO.
       01 AankomstIndex PIC 999 VALUE ZERO.
       *> Saldo
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 BetaaldBedrag PIC S9(7)V99 VALUE ZERO.
       01 OpenSaldo PIC S9(7)V99 VALUE ZERO.
       *> Flexen per vestiging
       01 PlaatsenGereserveerd PIC 9(4) VALUE ZERO.
       01 BoekingenHeleDag PIC 9(4) VALUE ZERO.
       01 BoekingenOchtend PIC 9(4) VALUE ZERO.
       01 BoekingenMiddag PIC 9(4) VALUE ZERO.
       01 AantalGeblokkeerd PIC 9(4) VALUE ZERO.
       01 BeschikbareWerkplekken PIC S9(4) VALUE ZERO.
       01 BlokkadeVestiging PIC XX VALUE "01".
       *> Sleutelstand per werkplek: de laatste registeractie telt
       78 MaxSleutels VALUE 100.
       01 SleutelTabel.
         02 SleutelRegel OCCURS 100 TIMES.
           03 SL-Werkpleknummer PIC 999.
           03 SL-Vestiging PIC XX.
           03 SL-UitstaandVlag PIC 9.
             88 SL-Uitstaand VALUE 1.
           03 SL-Naam PIC X(24).
           03 SL-Tijdstip PIC 9(14).
       01 AantalSleutels PIC 999 VALUE ZERO.
       01 SleutelIndex PIC 999 VALUE ZERO.
       *> Tellers en signalen
       01 AantalRegelsSectie PIC 9(4) VALUE ZERO.
       01 AantalAankomsten PIC 9(4) VALUE ZERO.
       01 AantalVertrekken PIC 9(4) VALUE ZERO.
       01 AantalSignalen PIC 9(4) VALUE ZERO.
       01 NachtrunGevondenVlag PIC 9 VALUE ZERO.
         88 NachtrunGevonden VALUE 1.
       *> Weergave
       01 ToonDatum PIC X(10) VALUE SPACES.
       01 WeergaveDatum PIC 9(8) VALUE ZERO.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 ToonAantal PIC ZZZ9.
       01 ToonAantal2 PIC ZZZ9.
       01 ToonAantal3 PIC ZZZ9.
       01 ToonAantal4 PIC ZZZ9.
       01 ToonTijd PIC X(5) VALUE SPACES.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE FUNCTION INTEGER-OF-DATE (DatumVandaag) TO INT-Vandaag
           MOVE FUNCTION DATE-OF-INTEGER (INT-Vandaag - 1)
             TO DatumGisteren
           MOVE FUNCTION DATE-OF-INTEGER (INT-Vandaag + 6)
             TO DatumEindeWeek
           COMPUTE NachtrunVanaf = DatumGisteren * 1000000 + 120000
           OPEN OUTPUT RapportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van OchtendRapport.txt"
                 ": " IOStatus
               EXIT PROGRAM
           END-IF
           MOVE DatumVandaag TO WeergaveDatum
           PERFORM ZetToonDatum
           MOVE SPACES TO RegelBuffer
           STRING "OCHTENDRAPPORT " ToonDatum
             " - HUUR EEN VAKANTIEAVONTUUR EN FLEXEN EN RELAXEN"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "=" TO RegelBuffer
           MOVE SPACES TO RegelBuffer (79:)
           PERFORM SchrijfRegel
           PERFORM RapporteerNachtruns
           PERFORM LaadParken
           PERFORM LaadSchoonmaakStatus
           PERFORM VARYING ParkIndex FROM 1 BY 1
             UNTIL ParkIndex > AantalParken
               MOVE ParkCodeT(ParkIndex) TO HuidigPark
               PERFORM RapporteerPark
           END-PERFORM
           PERFORM RapporteerKeuringen
           PERFORM LaadVestigingen
           PERFORM LaadSleutelstand
           PERFORM VARYING VestigingIndex FROM 1 BY 1
             UNTIL VestigingIndex > AantalVestigingen
               MOVE VT-Vestiging(VestigingIndex) TO HuidigeVestiging
               PERFORM RapporteerVestiging
           END-PERFORM
           CLOSE RapportBestand
           DISPLAY SPACE
           DISPLAY "OCHTENDRAPPORT " ToonDatum
           DISPLAY "Aankomsten: " AantalAankomsten
             "  vertrekken: " AantalVertrekken
             "  signalen: " AantalSignalen
           DISPLAY "Rapport geschreven naar OchtendRapport.txt."
           EXIT PROGRAM.

      *----------------------------------------------------------------
      * Nachtverwerking van beide bedrijven
      *----------------------------------------------------------------
       RapporteerNachtruns.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "NACHTVERWERKING" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           MOVE ZERO TO NachtrunGevondenVlag
           MOVE ZERO TO EOFVlag
           OPEN INPUT HuurRunlogBestand
           IF IO-OK
               READ HuurRunlogBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF HRL-Tijdstip >= NachtrunVanaf
                       SET NachtrunGevonden TO TRUE
                       IF HRL-Fout
                           MOVE SPACES TO RegelBuffer
                           STRING "  ! Huur NachtVerwerking stap "
                             HRL-Stap " ("
                             FUNCTION TRIM (HRL-StapNaam)
                             ") MISLUKT om " HRL-Tijdstip(9:2) ":"
                             HRL-Tijdstip(11:2)
                             DELIMITED BY SIZE INTO RegelBuffer
                           PERFORM SchrijfSignaal
                       END-IF
                   END-IF
                   READ HuurRunlogBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HuurRunlogBestand
           END-IF
           IF NOT NachtrunGevonden
               MOVE "  ! Huur: geen NachtVerwerking gedraaid sinds "
                 TO RegelBuffer
               MOVE "gisteren 12:00 uur" TO RegelBuffer (48:)
               PERFORM SchrijfSignaal
           END-IF
           MOVE ZERO TO HRS-LaatsteFouteStap
           OPEN INPUT HuurRunStatusBestand
           IF IO-OK
               READ HuurRunStatusBestand
                   AT END
                       MOVE ZERO TO HRS-LaatsteFouteStap
               END-READ
               CLOSE HuurRunStatusBestand
               IF HRS-LaatsteFouteStap IS NUMERIC
                 AND HRS-LaatsteFouteStap > ZERO
                   MOVE SPACES TO RegelBuffer
                   STRING "  ! Huur: de keten staat stil op stap "
                     HRS-LaatsteFouteStap "; herstart NachtVerwerking"
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfSignaal
               END-IF
           END-IF
           MOVE ZERO TO NachtrunGevondenVlag
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexRunlogBestand
           IF IO-OK
               READ FlexRunlogBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FRL-Tijdstip >= NachtrunVanaf
                       SET NachtrunGevonden TO TRUE
                       IF FRL-Fout
                           MOVE SPACES TO RegelBuffer
                           STRING "  ! Flex vestiging " FRL-Vestiging
                             " stap " FRL-Stap " ("
                             FUNCTION TRIM (FRL-StapNaam)
                             ") MISLUKT om " FRL-Tijdstip(9:2) ":"
                             FRL-Tijdstip(11:2)
                             DELIMITED BY SIZE INTO RegelBuffer
                           PERFORM SchrijfSignaal
                       END-IF
                   END-IF
                   READ FlexRunlogBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FlexRunlogBestand
           END-IF
           IF NOT NachtrunGevonden
               MOVE "  ! Flex: geen 39--NachtVerwerkingFlex gedraaid "
                 TO RegelBuffer
               MOVE "sinds gisteren 12:00 uur" TO RegelBuffer (50:)
               PERFORM SchrijfSignaal
           END-IF
           MOVE ZERO TO FRS-LaatsteFouteStap
           OPEN INPUT FlexRunStatusBestand
           IF IO-OK
               READ FlexRunStatusBestand
                   AT END
                       MOVE ZERO TO FRS-LaatsteFouteStap
               END-READ
               CLOSE FlexRunStatusBestand
               IF FRS-LaatsteFouteStap IS NUMERIC
                 AND FRS-LaatsteFouteStap > ZERO
                   MOVE SPACES TO RegelBuffer
                   STRING "  ! Flex: de keten staat stil op stap "
                     FRS-LaatsteFouteStap
                     "; herstart 39--NachtVerwerkingFlex"
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfSignaal
               END-IF
           END-IF
           IF AantalRegelsSectie = ZERO
               MOVE "  Beide nachtruns zijn zonder fouten verlopen."
                 TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

      *----------------------------------------------------------------
      * Huur een vakantieavontuur, per park
      *----------------------------------------------------------------
       LaadParken.
           INITIALIZE ParkTabel
           MOVE ZERO TO AantalParken
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               MOVE 1 TO AantalParken
               MOVE "01" TO ParkCodeT(1)
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF WoningParkcode = SPACES
                   MOVE "01" TO RecordPark
               ELSE
                   MOVE WoningParkcode TO RecordPark
               END-IF
               PERFORM VARYING ParkIndex FROM 1 BY 1
                 UNTIL ParkIndex > AantalParken
                   OR ParkCodeT(ParkIndex) = RecordPark
                   CONTINUE
               END-PERFORM
               IF ParkIndex > AantalParken
                 AND AantalParken < MaxParken
                   PERFORM VoegParkToe
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       VoegParkToe.
           *> Op volgorde van parkcode invoegen
           ADD 1 TO AantalParken
           MOVE AantalParken TO ParkIndex
           PERFORM UNTIL ParkIndex = 1
             OR ParkCodeT(ParkIndex - 1) < RecordPark
               MOVE ParkCodeT(ParkIndex - 1) TO ParkCodeT(ParkIndex)
               SUBTRACT 1 FROM ParkIndex
           END-PERFORM
           MOVE RecordPark TO ParkCodeT(ParkIndex)
           .

       LaadSchoonmaakStatus.
           *> Status per woning van de wisseldag van vandaag; de laatste
           *> regel voor de woning geldt
           MOVE SPACES TO StatusTabel
           MOVE ZERO TO EOFVlag
           OPEN INPUT SchoonmaakStatusBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ SchoonmaakStatusBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-S-Wisseldatum = DatumVandaag
                 AND FS-S-Woningnummer > ZERO
                   MOVE FS-S-Status
                     TO StatusVandaag(FS-S-Woningnummer)
               END-IF
               READ SchoonmaakStatusBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE SchoonmaakStatusBestand
           .

       RapporteerPark.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "HUUR - PARK " HuidigPark
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "-" TO RegelBuffer (1:14)
           PERFORM SchrijfRegel
           PERFORM RapporteerAankomstVertrek
           PERFORM RapporteerWerkorders
           PERFORM RapporteerKlachten
           .

       RapporteerAankomstVertrek.
           *> Eerst de vertrekken en aankomsten verzamelen; saldo en
           *> klantnaam pas na het sluiten van de reserveringen, omdat
           *> BepaalFactuurTotaal dat bestand zelf leest
           MOVE ZERO TO AantalAankomstenPark
           MOVE "Vertrekken vandaag" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           OPEN INPUT ReserveringenBestand
           IF IO-OK
               PERFORM StartReserveringen
               PERFORM UNTIL EOFReserveringen
                   PERFORM BepaalVerblijf
                   IF INT-Vertrek = INT-Vandaag
                       MOVE FS-R-Reserveringsnummer
                         TO HuidigReserveringsnummer
                       MOVE FS-R-Woningnummer TO HuidigWoningnummer
                       MOVE FS-R-Klantnummer TO HuidigKlantnummer
                       PERFORM SchrijfVertrek
                   END-IF
                   IF INT-Aankomst = INT-Vandaag
                     AND AantalAankomstenPark < MaxAankomsten
                       ADD 1 TO AantalAankomstenPark
                       MOVE FS-R-Reserveringsnummer
                         TO AK-Reserveringsnummer(AantalAankomstenPark)
                       MOVE FS-R-Woningnummer
                         TO AK-Woningnummer(AantalAankomstenPark)
                       MOVE FS-R-Klantnummer
                         TO AK-Klantnummer(AantalAankomstenPark)
                   END-IF
                   PERFORM LeesVolgendeReservering
               END-PERFORM
               CLOSE ReserveringenBestand
           END-IF
           IF AantalRegelsSectie = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           MOVE "Aankomsten vandaag" TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING AankomstIndex FROM 1 BY 1
             UNTIL AankomstIndex > AantalAankomstenPark
               MOVE AK-Reserveringsnummer(AankomstIndex)
                 TO HuidigReserveringsnummer
               MOVE AK-Woningnummer(AankomstIndex)
                 TO HuidigWoningnummer
               MOVE AK-Klantnummer(AankomstIndex) TO HuidigKlantnummer
               PERFORM SchrijfAankomst
           END-PERFORM
           IF AantalAankomstenPark = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       StartReserveringen.
           MOVE ZERO TO EOFReserveringenVlag
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand
             KEY > FS-R-Reserveringsnummer
             INVALID KEY
                 SET EOFReserveringen TO TRUE
           END-START
           PERFORM LeesVolgendeReservering
           .

       LeesVolgendeReservering.
           *> Alleen lopende boekingen van het park
           PERFORM WITH TEST AFTER
             UNTIL EOFReserveringen
               OR (FS-R-TypeBoeking
               AND FS-R-DatumAnnulering = SPACES
               AND FS-R-DatumVerlopen = SPACES
               AND RecordPark = HuidigPark)
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
               IF FS-R-Parkcode = SPACES
                   MOVE "01" TO RecordPark
               ELSE
                   MOVE FS-R-Parkcode TO RecordPark
               END-IF
           END-PERFORM
           .

       BepaalVerblijf.
           *> Zelfde weekindeling als GenereerDatumWeek; een short-stay
           *> komt op zijn eigen aankomstdag
           COMPUTE INT-Aankomst =
             FUNCTION INTEGER-OF-DATE (FS-R-Jaar * 10000 + 0101)
             + (FS-R-Weeknummer - 1) * 7
           IF FS-R-AankomstDag IS NUMERIC
             AND FS-R-AankomstDag > ZERO
               COMPUTE INT-Aankomst = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AankomstDag) - 1
           END-IF
           IF FS-R-AantalNachten IS NUMERIC
             AND FS-R-AantalNachten > ZERO
               COMPUTE INT-Vertrek = INT-Aankomst
                 + FUNCTION NUMVAL (FS-R-AantalNachten)
           ELSE
               COMPUTE INT-Vertrek = INT-Aankomst
                 + FS-R-AantalWeken * 7
           END-IF
           .

       SchrijfAankomst.
           PERFORM ZoekKlantNaam
           PERFORM BepaalSchoonmaak
           PERFORM BepaalOpenSaldo
           MOVE SPACES TO RegelBuffer
           STRING "  " HuidigReserveringsnummer "  woning "
             HuidigWoningnummer "  " KlantNaam " " ToonSchoonmaak
             DELIMITED BY SIZE INTO RegelBuffer
           IF OpenSaldo > ZERO
               COMPUTE BedragCenten = OpenSaldo * 100
               MOVE BedragCenten TO ToonBedrag
               STRING RegelBuffer (1:75) " saldo " ToonBedrag
                 DELIMITED BY SIZE INTO RegelBuffer
               ADD 1 TO AantalSignalen
           END-IF
           IF ToonSchoonmaak (1:1) = "!"
               ADD 1 TO AantalSignalen
           END-IF
           PERFORM SchrijfRegel
           ADD 1 TO AantalAankomsten
           .

       SchrijfVertrek.
           PERFORM ZoekKlantNaam
           MOVE SPACES TO RegelBuffer
           STRING "  " HuidigReserveringsnummer "  woning "
             HuidigWoningnummer "  " KlantNaam
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           ADD 1 TO AantalRegelsSectie
           ADD 1 TO AantalVertrekken
           .

       ZoekKlantNaam.
           MOVE "(onbekende klant)" TO KlantNaam
           OPEN INPUT KlantenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE HuidigKlantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO KlantNaam
                   STRING FUNCTION TRIM (FS-K-Voornaam) " "
                     FUNCTION TRIM (FS-K-Naam)
                     DELIMITED BY SIZE INTO KlantNaam
           END-READ
           CLOSE KlantenBestand
           .

       BepaalSchoonmaak.
           IF HuidigWoningnummer = ZERO
               MOVE "! ONBEKEND" TO ToonSchoonmaak
               EXIT PARAGRAPH
           END-IF
           EVALUATE StatusVandaag(HuidigWoningnummer)
               WHEN "V"
                   MOVE "! VUIL" TO ToonSchoonmaak
               WHEN "B"
                   MOVE "! BEZIG" TO ToonSchoonmaak
               WHEN "S"
                   MOVE "schoon" TO ToonSchoonmaak
               WHEN "G"
                   MOVE "geinspect." TO ToonSchoonmaak
               WHEN OTHER
                   MOVE "! ONBEKEND" TO ToonSchoonmaak
           END-EVALUATE
           .

       BepaalOpenSaldo.
           *> Factuurtotaal volgens BepaalFactuurTotaal minus de
           *> huurbetalingen, als in AankomstBrieven
           MOVE HuidigReserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           MOVE ZERO TO BetaaldBedrag
           MOVE ZERO TO EOFVlag
           OPEN INPUT BetalingenBestand
           IF IO-OK
               READ BetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-B-Reserveringsnummer
                     = HuidigReserveringsnummer
                       EVALUATE TRUE
                           WHEN FS-B-SoortAanbetaling
                             OR FS-B-SoortRestant
                             OR FS-B-SoortCadeaubon
                             OR FS-B-SoortCompensatie
                               ADD FS-B-Bedrag TO BetaaldBedrag
                           WHEN FS-B-SoortTerugbetaling
                               SUBTRACT FS-B-Bedrag FROM BetaaldBedrag
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ BetalingenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BetalingenBestand
           END-IF
           IF FT-R-OK
               COMPUTE OpenSaldo = FT-R-FactuurTotaal - BetaaldBedrag
           ELSE
               MOVE ZERO TO OpenSaldo
           END-IF
           .

       RapporteerWerkorders.
           MOVE "Open werkorders hoge prioriteit die verhuur blokkeren"
             TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           IF IO-OK
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-W-Parkcode = SPACES
                       MOVE "01" TO RecordPark
                   ELSE
                       MOVE FS-W-Parkcode TO RecordPark
                   END-IF
                   IF RecordPark = HuidigPark
                     AND NOT FS-W-StatusGereed
                     AND FS-W-PrioriteitHoog
                     AND FS-W-BlokkeertVerhuur
                       MOVE SPACES TO RegelBuffer
                       STRING "  ! " FS-W-Werkordernummer "  woning "
                         FS-W-Woningnummer "  " FS-W-Omschrijving
                         "  " FS-W-ToegewezenAan
                         DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM SchrijfSignaal
                   END-IF
                   READ WerkordersBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WerkordersBestand
           END-IF
           IF AantalRegelsSectie = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       RapporteerKlachten.
           *> Het park van een klacht is dat van de reservering
           MOVE "Open klachten" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           MOVE ZERO TO EOFVlag
           OPEN INPUT KlachtenBestand
           IF NOT IO-OK
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReserveringenBestand
           READ KlachtenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-KL-StatusOpen OR FS-KL-StatusInBehandeling
                   MOVE "01" TO RecordPark
                   MOVE FS-KL-Reserveringsnummer
                     TO FS-R-Reserveringsnummer
                   READ ReserveringenBestand
                     KEY IS FS-R-Reserveringsnummer
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-R-Parkcode NOT = SPACES
                               MOVE FS-R-Parkcode TO RecordPark
                           END-IF
                   END-READ
                   IF RecordPark = HuidigPark
                       MOVE FS-KL-OntvangenDatum TO WeergaveDatum
                       PERFORM ZetToonDatum
                       MOVE SPACES TO RegelBuffer
                       STRING "  " FS-KL-Klachtnummer "  woning "
                         FS-KL-Woningnummer "  " FS-KL-Categorie "  "
                         FS-KL-Omschrijving "  sinds " ToonDatum
                         DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM SchrijfRegel
                       ADD 1 TO AantalRegelsSectie
                   END-IF
               END-IF
               READ KlachtenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           CLOSE KlachtenBestand
           IF AantalRegelsSectie = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       RapporteerKeuringen.
           *> Het keuringenregister kent geen park: een lijst voor alle
           *> parken, verlopen keuringen inbegrepen
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           MOVE DatumEindeWeek TO WeergaveDatum
           PERFORM ZetToonDatum
           STRING "HUUR - KEURINGEN DIE VERVALLEN T/M " ToonDatum
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           MOVE ZERO TO EOFVlag
           OPEN INPUT KeuringenBestand
           IF IO-OK
               READ KeuringenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-KE-VolgendeDatum <= DatumEindeWeek
                       MOVE FS-KE-VolgendeDatum TO WeergaveDatum
                       PERFORM ZetToonDatum
                       MOVE SPACES TO RegelBuffer
                       STRING "  woning " FS-KE-Woningnummer "  "
                         FS-KE-KeuringType "  " FS-KE-Omschrijving
                         "  " ToonDatum
                         DELIMITED BY SIZE INTO RegelBuffer
                       IF FS-KE-VolgendeDatum < DatumVandaag
                           MOVE "! VERLOPEN" TO RegelBuffer (50:)
                           ADD 1 TO AantalSignalen
                       END-IF
                       PERFORM SchrijfRegel
                       ADD 1 TO AantalRegelsSectie
                   END-IF
                   READ KeuringenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE KeuringenBestand
           END-IF
           IF AantalRegelsSectie = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

      *----------------------------------------------------------------
      * Flexen en Relaxen, per vestiging
      *----------------------------------------------------------------
       LaadVestigingen.
           *> Werkplekcapaciteit als in het planboard: een luxe woning
           *> heeft 5 kamers, een standaardwoning 3
           INITIALIZE VestigingTabel
           MOVE ZERO TO AantalVestigingen
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexWoningenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexWoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FW-Vestiging = SPACES
                   MOVE "01" TO FW-Vestiging
               END-IF
               PERFORM VARYING VestigingIndex FROM 1 BY 1
                 UNTIL VestigingIndex > AantalVestigingen
                   OR VT-Vestiging(VestigingIndex) = FW-Vestiging
                   CONTINUE
               END-PERFORM
               IF VestigingIndex > AantalVestigingen
                   IF AantalVestigingen < MaxVestigingen
                       ADD 1 TO AantalVestigingen
                       MOVE FW-Vestiging
                         TO VT-Vestiging(AantalVestigingen)
                   ELSE
                       MOVE ZERO TO VestigingIndex
                   END-IF
               END-IF
               IF VestigingIndex > ZERO
                   IF FW-Luxe
                       ADD 5 TO VT-Werkplekken(VestigingIndex)
                   ELSE
                       ADD 3 TO VT-Werkplekken(VestigingIndex)
                   END-IF
               END-IF
               READ FlexWoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexWoningenBestand
           .

       LaadSleutelstand.
           *> Zelfde stand als 11--SleutelRapport: een uitgifte zonder
           *> latere inname of verliesmelding staat nog uit
           INITIALIZE SleutelTabel
           MOVE ZERO TO AantalSleutels
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexSleutelBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexSleutelBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FSR-Vestiging = SPACES
                   MOVE "01" TO FSR-Vestiging
               END-IF
               PERFORM VARYING SleutelIndex FROM 1 BY 1
                 UNTIL SleutelIndex > AantalSleutels
                   OR (SL-Werkpleknummer(SleutelIndex)
                       = FSR-Werkpleknummer
                   AND SL-Vestiging(SleutelIndex) = FSR-Vestiging)
                   CONTINUE
               END-PERFORM
               IF SleutelIndex > AantalSleutels
                   IF AantalSleutels < MaxSleutels
                       ADD 1 TO AantalSleutels
                       MOVE FSR-Werkpleknummer
                         TO SL-Werkpleknummer(AantalSleutels)
                       MOVE FSR-Vestiging
                         TO SL-Vestiging(AantalSleutels)
                   ELSE
                       MOVE ZERO TO SleutelIndex
                   END-IF
               END-IF
               IF SleutelIndex > ZERO
                   IF FSR-ActieUitgifte
                       MOVE 1 TO SL-UitstaandVlag(SleutelIndex)
                       MOVE FSR-Naam TO SL-Naam(SleutelIndex)
                       MOVE FSR-Tijdstip TO SL-Tijdstip(SleutelIndex)
                   ELSE
                       MOVE ZERO TO SL-UitstaandVlag(SleutelIndex)
                   END-IF
               END-IF
               READ FlexSleutelBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexSleutelBestand
           .

       RapporteerVestiging.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "FLEX - VESTIGING " HuidigeVestiging
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ALL "-" TO RegelBuffer (1:19)
           PERFORM SchrijfRegel
           PERFORM TelFlexReserveringen
           PERFORM TelFlexBoekingen
           PERFORM RapporteerBlokkades
           COMPUTE BeschikbareWerkplekken =
             VT-Werkplekken(VestigingIndex) - AantalGeblokkeerd
           MOVE VT-Werkplekken(VestigingIndex) TO ToonAantal
           MOVE AantalGeblokkeerd TO ToonAantal2
           MOVE SPACES TO RegelBuffer
           STRING "Werkplekken " ToonAantal "  geblokkeerd "
             ToonAantal2 DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE PlaatsenGereserveerd TO ToonAantal
           MOVE SPACES TO RegelBuffer
           STRING "Reserveringen vandaag (plaatsen): " ToonAantal
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE BoekingenHeleDag TO ToonAantal
           MOVE BoekingenOchtend TO ToonAantal2
           MOVE BoekingenMiddag TO ToonAantal3
           MOVE SPACES TO RegelBuffer
           STRING "Boekingen vandaag: hele dag " ToonAantal
             "  ochtend " ToonAantal2 "  middag " ToonAantal3
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           *> Drukste dagdeel tegen de beschikbare werkplekken
           IF BoekingenOchtend > BoekingenMiddag
               COMPUTE ToonAantal4 = PlaatsenGereserveerd
                 + BoekingenHeleDag + BoekingenOchtend
           ELSE
               COMPUTE ToonAantal4 = PlaatsenGereserveerd
                 + BoekingenHeleDag + BoekingenMiddag
           END-IF
           IF PlaatsenGereserveerd + BoekingenHeleDag
             + BoekingenOchtend > BeschikbareWerkplekken
             OR PlaatsenGereserveerd + BoekingenHeleDag
             + BoekingenMiddag > BeschikbareWerkplekken
               MOVE SPACES TO RegelBuffer
               STRING "  ! Overboekt: " ToonAantal4
                 " plaatsen in het drukste dagdeel tegen "
                 "de beschikbare werkplekken"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfSignaal
           END-IF
           PERFORM RapporteerVergaderingen
           PERFORM RapporteerSleutels
           .

       TelFlexReserveringen.
           *> Reserveringen die nog niet tot boeking zijn verwerkt
           MOVE ZERO TO PlaatsenGereserveerd
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexReserveringenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FlexReserveringenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FR-Vestiging = SPACES
                   MOVE "01" TO FR-Vestiging
               END-IF
               IF FR-Datum = DatumVandaag
                 AND FR-Vestiging = HuidigeVestiging
                   IF FR-AantalPlaatsen IS NUMERIC
                     AND FR-AantalPlaatsen > ZERO
                       ADD FR-AantalPlaatsen TO PlaatsenGereserveerd
                   ELSE
                       ADD 1 TO PlaatsenGereserveerd
                   END-IF
               END-IF
               READ FlexReserveringenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexReserveringenBestand
           .

       TelFlexBoekingen.
           MOVE ZERO TO BoekingenHeleDag BoekingenOchtend
             BoekingenMiddag
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexBoekingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FB-Boekingssleutel
           MOVE DatumVandaag TO FB-Datum
           START FlexBoekingenBestand KEY >= FB-Boekingssleutel
               INVALID KEY
                   SET EOFBereikt TO TRUE
           END-START
           IF NOT EOFBereikt
               READ FlexBoekingenBestand NEXT RECORD
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EOFBereikt OR FB-Datum NOT = DatumVandaag
               IF FB-Vestiging = SPACES
                   MOVE "01" TO FB-Vestiging
               END-IF
               IF FB-Vestiging = HuidigeVestiging
                   EVALUATE TRUE
                       WHEN FB-DagdeelOchtend
                           ADD 1 TO BoekingenOchtend
                       WHEN FB-DagdeelMiddag
                           ADD 1 TO BoekingenMiddag
                       WHEN OTHER
                           ADD 1 TO BoekingenHeleDag
                   END-EVALUATE
               END-IF
               READ FlexBoekingenBestand NEXT RECORD
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE FlexBoekingenBestand
           .

       RapporteerBlokkades.
           MOVE "Geblokkeerde werkplekken" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalGeblokkeerd
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexBlokkadesBestand
           IF IO-OK
               READ FlexBlokkadesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FBL-Vestiging = SPACES
                       MOVE "01" TO BlokkadeVestiging
                   ELSE
                       MOVE FBL-Vestiging TO BlokkadeVestiging
                   END-IF
                   IF BlokkadeVestiging = HuidigeVestiging
                     AND FBL-VanDatum <= DatumVandaag
                     AND FBL-TotDatum >= DatumVandaag
                       MOVE FBL-TotDatum TO WeergaveDatum
                       PERFORM ZetToonDatum
                       MOVE SPACES TO RegelBuffer
                       STRING "  werkplek " FBL-Huisnummer "-"
                         FBL-Kamernummer "  " FBL-Reden
                         "  t/m " ToonDatum
                         DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM SchrijfRegel
                       ADD 1 TO AantalGeblokkeerd
                   END-IF
                   READ FlexBlokkadesBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FlexBlokkadesBestand
           END-IF
           IF AantalGeblokkeerd = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       RapporteerVergaderingen.
           MOVE "Vergaderruimteboekingen vandaag" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           MOVE ZERO TO EOFVlag
           OPEN INPUT FlexVergaderBestand
           IF IO-OK
               READ FlexVergaderBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FV-Vestiging = SPACES
                       MOVE "01" TO FV-Vestiging
                   END-IF
                   IF FV-Vestiging = HuidigeVestiging
                     AND FV-Datum = DatumVandaag
                     AND NOT FV-Geannuleerd
                       MOVE SPACES TO RegelBuffer
                       STRING "  ruimte " FV-Ruimtenummer "  "
                         FV-VanUur ":00-" FV-TotUur ":00  " FV-Naam
                         DELIMITED BY SIZE INTO RegelBuffer
                       PERFORM SchrijfRegel
                       ADD 1 TO AantalRegelsSectie
                   END-IF
                   READ FlexVergaderBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FlexVergaderBestand
           END-IF
           IF AantalRegelsSectie = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       RapporteerSleutels.
           *> Een sleutel van een eerdere dag had al terug moeten zijn
           MOVE "Uitstaande sleutels" TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO AantalRegelsSectie
           PERFORM VARYING SleutelIndex FROM 1 BY 1
             UNTIL SleutelIndex > AantalSleutels
               IF SL-Uitstaand(SleutelIndex)
                 AND SL-Vestiging(SleutelIndex) = HuidigeVestiging
                   MOVE SL-Tijdstip(SleutelIndex) (1:8)
                     TO WeergaveDatum
                   PERFORM ZetToonDatum
                   MOVE SPACES TO RegelBuffer
                   STRING "  werkplek "
                     SL-Werkpleknummer(SleutelIndex) (1:2) "-"
                     SL-Werkpleknummer(SleutelIndex) (3:1) "  "
                     SL-Naam(SleutelIndex) "  uitgegeven " ToonDatum
                     DELIMITED BY SIZE INTO RegelBuffer
                   IF SL-Tijdstip(SleutelIndex) (1:8) < DatumVandaag
                       MOVE "! niet ingeleverd" TO RegelBuffer (63:)
                       ADD 1 TO AantalSignalen
                   END-IF
                   PERFORM SchrijfRegel
                   ADD 1 TO AantalRegelsSectie
               END-IF
           END-PERFORM
           IF AantalRegelsSectie = ZERO
               MOVE "  geen" TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

      *----------------------------------------------------------------
      * Hulpparagrafen
      *----------------------------------------------------------------
       SchrijfSignaal.
           PERFORM SchrijfRegel
           ADD 1 TO AantalRegelsSectie
           ADD 1 TO AantalSignalen
           .

       SchrijfRegel.
           WRITE Rapportregel FROM RegelBuffer
           MOVE SPACES TO RegelBuffer
           .

       ZetToonDatum.
           MOVE SPACES TO ToonDatum
           STRING WeergaveDatum(7:2) "-" WeergaveDatum(5:2) "-"
             WeergaveDatum(1:4) DELIMITED BY SIZE INTO ToonDatum
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Klanten
             PadDir-Betalingen
             PadDir-Woningen
             PadDir-SchoonmaakStatus
             PadDir-Werkorders
             PadDir-Keuringen
             PadDir-Klachten
             PadDir-HuurRunlog
             PadDir-HuurRunStatus
             PadDir-OchtendRapport
           MOVE OMG-FlexDir TO PadDir-FlexWoningen
             PadDir-FlexReserveringen
             PadDir-FlexBoekingen
             PadDir-FlexBlokkades
             PadDir-FlexVergaderBoekingen
             PadDir-FlexSleutelregister
             PadDir-FlexRunlog
             PadDir-FlexRunStatus
           .
