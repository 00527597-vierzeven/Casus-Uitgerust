       IDENTIFICATION DIVISION.
       PROGRAM-ID. WoningResultaat.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Winst- en verliesrekening per woning per jaar: huuromzet uit
       *> het bezettingsaggregaat plus de extra's, min de uitbetaling
       *> aan de eigenaar (grondslag als EigenarenAfrekening), de
       *> werkorders (onderdelen en uren, behalve wat met de eigenaar
       *> is verrekend), de schoonmaak (tarieven en
       *> wissels als SchoonmaakAfrekening), het niet verhaalde
       *> energieverbruik (energievorderingen die niet zijn voldaan)
       *> en de inventaristekorten. Gerangschikt van beste naar
       *> slechtste netto marge, met de marge per bezette week; de
       *> export WoningResultaat<jaar>.csv is voor de accountant
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
       SELECT WoningenBestand
           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT EigenarenBestand
           ASSIGN TO Pad-Eigenaren
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AggregaatBestand ASSIGN TO Pad-Aggregaat
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ExtrasBestand ASSIGN TO Pad-ReserveringExtras
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersBestand ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParametersBestand
           ASSIGN TO Pad-WerkorderParameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT SchoonmaakTarievenBestand
           ASSIGN TO Pad-SchoonmaakTarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VorderingenBestand ASSIGN TO Pad-Vorderingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT TekortenBestand ASSIGN TO Pad-InventarisTekorten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT RapportBestand ASSIGN TO RapportPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ExportBestand ASSIGN TO ExportPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
       COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD EigenarenBestand.
       01 Eigenaarrecord.
       COPY Eigenaar REPLACING ==(pf)== BY ==FS-E==.
       FD AggregaatBestand.
       01 Aggregaatrecord.
       COPY BezettingAggregaat REPLACING ==(pf)== BY ==FS-AG==.
       FD ExtrasBestand.
       01 ReserveringExtrarecord.
       COPY ReserveringExtra REPLACING ==(pf)== BY ==FS-X==.
       FD WerkordersBestand.
       01 Werkorderrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-W==.
       FD ParametersBestand.
       01 Parameterrecord.
       COPY WerkorderParameters REPLACING ==(pf)== BY ==FS-P==.
       FD SchoonmaakTarievenBestand.
       01 SchoonmaakTariefrecord.
       COPY SchoonmaakTarief REPLACING ==(pf)== BY ==FS-ST==.
       FD VorderingenBestand.
       01 Vorderingrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-V==.
       FD TekortenBestand.
       01 Tekortrecord.
       COPY InventarisTekort REPLACING ==(pf)== BY ==FS-T==.
       FD RapportBestand.
       01 Rapportregel PIC X(132).
       FD ExportBestand.
       01 Exportregel PIC X(200).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ReserveringenMetAltKey.
         02 PadDir-ReserveringenMetAltKey PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringenMetAltKey.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-Eigenaren.
         02 PadDir-Eigenaren PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Eigenaren.dat".
       01 Pad-Aggregaat.
         02 PadDir-Aggregaat PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BezettingAggregaat.dat".
       01 Pad-ReserveringExtras.
         02 PadDir-ReserveringExtras PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ReserveringExtras.dat".
       01 Pad-Werkorders.
         02 PadDir-Werkorders PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Werkorders.dat".
       01 Pad-WerkorderParameters.
         02 PadDir-WerkorderParameters PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WerkorderParameters.dat".
       01 Pad-SchoonmaakTarieven.
         02 PadDir-SchoonmaakTarieven PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakTarieven.dat".
       01 Pad-Vorderingen.
         02 PadDir-Vorderingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Vorderingen.dat".
       01 Pad-InventarisTekorten.
         02 PadDir-InventarisTekorten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "InventarisTekorten.dat".
       01 RapportPad PIC X(100) VALUE SPACES.
       01 ExportPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
         88 EOFReserveringen VALUE 1.
         88 NotEOFReserveringen VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Selectie
       01 RapportJaar PIC 9(4) VALUE ZERO.
       *> Park ("00" = beide parken samen)
       01 GekozenPark PIC XX VALUE "00".
       01 UurtariefInvoer PIC 9(4)V99 VALUE ZERO.
       01 Uurtarief PIC 9(4)V99 VALUE ZERO.
       78 StandaardUurtarief VALUE 45.00.
       *> Resultaat per woning (woningnummers bestaan per park)
       78 MaxWoningen VALUE 200.
       01 ResultaatTabel.
         02 ResultaatRegel OCCURS 200 TIMES.
           03 WR-Parkcode PIC XX.
           03 WR-Woningnummer PIC 99.
           03 WR-Type PIC X.
           03 WR-Eigenaar PIC 9(4).
           03 WR-Huuromzet PIC S9(7)V99.
           03 WR-Extras PIC S9(7)V99.
           03 WR-Eigenaarsdeel PIC S9(7)V99.
           03 WR-Werkorders PIC S9(7)V99.
           03 WR-Schoonmaak PIC S9(7)V99.
           03 WR-Energie PIC S9(7)V99.
           03 WR-Inventaris PIC S9(7)V99.
           03 WR-Netto PIC S9(7)V99.
           03 WR-BezetteWeken PIC 99.
           03 WR-MargePerWeek PIC S9(7)V99.
       01 WisselRegel PIC X(92).
       01 AantalWoningen PIC 9(3) VALUE ZERO.
       01 WoningIndex PIC 9(3) VALUE ZERO.
       01 VergelijkIndex PIC 9(3) VALUE ZERO.
       01 GevondenIndex PIC 9(3) VALUE ZERO.
       01 ZoekPark PIC XX VALUE "01".
       01 ZoekWoning PIC 99 VALUE ZERO.
       *> Eigenaren met hun commissiepercentage
       01 EigenaarTabel.
         02 EigenaarRegel OCCURS 50 TIMES.
           03 ET-Eigenaarnummer PIC 9(4).
           03 ET-Commissie PIC 99.
       01 AantalEigenaren PIC 99 VALUE ZERO.
       01 EigenaarIndex PIC 99 VALUE ZERO.
       01 GevondenCommissie PIC 99 VALUE ZERO.
       *> Berekening
       01 WeekTeller PIC 99 VALUE ZERO.
       01 GeteldeWeken PIC 99 VALUE ZERO.
       01 EigenaarOmzet PIC 9(7)V99 VALUE ZERO.
       01 GezochtType PIC X VALUE "S".
       01 GezochtSoort PIC X VALUE "V".
       01 GevondenTarief PIC 9(4)V99 VALUE ZERO.
       01 OnverhaaldBedrag PIC S9(7)V99 VALUE ZERO.
       COPY ParametersBepaalWeekprijs REPLACING ==(pf)== BY ==WS-P==.
       *> Totalen
       01 TotaalHuuromzet PIC S9(9)V99 VALUE ZERO.
       01 TotaalExtras PIC S9(9)V99 VALUE ZERO.
       01 TotaalKosten PIC S9(9)V99 VALUE ZERO.
       01 TotaalNetto PIC S9(9)V99 VALUE ZERO.
       01 WoningKosten PIC S9(7)V99 VALUE ZERO.
       *> Rapport en export
       01 RegelBuffer PIC X(200) VALUE SPACES.
       01 Rangnummer PIC 9(3) VALUE ZERO.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonOmzet PIC -ZZZZZZ9,99.
       01 ToonExtras PIC -ZZZZZ9,99.
       01 ToonKosten PIC -ZZZZZ9,99.
       01 ToonNetto PIC -ZZZZZZ9,99.
       01 ToonMarge PIC -ZZZZZ9,99.
       01 ExpBedrag1 PIC -9(7),99.
       01 ExpBedrag2 PIC -9(7),99.
       01 ExpBedrag3 PIC -9(7),99.
       01 ExpBedrag4 PIC -9(7),99.
       01 ExpBedrag5 PIC -9(7),99.
       01 ExpBedrag6 PIC -9(7),99.
       01 ExpBedrag7 PIC -9(7),99.
       01 ExpBedrag8 PIC -9(7),99.
       01 ExpBedrag9 PIC -9(7),99.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "RESULTAAT PER WONING PER JAAR"
           DISPLAY "============================="
           DISPLAY "Jaar (0 = huidig jaar): " WITH NO ADVANCING
           ACCEPT RapportJaar
           IF RapportJaar = ZERO
               MOVE DatumVandaag (1:4) TO RapportJaar
           END-IF
           DISPLAY "Parkcode (leeg of 00 = beide parken): "
             WITH NO ADVANCING
           ACCEPT GekozenPark
           IF GekozenPark = SPACES
               MOVE "00" TO GekozenPark
           END-IF
           DISPLAY "Uurtarief klusjesman (bijv. 004500 voor 45,00; "
             "0 = werkorderparameters): " WITH NO ADVANCING
           ACCEPT UurtariefInvoer
           IF UurtariefInvoer = ZERO
               PERFORM LeesUurtarief
           ELSE
               MOVE UurtariefInvoer TO Uurtarief
           END-IF
           PERFORM LaadWoningen
           IF AantalWoningen = ZERO
               DISPLAY "Geen woningen gevonden voor deze selectie."
               EXIT PROGRAM
           END-IF
           PERFORM LaadEigenaren
           PERFORM TelHuuromzet
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PROGRAM
           END-IF
           PERFORM TelBoekingen
           PERFORM TelExtras
           PERFORM TelEnergie
           PERFORM TelInventaris
           CLOSE ReserveringenBestand
           PERFORM TelWerkorders
           PERFORM BerekenNetto
           PERFORM RangschikWoningen
           PERFORM SchrijfRapport
           PERFORM SchrijfExport
           EXIT PROGRAM.

       LaadWoningen.
           MOVE ZERO TO AantalWoningen
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WoningenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF WoningParkcode = SPACES
                   MOVE "01" TO WoningParkcode
               END-IF
               IF AantalWoningen < MaxWoningen
                 AND (GekozenPark = "00"
                   OR WoningParkcode = GekozenPark)
                   ADD 1 TO AantalWoningen
                   INITIALIZE ResultaatRegel (AantalWoningen)
                   MOVE WoningParkcode TO WR-Parkcode (AantalWoningen)
                   MOVE Woningnummer TO WR-Woningnummer (AantalWoningen)
                   MOVE Woningtype TO WR-Type (AantalWoningen)
                   IF WoningEigenaar IS NUMERIC
                       MOVE WoningEigenaar
                         TO WR-Eigenaar (AantalWoningen)
                   ELSE
                       MOVE ZERO TO WR-Eigenaar (AantalWoningen)
                   END-IF
               END-IF
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WoningenBestand
           .

       LaadEigenaren.
           MOVE ZERO TO AantalEigenaren
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenarenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ EigenarenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF AantalEigenaren < 50
                   ADD 1 TO AantalEigenaren
                   MOVE FS-E-Eigenaarnummer
                     TO ET-Eigenaarnummer (AantalEigenaren)
                   IF FS-E-CommissiePercentage IS NUMERIC
                       MOVE FS-E-CommissiePercentage
                         TO ET-Commissie (AantalEigenaren)
                   ELSE
                       MOVE ZERO TO ET-Commissie (AantalEigenaren)
                   END-IF
               END-IF
               READ EigenarenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EigenarenBestand
           .

       ZoekWoningInTabel.
           *> ZoekPark/ZoekWoning -> GevondenIndex (nul = niet in de
           *> selectie)
           MOVE ZERO TO GevondenIndex
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               IF WR-Parkcode (WoningIndex) = ZoekPark
                 AND WR-Woningnummer (WoningIndex) = ZoekWoning
                   MOVE WoningIndex TO GevondenIndex
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       ZoekWoningVanReservering.
           *> Woning en park van de reservering in FS-R; alleen
           *> reserveringen van het rapportjaar tellen mee
           MOVE ZERO TO GevondenIndex
           IF FS-R-Jaar NOT = RapportJaar
               EXIT PARAGRAPH
           END-IF
           IF FS-R-Parkcode = SPACES
               MOVE "01" TO ZoekPark
           ELSE
               MOVE FS-R-Parkcode TO ZoekPark
           END-IF
           MOVE FS-R-Woningnummer TO ZoekWoning
           PERFORM ZoekWoningInTabel
           .

       LeesReservering.
           *> Reservering bij een regel uit een van de bijbestanden
           MOVE ZERO TO GevondenIndex
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM ZoekWoningVanReservering
           .

       TelHuuromzet.
           *> Huuromzet uit het bezettingsaggregaat
           MOVE ZERO TO EOFVlag
           OPEN INPUT AggregaatBestand
           IF NOT IO-OK
               DISPLAY ">>> BezettingAggregaat.dat niet gevonden; "
                 "draai eerst HerbouwAggregaat."
               EXIT PARAGRAPH
           END-IF
           READ AggregaatBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-AG-Jaar = RapportJaar
                   IF FS-AG-Parkcode = SPACES
                       MOVE "01" TO ZoekPark
                   ELSE
                       MOVE FS-AG-Parkcode TO ZoekPark
                   END-IF
                   MOVE FS-AG-Woningnummer TO ZoekWoning
                   PERFORM ZoekWoningInTabel
                   IF GevondenIndex > ZERO
                       ADD FS-AG-Omzet TO WR-Huuromzet (GevondenIndex)
                   END-IF
               END-IF
               READ AggregaatBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE AggregaatBestand
           .

       TelBoekingen.
           *> Per lopende boeking van het jaar: de bezette weken, de
           *> schoonmaak (vertrek na de laatste week, tussenschoonmaak
           *> op elke tussenliggende week) en, bij een betaalde boeking
           *> op een eigenaarswoning, het eigenaarsdeel van de
           *> weekprijzen na aftrek van de commissie
           MOVE ZERO TO EOFReserveringenVlag
           MOVE ZERO TO FS-R-Reserveringsnummer
           START ReserveringenBestand KEY > FS-R-Reserveringsnummer
               INVALID KEY
                   SET EOFReserveringen TO TRUE
           END-START
           PERFORM UNTIL EOFReserveringen
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
               IF NOT EOFReserveringen
                 AND FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-DatumVerlopen = SPACES
                   PERFORM ZoekWoningVanReservering
                   IF GevondenIndex > ZERO
                       PERFORM TelBoekingMee
                   END-IF
               END-IF
           END-PERFORM
           .

       TelBoekingMee.
           IF FS-R-AantalWeken = ZERO
               MOVE 1 TO GeteldeWeken
           ELSE
               MOVE FS-R-AantalWeken TO GeteldeWeken
           END-IF
           ADD GeteldeWeken TO WR-BezetteWeken (GevondenIndex)
           MOVE WR-Type (GevondenIndex) TO GezochtType
           MOVE "V" TO GezochtSoort
           PERFORM ZoekSchoonmaakTarief
           ADD GevondenTarief TO WR-Schoonmaak (GevondenIndex)
           IF GeteldeWeken > 1
               MOVE "T" TO GezochtSoort
               PERFORM ZoekSchoonmaakTarief
               COMPUTE WR-Schoonmaak (GevondenIndex) =
                 WR-Schoonmaak (GevondenIndex)
                 + GevondenTarief * (GeteldeWeken - 1)
           END-IF
           IF WR-Eigenaar (GevondenIndex) = ZERO
             OR FS-R-DatumBetaling = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EigenaarOmzet
           PERFORM VARYING WeekTeller FROM 0 BY 1
             UNTIL WeekTeller = FS-R-AantalWeken
               MOVE WR-Type (GevondenIndex) TO WS-P-C-Woningtype
               COMPUTE WS-P-C-Weeknummer = FS-R-Weeknummer + WeekTeller
               MOVE -1 TO WS-P-C-DagenVoorAankomst
               MOVE ZERO TO WS-P-C-Jaar
               MOVE SPACES TO WS-P-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
               ADD WS-P-R-Weekprijs TO EigenaarOmzet
           END-PERFORM
           MOVE ZERO TO GevondenCommissie
           PERFORM VARYING EigenaarIndex FROM 1 BY 1
             UNTIL EigenaarIndex > AantalEigenaren
               IF ET-Eigenaarnummer (EigenaarIndex) =
                  WR-Eigenaar (GevondenIndex)
                   MOVE ET-Commissie (EigenaarIndex)
                     TO GevondenCommissie
               END-IF
           END-PERFORM
           COMPUTE WR-Eigenaarsdeel (GevondenIndex) ROUNDED =
             WR-Eigenaarsdeel (GevondenIndex)
             + EigenaarOmzet * (100 - GevondenCommissie) / 100
           .

       ZoekSchoonmaakTarief.
           MOVE ZERO TO GevondenTarief
           OPEN INPUT SchoonmaakTarievenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ SchoonmaakTarievenBestand
               AT END
                   CONTINUE
           END-READ
           PERFORM UNTIL IOStatus NOT = ZERO
               IF FS-ST-Woningtype = GezochtType
                 AND FS-ST-Soort = GezochtSoort
                   MOVE FS-ST-Tarief TO GevondenTarief
                   EXIT PERFORM
               END-IF
               READ SchoonmaakTarievenBestand
                   AT END
                       EXIT PERFORM
               END-READ
           END-PERFORM
           CLOSE SchoonmaakTarievenBestand
           .

       TelExtras.
           MOVE ZERO TO EOFVlag
           OPEN INPUT ExtrasBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ExtrasBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE FS-X-Reserveringsnummer TO FS-R-Reserveringsnummer
               PERFORM LeesReservering
               IF GevondenIndex > ZERO
                 AND FS-R-DatumAnnulering = SPACES
                 AND FS-R-DatumVerlopen = SPACES
                   ADD FS-X-Bedrag TO WR-Extras (GevondenIndex)
               END-IF
               READ ExtrasBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ExtrasBestand
           .

       TelEnergie.
           *> Energieverbruik wordt via de borg doorberekend; wat de
           *> borg niet dekte staat als energievordering open. Niet
           *> verhaald is een open vordering, of bij overdracht aan het
           *> incassobureau het deel dat het bureau niet inde
           MOVE ZERO TO EOFVlag
           OPEN INPUT VorderingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ VorderingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-V-SoortEnergie
                 AND NOT FS-V-StatusVoldaan
                   MOVE FS-V-Reserveringsnummer
                     TO FS-R-Reserveringsnummer
                   PERFORM LeesReservering
                   IF GevondenIndex > ZERO
                       IF FS-V-StatusUitHanden
                           COMPUTE OnverhaaldBedrag =
                             FS-V-Bedrag - FS-V-BedragGeind
                       ELSE
                           MOVE FS-V-Bedrag TO OnverhaaldBedrag
                       END-IF
                       IF OnverhaaldBedrag > ZERO
                           ADD OnverhaaldBedrag
                             TO WR-Energie (GevondenIndex)
                       END-IF
                   END-IF
               END-IF
               READ VorderingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenBestand
           .

       TelInventaris.
           MOVE ZERO TO EOFVlag
           OPEN INPUT TekortenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ TekortenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE FS-T-Reserveringsnummer TO FS-R-Reserveringsnummer
               PERFORM LeesReservering
               IF GevondenIndex > ZERO
                   ADD FS-T-Bedrag TO WR-Inventaris (GevondenIndex)
               END-IF
               READ TekortenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE TekortenBestand
           .

       TelWerkorders.
           *> Onderdelen plus uren tegen het uurtarief; een gereede
           *> order telt in het jaar van gereedmelding, een lopende in
           *> het jaar van aanmaak. Extra schoonmaken via het
           *> schoonmaakbedrijf tellen als vertrekschoonmaak
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ WerkordersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF (FS-W-StatusGereed
                   AND FS-W-DatumGereed (1:4) = RapportJaar)
                 OR (NOT FS-W-StatusGereed
                   AND FS-W-DatumAanmaak (1:4) = RapportJaar)
                   IF FS-W-Parkcode = SPACES
                       MOVE "01" TO ZoekPark
                   ELSE
                       MOVE FS-W-Parkcode TO ZoekPark
                   END-IF
                   MOVE FS-W-Woningnummer TO ZoekWoning
                   PERFORM ZoekWoningInTabel
                   IF GevondenIndex > ZERO
                       PERFORM TelWerkorderMee
                   END-IF
               END-IF
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersBestand
           .

       TelWerkorderMee.
           *> Met de eigenaar verrekende orders zijn geen parkkosten
           IF FS-W-KostendragerEigenaar
             AND FS-W-VerrekendPeriode NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FS-W-ToegewezenAan = "SCHOONMAAK"
               IF FS-W-StatusGereed
                   MOVE WR-Type (GevondenIndex) TO GezochtType
                   MOVE "V" TO GezochtSoort
                   PERFORM ZoekSchoonmaakTarief
                   ADD GevondenTarief TO WR-Schoonmaak (GevondenIndex)
               END-IF
           ELSE
               COMPUTE WR-Werkorders (GevondenIndex) ROUNDED =
                 WR-Werkorders (GevondenIndex)
                 + FS-W-KostenOnderdelen
                 + FS-W-KostenUren * Uurtarief
           END-IF
           .

       LeesUurtarief.
           *> Uurtarief uit de werkorderparameters (WerkorderBeheer)
           MOVE StandaardUurtarief TO Uurtarief
           OPEN INPUT ParametersBestand
           IF IO-OK
               READ ParametersBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FS-P-Uurtarief TO Uurtarief
               END-READ
               CLOSE ParametersBestand
           END-IF
           .

       BerekenNetto.
           MOVE ZERO TO TotaalHuuromzet TotaalExtras TotaalKosten
             TotaalNetto
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               COMPUTE WoningKosten =
                 WR-Eigenaarsdeel (WoningIndex)
                 + WR-Werkorders (WoningIndex)
                 + WR-Schoonmaak (WoningIndex)
                 + WR-Energie (WoningIndex)
                 + WR-Inventaris (WoningIndex)
               COMPUTE WR-Netto (WoningIndex) =
                 WR-Huuromzet (WoningIndex) + WR-Extras (WoningIndex)
                 - WoningKosten
               IF WR-BezetteWeken (WoningIndex) > ZERO
                   COMPUTE WR-MargePerWeek (WoningIndex) ROUNDED =
                     WR-Netto (WoningIndex)
                     / WR-BezetteWeken (WoningIndex)
               ELSE
                   MOVE ZERO TO WR-MargePerWeek (WoningIndex)
               END-IF
               ADD WR-Huuromzet (WoningIndex) TO TotaalHuuromzet
               ADD WR-Extras (WoningIndex) TO TotaalExtras
               ADD WoningKosten TO TotaalKosten
               ADD WR-Netto (WoningIndex) TO TotaalNetto
           END-PERFORM
           .

       RangschikWoningen.
           *> Van beste naar slechtste netto marge (de tabel is klein)
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex >= AantalWoningen
               PERFORM VARYING VergelijkIndex FROM WoningIndex BY 1
                 UNTIL VergelijkIndex > AantalWoningen
                   IF WR-Netto (VergelijkIndex) >
                      WR-Netto (WoningIndex)
                       MOVE ResultaatRegel (WoningIndex) TO WisselRegel
                       MOVE ResultaatRegel (VergelijkIndex)
                         TO ResultaatRegel (WoningIndex)
                       MOVE WisselRegel
                         TO ResultaatRegel (VergelijkIndex)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       SchrijfRapport.
           MOVE SPACES TO RapportPad
           STRING OMG-HuurDir "WoningResultaat" RapportJaar ".txt"
             DELIMITED BY SIZE INTO RapportPad
           OPEN OUTPUT RapportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het aanmaken van het rapport: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "RESULTAAT PER WONING " RapportJaar " (park "
             GekozenPark ", 00 = beide parken)"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           MOVE ALL "=" TO RegelBuffer (1:60)
           PERFORM SchrijfRapportRegel
           STRING "Rang Park Won T      Huur    Extra's     Kosten"
             "       Netto Weken  Per week"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               MOVE WoningIndex TO Rangnummer
               COMPUTE BedragCenten = WR-Huuromzet (WoningIndex) * 100
               MOVE BedragCenten TO ToonOmzet
               COMPUTE BedragCenten = WR-Extras (WoningIndex) * 100
               MOVE BedragCenten TO ToonExtras
               COMPUTE BedragCenten = (WR-Huuromzet (WoningIndex)
                 + WR-Extras (WoningIndex) - WR-Netto (WoningIndex)) * 100
               MOVE BedragCenten TO ToonKosten
               COMPUTE BedragCenten = WR-Netto (WoningIndex) * 100
               MOVE BedragCenten TO ToonNetto
               COMPUTE BedragCenten = WR-MargePerWeek (WoningIndex) * 100
               MOVE BedragCenten TO ToonMarge
               MOVE SPACES TO RegelBuffer
               STRING Rangnummer "  " WR-Parkcode (WoningIndex) "   "
                 WR-Woningnummer (WoningIndex) "  "
                 WR-Type (WoningIndex) " " ToonOmzet " " ToonExtras
                 " " ToonKosten " " ToonNetto "  "
                 WR-BezetteWeken (WoningIndex) "  " ToonMarge
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRapportRegel
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRapportRegel
           COMPUTE BedragCenten = TotaalHuuromzet * 100
           MOVE BedragCenten TO ToonNetto
           STRING "Totaal huuromzet : " ToonNetto
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           COMPUTE BedragCenten = TotaalExtras * 100
           MOVE BedragCenten TO ToonNetto
           STRING "Totaal extra's   : " ToonNetto
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           COMPUTE BedragCenten = TotaalKosten * 100
           MOVE BedragCenten TO ToonNetto
           STRING "Totaal kosten    : " ToonNetto
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           COMPUTE BedragCenten = TotaalNetto * 100
           MOVE BedragCenten TO ToonNetto
           STRING "Netto marge      : " ToonNetto
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           MOVE SPACES TO RegelBuffer
           STRING "Kosten = eigenaarsdeel + werkorders (uurtarief "
             Uurtarief ") + schoonmaak + niet verhaalde energie "
             "+ inventaristekorten" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRapportRegel
           CLOSE RapportBestand
           DISPLAY "Rapport geschreven naar WoningResultaat"
             RapportJaar ".txt."
           .

       SchrijfRapportRegel.
           MOVE RegelBuffer TO Rapportregel
           WRITE Rapportregel
           MOVE SPACES TO RegelBuffer
           .

       SchrijfExport.
           *> Puntkommagescheiden, een regel per woning met alle
           *> componenten, in de volgorde van de ranglijst
           MOVE SPACES TO ExportPad
           STRING OMG-HuurDir "WoningResultaat" RapportJaar ".csv"
             DELIMITED BY SIZE INTO ExportPad
           OPEN OUTPUT ExportBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het aanmaken van de export: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RegelBuffer
           STRING "jaar;rang;park;woning;type;huuromzet;extras;"
             "eigenaarsdeel;werkorders;schoonmaak;energie;"
             "inventaris;netto;bezetteweken;margeperweek"
             DELIMITED BY SIZE INTO RegelBuffer
           MOVE RegelBuffer TO Exportregel
           WRITE Exportregel
           PERFORM VARYING WoningIndex FROM 1 BY 1
             UNTIL WoningIndex > AantalWoningen
               MOVE WoningIndex TO Rangnummer
               COMPUTE BedragCenten = WR-Huuromzet (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag1
               COMPUTE BedragCenten = WR-Extras (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag2
               COMPUTE BedragCenten = WR-Eigenaarsdeel (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag3
               COMPUTE BedragCenten = WR-Werkorders (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag4
               COMPUTE BedragCenten = WR-Schoonmaak (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag5
               COMPUTE BedragCenten = WR-Energie (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag6
               COMPUTE BedragCenten = WR-Inventaris (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag7
               COMPUTE BedragCenten = WR-Netto (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag8
               COMPUTE BedragCenten = WR-MargePerWeek (WoningIndex) * 100
               MOVE BedragCenten TO ExpBedrag9
               MOVE SPACES TO RegelBuffer
               STRING RapportJaar ";" Rangnummer ";"
                 WR-Parkcode (WoningIndex) ";"
                 WR-Woningnummer (WoningIndex) ";"
                 WR-Type (WoningIndex) ";" ExpBedrag1 ";" ExpBedrag2
                 ";" ExpBedrag3 ";" ExpBedrag4 ";" ExpBedrag5 ";"
                 ExpBedrag6 ";" ExpBedrag7 ";" ExpBedrag8 ";"
                 WR-BezetteWeken (WoningIndex) ";" ExpBedrag9
                 DELIMITED BY SIZE INTO RegelBuffer
               MOVE RegelBuffer TO Exportregel
               WRITE Exportregel
           END-PERFORM
           CLOSE ExportBestand
           DISPLAY "Export voor de accountant: WoningResultaat"
             RapportJaar ".csv."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Woningen
             PadDir-Eigenaren
             PadDir-Aggregaat
             PadDir-ReserveringExtras
             PadDir-Werkorders
             PadDir-WerkorderParameters
             PadDir-SchoonmaakTarieven
             PadDir-Vorderingen
             PadDir-InventarisTekorten
           .
