      *> wissels (dezelfde vertrek/aankomst-logica als Wissellijst) plus
      *> de extra schoonmaken uit de werkorders, tegen de afgesproken
      *> tarieven per woningtype en schoonmaaksoort; met een
      *> verschillenlijst tegen de factuur van het bedrijf. De
      *> tussenschoonmaken bij meerweekse verblijven worden apart
      *> afgerekend, tegen een aparte factuur
       SELECT SchoonmaakTarievenBestand ASSIGN TO Pad-SchoonmaakTarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersBestand ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParametersBestand ASSIGN TO Pad-SchoonmaakParameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SchoonmaakTarievenBestand.
       FD WerkordersBestand.
       01 Werkorderrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-W==.
       FD ParametersBestand.
       01 Parameterrecord.
       COPY SchoonmaakParameters REPLACING ==(pf)== BY ==FS-SP==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-Werkorders.
         02 PadDir-Werkorders PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Werkorders.dat".
       01 Pad-SchoonmaakParameters.
         02 PadDir-SchoonmaakParameters PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "SchoonmaakParameters.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       *> Controle van het woningtype tegen de woningtypestam
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Afrekenperiode
       01 AfrekenJaar PIC 9(4) VALUE ZERO.
       *> Tellingen
       01 VertrekSchoonmaken PIC 999 VALUE ZERO.
       01 TussenSchoonmaken PIC 999 VALUE ZERO.
       01 TussenBetaaldeExtra PIC 999 VALUE ZERO.
       01 ExtraSchoonmaken PIC 999 VALUE ZERO.
       01 LaatsteWeek PIC 99 VALUE ZERO.
       01 TussenTeller PIC 99 VALUE ZERO.
       01 GezochtType PIC X VALUE "S".
       01 GezochtSoort PIC X VALUE "V".
       01 TotaalBedrag PIC 9(6)V99 VALUE ZERO.
       01 TussenBedrag PIC 9(6)V99 VALUE ZERO.
       01 FactuurBedragContractor PIC 9(6)V99 VALUE ZERO.
       01 Verschil PIC S9(6)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 BedragCentenS PIC S9(11) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 BedragInvoer PIC 9(7) VALUE ZERO.
       *> Tussenschoonmaak
       78 StandaardVanafWeken VALUE 3.
       01 Parameters.
       COPY SchoonmaakParameters REPLACING ==(pf)== BY ==SP==.
       COPY ParametersTussenschoonmaak REPLACING ==(pf)== BY ==TS==.
       01 ParameterInput PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "1. Contractorstarieven tonen"
               DISPLAY "2. Contractorstarief toevoegen"
               DISPLAY "3. Maandafrekening en verschillenlijst"
               DISPLAY "4. Tussenschoonmaak instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM VoegTariefToe
                   WHEN 3
                       PERFORM MaakAfrekening
                   WHEN 4
                       PERFORM StelTussenschoonmaakIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               COMPUTE BedragCenten = FS-ST-Tarief * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Type " FS-ST-Woningtype " | soort " FS-ST-Soort " | " ToonBedrag " euro per schoonmaak"
               READ SchoonmaakTarievenBestand
                   AT END
           OPEN EXTEND SchoonmaakTarievenBestand
           IF IOStatus EQUALS 00 OR 05
               DISPLAY SPACE
               DISPLAY "Woningtype (code uit de woningtypen): "
                 WITH NO ADVANCING
               ACCEPT FS-ST-Woningtype
               MOVE FS-ST-Woningtype TO WT-C-Woningtype
               CALL "HaalWoningtype"
                 USING BY CONTENT WT-C-ParametersWoningtype,
                       BY REFERENCE WT-R-ParametersWoningtype
               IF NOT WT-R-OK
                   CLOSE SchoonmaakTarievenBestand
                   DISPLAY ">>> Onbekend woningtype " FS-ST-Woningtype
                     "; leg het eerst vast via Woningtypen."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Soort (V = vertrekschoonmaak, T = tussenschoonmaak): " WITH NO ADVANCING
               ACCEPT FS-ST-Soort
               DISPLAY "Tarief (bijv. 004500 voor 45,00): " WITH NO ADVANCING
           PERFORM LaadWoningTypes
           MOVE ZERO TO VertrekSchoonmaken
           MOVE ZERO TO TussenSchoonmaken
           MOVE ZERO TO TussenBetaaldeExtra
           MOVE ZERO TO ExtraSchoonmaken
           MOVE ZERO TO TotaalBedrag
           MOVE ZERO TO TussenBedrag
           PERFORM TelWissels
           PERFORM TelExtraSchoonmaken
           DISPLAY SPACE
           DISPLAY "SCHOONMAAKAFREKENING " AfrekenJaar "-" AfrekenMaand
           DISPLAY "================================"
           DISPLAY "Vertrekschoonmaken : " VertrekSchoonmaken
           DISPLAY "Extra (werkorders) : " ExtraSchoonmaken
           COMPUTE BedragCenten = TotaalBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Berekend bedrag    : " ToonBedrag " euro"
           DISPLAY SPACE
           DISPLAY "Factuurbedrag van het schoonmaakbedrijf (bijv. 0125000 voor 1250,00): " WITH NO ADVANCING
           ACCEPT BedragInvoer
           COMPUTE FactuurBedragContractor = BedragInvoer / 100
           COMPUTE Verschil = FactuurBedragContractor - TotaalBedrag
           COMPUTE BedragCentenS = Verschil * 100
           MOVE BedragCentenS TO ToonBedrag
           IF Verschil EQUALS ZERO
               DISPLAY "De factuur sluit aan op de werkelijke wissels."
           ELSE
               DISPLAY ">>> VERSCHIL met de werkelijke wissels: " ToonBedrag " euro - navragen bij het schoonmaakbedrijf."
           END-IF
           *> Tussenschoonmaken: aparte afrekening en aparte factuur
           DISPLAY SPACE
           DISPLAY "TUSSENSCHOONMAKEN " AfrekenJaar "-" AfrekenMaand
           DISPLAY "============================="
           DISPLAY "Tussenschoonmaken  : " TussenSchoonmaken
           DISPLAY "  waarvan als extra besteld: " TussenBetaaldeExtra
           COMPUTE BedragCenten = TussenBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Berekend bedrag    : " ToonBedrag " euro"
           IF TussenSchoonmaken EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Factuurbedrag tussenschoonmaken (bijv. 0012500 voor 125,00): " WITH NO ADVANCING
           ACCEPT BedragInvoer
           COMPUTE FactuurBedragContractor = BedragInvoer / 100
           COMPUTE Verschil = FactuurBedragContractor - TussenBedrag
           COMPUTE BedragCentenS = Verschil * 100
           MOVE BedragCentenS TO ToonBedrag
           IF Verschil EQUALS ZERO
               DISPLAY "De factuur sluit aan op de tussenschoonmaken."
           ELSE
               DISPLAY ">>> VERSCHIL met de tussenschoonmaken: " ToonBedrag " euro - navragen bij het schoonmaakbedrijf."
           END-IF
           .

       StelTussenschoonmaakIn.
           MOVE StandaardVanafWeken TO SP-TussenVanafWeken
           MOVE ZERO TO SP-ArtikelTussenschoonmaak
           OPEN INPUT ParametersBestand
           IF IO-OK
               READ ParametersBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE Parameterrecord TO Parameters
               END-READ
               CLOSE ParametersBestand
           END-IF
           DISPLAY SPACE
           DISPLAY "Automatische tussenschoonmaak vanaf " SP-TussenVanafWeken " weken verblijf (0 = nooit automatisch)"
           DISPLAY "Nieuw aantal weken (leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO ParameterInput
           ACCEPT ParameterInput
           IF ParameterInput NOT EQUALS SPACES
               MOVE FUNCTION NUMVAL (ParameterInput) TO SP-TussenVanafWeken
           END-IF
           DISPLAY "Artikelnummer tussenschoonmaak in de extrascatalogus: " SP-ArtikelTussenschoonmaak " (0 = niet te bestellen)"
           DISPLAY "Nieuw artikelnummer (leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO ParameterInput
           ACCEPT ParameterInput
           IF ParameterInput NOT EQUALS SPACES
               MOVE FUNCTION NUMVAL (ParameterInput) TO SP-ArtikelTussenschoonmaak
           END-IF
           OPEN OUTPUT ParametersBestand
           IF IO-OK
               WRITE Parameterrecord FROM Parameters
               CLOSE ParametersBestand
               DISPLAY "Tussenschoonmaak ingesteld."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       BepaalMaandWeken.
       TelWissels.
           *> Zelfde logica als Wissellijst: een vertrekschoonmaak volgt
           *> op de laatste week van een boeking, een tussenschoonmaak op
           *> elke tussenliggende week van een meerweekse boeking die er
           *> recht op heeft (BepaalTussenschoonmaak)
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               END-IF
           END-IF
           *> Tussenschoonmaken: elke tussenliggende week
           SET TS-R-GeenTussenschoonmaak TO TRUE
           IF FS-R-AantalWeken > 1
               MOVE FS-R-Reserveringsnummer TO TS-C-Reserveringsnummer
               MOVE FS-R-AantalWeken TO TS-C-AantalWeken
               CALL "BepaalTussenschoonmaak"
                 USING BY CONTENT TS-C-ParametersTussenschoonmaak,
                       BY REFERENCE TS-R-ParametersTussenschoonmaak
           END-IF
           IF NOT TS-R-GeenTussenschoonmaak
               PERFORM VARYING TussenTeller FROM 1 BY 1 UNTIL TussenTeller >= FS-R-AantalWeken
                   COMPUTE TussenWeek = FS-R-Weeknummer + TussenTeller
                   IF TussenWeek >= 1 AND TussenWeek <= 53
                       IF MWT-WeekInMaand(TussenWeek) EQUALS 1
                         AND TussenWeek <= LaatsteWeek
                           ADD 1 TO TussenSchoonmaken
                           IF TS-R-TussenBetaald
                               ADD 1 TO TussenBetaaldeExtra
                           END-IF
                           MOVE WTT-Type(FS-R-Woningnummer) TO GezochtType
                           MOVE "T" TO GezochtSoort
                           PERFORM ZoekTarief
                           ADD GevondenTarief TO TussenBedrag
                       END-IF
                   END-IF
               END-PERFORM
             PadDir-Woningen
             PadDir-DatumWeek
             PadDir-Werkorders
             PadDir-SchoonmaakParameters
           .
