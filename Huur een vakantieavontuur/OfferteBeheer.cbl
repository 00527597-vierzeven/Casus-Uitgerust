       FILE-CONTROL.
      *> Offertes: de balie legt de gevonden woning/week met de volledige
      *> prijsopbouw vast (kale seizoensweekprijzen zonder prijsacties,
      *> bezettingstoeslag, staffel- en kinderkorting,
      *> toeristenbelasting), met een
      *> offertenummer en geldig-tot-datum; een open offerte kan in een
      *> stap worden omgezet naar een optie of reservering
       SELECT OffertesBestand ASSIGN TO Pad-Offertes
           ORGANIZATION IS LINE SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS IOStatus.
       *> Herboekcampagne: vaste gasten (contracten), open klachten,
       *> de bewoners van het verblijf (kinderkorting en
       *> toeristenbelasting) en de brieven in de taal van de gast
       SELECT ContractenBestand
           ASSIGN TO Pad-Contracten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlachtenBestand
           ASSIGN TO Pad-Klachten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BewonersBestand
           ASSIGN TO Pad-Bewoners
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-B-BewonersID
           FILE STATUS IS IOStatus.
       SELECT CampagneBriefBestand
           ASSIGN TO CampagneBriefPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OffertesBestand.
       01 Systeemkengetallenrecord.
         03 HoogsteKlantennummer PIC 9(8) VALUE ZERO.
         03 HoogsteReserveringsnummer PIC 9(8) VALUE ZERO.
       FD ContractenBestand.
       01 Contractrecord.
       COPY Contract REPLACING ==(pf)== BY ==FS-C==.
       FD KlachtenBestand.
       01 Klachtrecord.
       COPY Klacht REPLACING ==(pf)== BY ==FS-KL==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-B==.
       FD CampagneBriefBestand.
       01 CampagneBriefRegel PIC X(200).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-ActieCodes.
         02 PadDir-ActieCodes PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ActieCodes.dat".
       01 Pad-Contracten.
         02 PadDir-Contracten PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Contracten.dat".
       01 Pad-Klachten.
         02 PadDir-Klachten PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klachten.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 CampagneBriefPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
       01 WeekTeller PIC 99 VALUE ZERO.
       01 HuidigWeeknummer PIC 99 VALUE ZERO.
       01 HuurBedrag PIC 9(5)V99 VALUE ZERO.
       01 BezettingsToeslagBedrag PIC 9(5)V99 VALUE ZERO.
       01 ToeslagCenten PIC 9(6) VALUE ZERO.
       *> Staffelkorting op basis van de verblijfshistorie van de klant
       01 StaffelTabel.
         02 StaffelRegel OCCURS 10 TIMES.
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==FT==.
       01 PrijsVerschil PIC 9(5)V99 VALUE ZERO.
       01 GarantieCode PIC X(8) VALUE SPACES.
       *> Herboekcampagne: de gasten van het seizoen krijgen een
       *> offerte voor dezelfde woning en week in het volgende jaar
       78 CampagneGeldigDagen VALUE 42.
       01 CampagneVlag PIC 9 VALUE ZERO.
         88 CampagneActief VALUE 1.
         88 CampagneNietActief VALUE 0.
       01 SeizoensJaar PIC 9(4) VALUE ZERO.
       01 CampagneJaar PIC 9(4) VALUE ZERO.
       01 CampagneCode PIC X(6) VALUE SPACES.
       01 WekenInCampagneJaar PIC 99 VALUE 52.
       01 DagVanDeWeek PIC 9 VALUE ZERO.
       01 DagenInJaar PIC 999 VALUE ZERO.
       01 MaandagWeekEen PIC 9(8) VALUE ZERO.
       01 AankomstDatum PIC 9(8) VALUE ZERO.
       *> Een regel per gast: het laatste verblijf van het seizoen en
       *> de reden van uitsluiting (C = contract, R = reservering
       *> volgend jaar, K = open klacht, O = al een offerte)
       01 GastenTabel.
         02 GastRegel OCCURS 500 TIMES.
           03 SG-Klantnummer PIC 9(8).
           03 SG-Reserveringsnummer PIC 9(8).
           03 SG-Woningnummer PIC 99.
           03 SG-Weeknummer PIC 99.
           03 SG-AantalWeken PIC 99.
           03 SG-Uitsluiting PIC X.
             88 SG-NietUitgesloten VALUE SPACE.
       01 AantalGasten PIC 999 VALUE ZERO.
       01 GastIndex PIC 999 VALUE ZERO.
       01 GezochteGast PIC 9(8) VALUE ZERO.
       01 GastGevondenVlag PIC 9 VALUE ZERO.
         88 GastGevonden VALUE 1.
         88 GastNietGevonden VALUE 0.
       01 Uitsluitingsreden PIC X VALUE SPACE.
       01 GastenBuitenTabel PIC 9(5) VALUE ZERO.
       *> Leeftijden van de bewoners bij aankomst volgend jaar
       01 LeeftijdTabel.
         02 CL-Leeftijd PIC 999 OCCURS 9 TIMES.
       *> Tellers van de campagne
       01 AantalCampagneOffertes PIC 9(5) VALUE ZERO.
       01 AantalUitgeslotenContract PIC 9(5) VALUE ZERO.
       01 AantalUitgeslotenReservering PIC 9(5) VALUE ZERO.
       01 AantalUitgeslotenKlacht PIC 9(5) VALUE ZERO.
       01 AantalUitgeslotenOfferte PIC 9(5) VALUE ZERO.
       01 AantalWoningBezet PIC 9(5) VALUE ZERO.
       01 AantalOngewenst PIC 9(5) VALUE ZERO.
       01 AantalOvergeslagen PIC 9(5) VALUE ZERO.
       01 BedragCenten PIC 9(7) VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.
       COPY ParametersTaalTekst REPLACING ==(pf)== BY ==TX==.
       *> Conversie per campagne
       01 CampagneTabel.
         02 CampagneRegel OCCURS 50 TIMES.
           03 CT-Code PIC X(6).
           03 CT-Aantal PIC 9(5).
           03 CT-Omgezet PIC 9(5).
           03 CT-Open PIC 9(5).
           03 CT-Verlopen PIC 9(5).
           03 CT-Vervallen PIC 9(5).
           03 CT-OmgezetWaarde PIC 9(7)V99.
       01 AantalCampagnes PIC 99 VALUE ZERO.
       01 CampagneIndex PIC 99 VALUE ZERO.
       01 GezochteCampagne PIC X(6) VALUE SPACES.
       01 ConversieTiende PIC 9(4) VALUE ZERO.
       01 ToonConversie PIC ZZ9,9.
       01 ToonWaarde PIC ZZZZZZ9,99.
       *> Toets aan het register ongewenste gasten
       COPY ParametersOngewensteGast REPLACING ==(pf)== BY ==OG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "1. Offerte maken (na Beschikbaarheid zoeken)"
               DISPLAY "2. Open offertes tonen"
               DISPLAY "3. Offerte omzetten naar optie of reservering"
               DISPLAY "4. Herboekcampagne: offertes volgend jaar voor "
                 "de gasten van dit seizoen"
               DISPLAY "5. Conversie per campagne"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM ToonOpenOffertes
                   WHEN 3
                       PERFORM ZetOfferteOm
                   WHEN 4
                       PERFORM HerboekCampagne
                   WHEN 5
                       PERFORM ToonConversiePerCampagne
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
               MOVE KinderKortingBedrag TO FS-O-KinderKorting
               MOVE ToeristenBelastingBedrag TO FS-O-ToeristenBelasting
               MOVE TotaalBedrag TO FS-O-TotaalBedrag
               MOVE BezettingsToeslagBedrag TO FS-O-BezettingsToeslag
               MOVE DatumVandaag TO FS-O-OfferteDatum
               COMPUTE FS-O-GeldigTot = FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE (DatumVandaag) + OfferteGeldigDagen)
               MOVE "O" TO FS-O-Status
               MOVE SPACES TO FS-O-Campagne
               WRITE Offerterecord
               CLOSE OffertesBestand
               DISPLAY SPACE
               DISPLAY "OFFERTE " HoogsteOffertenummer " (geldig tot " FS-O-GeldigTot ")"
               COMPUTE BedragCenten = HuurBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Huur " WS-AantalWeken " we(e)k(en)      : " ToonBedrag " euro"
               IF BezettingsToeslagBedrag > ZERO
                   COMPUTE BedragCenten = BezettingsToeslagBedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   DISPLAY "Bezettingstoeslag    : " ToonBedrag
                     " euro"
               END-IF
               COMPUTE BedragCenten = StaffelKortingBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Korting trouwe gast  : " ToonBedrag " euro"
               COMPUTE BedragCenten = KinderKortingBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Kinderkorting        : " ToonBedrag " euro"
               COMPUTE BedragCenten = ToeristenBelastingBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Toeristenbelasting   : " ToonBedrag " euro"
               COMPUTE BedragCenten = TotaalBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "TOTAAL               : " ToonBedrag " euro"
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           *> Huur: elke week tegen het kale seizoenstarief, bewust
           *> zonder prijsacties (de offerte legt een vaste prijs vast;
           *> de prijsgarantie bij omzetting dekt een duurdere keten af)
           *> maar wel met de bezettingstoeslag van dit moment
           MOVE ZERO TO HuurBedrag
           MOVE ZERO TO BezettingsToeslagBedrag
           PERFORM VARYING WeekTeller FROM 0 BY 1 UNTIL WeekTeller >= WS-AantalWeken
               COMPUTE HuidigWeeknummer = WS-Weeknummer + WeekTeller
               MOVE WS-Woningtype TO WS-P-C-Woningtype
               MOVE HuidigWeeknummer TO WS-P-C-Weeknummer
               MOVE -1 TO WS-P-C-DagenVoorAankomst
               MOVE WS-Jaar TO WS-P-C-Jaar
               MOVE WS-OffertePark TO WS-P-C-Parkcode
               MOVE SPACES TO WS-P-C-Tariefbestand
               CALL "BepaalWeekprijs"
                 USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                       BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
               ADD WS-P-R-Weekprijs TO HuurBedrag
               ADD WS-P-R-BezettingsToeslag TO BezettingsToeslagBedrag
           END-PERFORM
           PERFORM BepaalStaffelkorting
           *> Kinderkorting en toeristenbelasting op de opgegeven
               MOVE ZERO TO HuurAandeel
           END-IF
           PERFORM VARYING PersoonTeller FROM 1 BY 1 UNTIL PersoonTeller > AantalPersonen
               *> In de herboekcampagne komen de leeftijden van de
               *> bewoners van het vorige verblijf
               IF CampagneActief
                   MOVE CL-Leeftijd(PersoonTeller) TO PersoonLeeftijd
               ELSE
                   DISPLAY "Leeftijd persoon " PersoonTeller ": "
                     WITH NO ADVANCING
                   ACCEPT PersoonLeeftijd
               END-IF
               MOVE ZERO TO BestePercentage
               PERFORM VARYING KortingsRegelIndex FROM 1 BY 1 UNTIL KortingsRegelIndex > AantalKortingsRegels
                   IF PersoonLeeftijd < KK-TotLeeftijd(KortingsRegelIndex)
               MOVE WS-Weeknummer TO TB-C-WeekNummer
               MOVE WS-AantalWeken TO TB-C-AantalWeken
               MOVE PersoonLeeftijd TO TB-C-Leeftijd
               MOVE WS-Jaar TO TB-C-Jaar
               MOVE WS-OffertePark TO TB-C-Parkcode
               CALL "TonenToeristenBelasting"
                 USING BY CONTENT TB-C-ParametersTonenToeristenBelasting,
                       BY REFERENCE TB-R-ParametersTonenToeristenBelasting
           END-PERFORM
           COMPUTE TotaalBedrag =
             HuurBedrag - StaffelKortingBedrag - KinderKortingBedrag
             + ToeristenBelastingBedrag + BezettingsToeslagBedrag
           .

       BepaalStaffelkorting.
       ZoekWoningType.
           SET WoningNietGevonden TO TRUE
           MOVE "S" TO WS-Woningtype
           MOVE "01" TO WS-OffertePark
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           READ WoningenBestand
               IF Woningnummer EQUALS WS-Woningnummer
                   SET WoningGevonden TO TRUE
                   MOVE Woningtype TO WS-Woningtype
                   IF WoningParkcode NOT EQUALS SPACES
                       MOVE WoningParkcode TO WS-OffertePark
                   END-IF
                   SET EOFBereikt TO TRUE
               ELSE
                   READ WoningenBestand
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-O-StatusOpen
                   COMPUTE BedragCenten = FS-O-TotaalBedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   IF FS-O-GeldigTot < DatumVandaag
                       DISPLAY "Offerte " FS-O-Offertenummer " | klant " FS-O-Klantnummer " | woning " FS-O-Woningnummer " week " FS-O-Weeknummer " | " ToonBedrag " euro | VERLOPEN per " FS-O-GeldigTot
                   ELSE
               DISPLAY "Deze offerte is verlopen en is op vervallen gezet."
               EXIT PARAGRAPH
           END-IF
           *> Register ongewenste gasten: waarschuwen of blokkeren
           MOVE OVR-Klantnummer TO OG-C-Klantnummer
           MOVE SPACES TO OG-C-Naam OG-C-Postcode
           MOVE ZERO TO OG-C-Geboortedatum
           MOVE "OfferteBeheer" TO OG-C-Programma
           SET OG-C-ModusScherm TO TRUE
           CALL "ControleerOngewensteGast"
             USING BY CONTENT OG-C-ParametersOngewensteGast,
                   BY REFERENCE OG-R-ParametersOngewensteGast
           IF OG-R-Geweigerd
               DISPLAY "De offerte blijft open; er is niets omgezet."
               EXIT PARAGRAPH
           END-IF
           *> Een offerte houdt de week niet vast: voor het omzetten
           *> geldt dezelfde park-bewuste overlapcontrole als bij
           *> ToevoegenReservering
           MOVE SPACES TO FS-R-VerzekeringPremie
           PERFORM ZoekParkVanOfferteWoning
           MOVE WS-OffertePark TO FS-R-Parkcode
           MOVE "OF" TO FS-R-Kanaal
           *> De geoffreerde bezettingstoeslag gaat mee naar de
           *> reservering (centen-notatie)
           IF OVR-BezettingsToeslag IS NUMERIC
             AND OVR-BezettingsToeslag > ZERO
               COMPUTE ToeslagCenten = OVR-BezettingsToeslag * 100
               MOVE ToeslagCenten TO FS-R-BezettingsToeslag
           END-IF
           WRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Wegschrijven mislukt. IOStatus: " IOStatus
                   MOVE OvergenomenOfferte TO JRN-BeeldVoor
                   MOVE Reserveringsrecord TO JRN-BeeldNa
                   CALL "SchrijfReserveringJournaal" USING JRN-ReserveringJournaal
                   COMPUTE BedragCenten = OVR-TotaalBedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   DISPLAY "Offerte " GezochtOffertenummer " is omgezet naar nummer " FS-R-Reserveringsnummer " tegen de geoffreerde prijs van " ToonBedrag " euro."
                   DISPLAY "Voer de bewoners op via Toevoegen bewoner."
           END-WRITE
           *> meer, dan dekt een eenmalige actiecode op de reservering
           *> het verschil af; rekent ze minder, dan profiteert de klant
           MOVE HoogsteReserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
                   DISPLAY "File status - " IOStatus
           END-REWRITE
           CLOSE ReserveringenBestand
           COMPUTE BedragCenten = PrijsVerschil * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Prijsgarantie: de actuele berekening ligt " ToonBedrag " euro boven de offerte; het verschil is als korting (" GarantieCode ") op de reservering gezet."
           .

       HerboekCampagne.
           *> Na het seizoen: elke gast die dit seizoen verbleef krijgt
           *> een offerte voor dezelfde woning in de overeenkomstige
           *> ISO-week van volgend jaar, tegen de seizoenstarieven van
           *> dat jaar en met de staffelkorting voor trouwe gasten
           DISPLAY SPACE
           DISPLAY "Seizoen (yyyy, leeg = dit jaar): " WITH NO ADVANCING
           MOVE ZERO TO SeizoensJaar
           ACCEPT SeizoensJaar
           IF SeizoensJaar EQUALS ZERO
               MOVE DatumVandaag(1:4) TO SeizoensJaar
           END-IF
           COMPUTE CampagneJaar = SeizoensJaar + 1
           MOVE SPACES TO CampagneCode
           STRING "HB" CampagneJaar DELIMITED BY SIZE INTO CampagneCode
           MOVE ZERO TO AantalCampagneOffertes
           MOVE ZERO TO AantalUitgeslotenContract
           MOVE ZERO TO AantalUitgeslotenReservering
           MOVE ZERO TO AantalUitgeslotenKlacht
           MOVE ZERO TO AantalUitgeslotenOfferte
           MOVE ZERO TO AantalWoningBezet
           MOVE ZERO TO AantalOngewenst
           MOVE ZERO TO AantalOvergeslagen
           PERFORM BepaalWekenInCampagneJaar
           PERFORM VerzamelSeizoensgasten
           IF AantalGasten EQUALS ZERO
               DISPLAY "Geen verblijven gevonden in seizoen "
                 SeizoensJaar "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SluitContractgastenUit
           PERFORM SluitOpenKlachtenUit
           PERFORM SluitBestaandeOffertesUit
           MOVE SPACES TO CampagneBriefPad
           STRING OMG-HuurDir "HerboekCampagne" CampagneCode "_"
             DatumVandaag ".txt"
             DELIMITED BY SIZE INTO CampagneBriefPad
           OPEN OUTPUT CampagneBriefBestand
           IF NOT IO-OK
               DISPLAY ">>> Het briefbestand kan niet worden "
                 "aangemaakt. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalVolgendOffertenummer
           SUBTRACT 1 FROM HoogsteOffertenummer
           SET CampagneActief TO TRUE
           OPEN INPUT KlantenBestand
           PERFORM VARYING GastIndex FROM 1 BY 1
             UNTIL GastIndex > AantalGasten
               EVALUATE SG-Uitsluiting(GastIndex)
                   WHEN SPACE
                       PERFORM MaakCampagneOfferte
                   WHEN "C"
                       ADD 1 TO AantalUitgeslotenContract
                   WHEN "R"
                       ADD 1 TO AantalUitgeslotenReservering
                   WHEN "K"
                       ADD 1 TO AantalUitgeslotenKlacht
                   WHEN "O"
                       ADD 1 TO AantalUitgeslotenOfferte
               END-EVALUATE
           END-PERFORM
           CLOSE KlantenBestand
           CLOSE CampagneBriefBestand
           SET CampagneNietActief TO TRUE
           DISPLAY SPACE
           DISPLAY "HERBOEKCAMPAGNE " CampagneCode
             " (seizoen " SeizoensJaar ")"
           DISPLAY "Gasten van het seizoen         : " AantalGasten
           DISPLAY "Offertes aangemaakt            : "
             AantalCampagneOffertes
           DISPLAY "Overgeslagen, vast contract    : "
             AantalUitgeslotenContract
           DISPLAY "Overgeslagen, al gereserveerd  : "
             AantalUitgeslotenReservering
           DISPLAY "Overgeslagen, open klacht      : "
             AantalUitgeslotenKlacht
           DISPLAY "Overgeslagen, al een offerte   : "
             AantalUitgeslotenOfferte
           DISPLAY "Overgeslagen, woning al bezet  : " AantalWoningBezet
           DISPLAY "Overgeslagen, ongewenste gast  : " AantalOngewenst
           DISPLAY "Overgeslagen, klant/woning weg : "
             AantalOvergeslagen
           IF GastenBuitenTabel > ZERO
               DISPLAY ">>> " GastenBuitenTabel " gasten vielen buiten "
                 "de tabel van 500 en zijn niet meegenomen."
           END-IF
           DISPLAY "Brieven: " FUNCTION TRIM (CampagneBriefPad)
           .

       BepaalWekenInCampagneJaar.
           *> Een ISO-jaar heeft 53 weken als het op een donderdag
           *> begint, of in een schrikkeljaar op een woensdag
           COMPUTE DagVanDeWeek = FUNCTION MOD
             (FUNCTION INTEGER-OF-DATE (CampagneJaar * 10000 + 0101)
              - 1, 7) + 1
           COMPUTE DagenInJaar =
             FUNCTION INTEGER-OF-DATE (CampagneJaar * 10000 + 1231)
             - FUNCTION INTEGER-OF-DATE (CampagneJaar * 10000 + 0101)
             + 1
           MOVE 52 TO WekenInCampagneJaar
           IF DagVanDeWeek EQUALS 4
             OR (DagVanDeWeek EQUALS 3 AND DagenInJaar EQUALS 366)
               MOVE 53 TO WekenInCampagneJaar
           END-IF
           *> Maandag van ISO-week 1: de week waarin 4 januari valt
           COMPUTE DagVanDeWeek = FUNCTION MOD
             (FUNCTION INTEGER-OF-DATE (CampagneJaar * 10000 + 0104)
              - 1, 7) + 1
           COMPUTE MaandagWeekEen =
             FUNCTION INTEGER-OF-DATE (CampagneJaar * 10000 + 0104)
             - DagVanDeWeek + 1
           .

       VerzamelSeizoensgasten.
           *> Geboekte, niet geannuleerde en niet vervallen verblijven
           *> van het seizoen; per gast telt het laatste verblijf
           MOVE ZERO TO AantalGasten
           MOVE ZERO TO GastenBuitenTabel
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Reserveringen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ ReserveringenBestand NEXT RECORD
               AT END
                   SET EOFReserveringen TO TRUE
           END-READ
           PERFORM UNTIL EOFReserveringen
               IF FS-R-Jaar EQUALS SeizoensJaar
                 AND FS-R-TypeBoeking
                 AND FS-R-DatumAnnulering EQUALS SPACES
                 AND FS-R-DatumVerlopen EQUALS SPACES
                 AND FS-R-Klantnummer > ZERO
                   PERFORM NeemVerblijfOp
               END-IF
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
           END-PERFORM
           *> Tweede leesronde: wie voor het campagnejaar al een
           *> boeking of optie heeft, krijgt geen offerte
           CLOSE ReserveringenBestand
           MOVE ZERO TO EOFReserveringenVlag
           OPEN INPUT ReserveringenBestand
           READ ReserveringenBestand NEXT RECORD
               AT END
                   SET EOFReserveringen TO TRUE
           END-READ
           PERFORM UNTIL EOFReserveringen
               IF FS-R-Jaar EQUALS CampagneJaar
                 AND (FS-R-TypeBoeking OR FS-R-TypeOptie)
                 AND FS-R-DatumAnnulering EQUALS SPACES
                 AND FS-R-DatumVerlopen EQUALS SPACES
                   MOVE FS-R-Klantnummer TO GezochteGast
                   MOVE "R" TO Uitsluitingsreden
                   PERFORM MarkeerGastUitgesloten
               END-IF
               READ ReserveringenBestand NEXT RECORD
                   AT END
                       SET EOFReserveringen TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           MOVE ZERO TO EOFReserveringenVlag
           .

       NeemVerblijfOp.
           MOVE FS-R-Klantnummer TO GezochteGast
           PERFORM ZoekGast
           IF GastNietGevonden
               IF AantalGasten >= 500
                   ADD 1 TO GastenBuitenTabel
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalGasten
               MOVE AantalGasten TO GastIndex
               MOVE FS-R-Klantnummer TO SG-Klantnummer(GastIndex)
               MOVE ZERO TO SG-Weeknummer(GastIndex)
               MOVE SPACE TO SG-Uitsluiting(GastIndex)
           END-IF
           IF FS-R-Weeknummer >= SG-Weeknummer(GastIndex)
               MOVE FS-R-Reserveringsnummer
                 TO SG-Reserveringsnummer(GastIndex)
               MOVE FS-R-Woningnummer TO SG-Woningnummer(GastIndex)
               MOVE FS-R-Weeknummer TO SG-Weeknummer(GastIndex)
               MOVE FS-R-AantalWeken TO SG-AantalWeken(GastIndex)
           END-IF
           .

       ZoekGast.
           SET GastNietGevonden TO TRUE
           PERFORM VARYING GastIndex FROM 1 BY 1
             UNTIL GastIndex > AantalGasten OR GastGevonden
               IF SG-Klantnummer(GastIndex) EQUALS GezochteGast
                   SET GastGevonden TO TRUE
               END-IF
           END-PERFORM
           IF GastGevonden
               SUBTRACT 1 FROM GastIndex
           END-IF
           .

       MarkeerGastUitgesloten.
           *> De eerste gevonden reden blijft staan
           PERFORM ZoekGast
           IF GastGevonden
             AND SG-NietUitgesloten(GastIndex)
               MOVE Uitsluitingsreden TO SG-Uitsluiting(GastIndex)
           END-IF
           .

       SluitContractgastenUit.
           *> Vaste gasten met een contract dat in het campagnejaar
           *> loopt, krijgen hun weken al via het contract
           MOVE "C" TO Uitsluitingsreden
           MOVE ZERO TO EOFVlag
           OPEN INPUT ContractenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ContractenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-C-StartJaar <= CampagneJaar
                 AND FS-C-StartJaar + FS-C-LooptijdJaren > CampagneJaar
                   MOVE FS-C-Klantnummer TO GezochteGast
                   PERFORM MarkeerGastUitgesloten
               END-IF
               READ ContractenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE ContractenBestand
           MOVE ZERO TO EOFVlag
           .

       SluitOpenKlachtenUit.
           *> Een klacht die nog niet is afgehandeld: de klant via de
           *> reservering van de klacht
           MOVE "K" TO Uitsluitingsreden
           MOVE ZERO TO EOFVlag
           OPEN INPUT KlachtenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ReserveringenBestand
           READ KlachtenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF NOT FS-KL-StatusAfgehandeld
                   MOVE FS-KL-Reserveringsnummer
                     TO FS-R-Reserveringsnummer
                   READ ReserveringenBestand
                     KEY IS FS-R-Reserveringsnummer
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-R-Klantnummer TO GezochteGast
                           PERFORM MarkeerGastUitgesloten
                   END-READ
               END-IF
               READ KlachtenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE KlachtenBestand
           CLOSE ReserveringenBestand
           MOVE ZERO TO EOFVlag
           .

       SluitBestaandeOffertesUit.
           *> Een open of omgezette offerte voor het campagnejaar (ook
           *> uit een eerdere run van de campagne) telt als benaderd
           MOVE "O" TO Uitsluitingsreden
           MOVE ZERO TO EOFVlag
           OPEN INPUT OffertesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ OffertesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-O-Jaar EQUALS CampagneJaar
                 AND (FS-O-StatusOpen OR FS-O-StatusOmgezet)
                   MOVE FS-O-Klantnummer TO GezochteGast
                   PERFORM MarkeerGastUitgesloten
               END-IF
               READ OffertesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OffertesBestand
           MOVE ZERO TO EOFVlag
           .

       MaakCampagneOfferte.
           MOVE SG-Klantnummer(GastIndex) TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   ADD 1 TO AantalOvergeslagen
                   EXIT PARAGRAPH
           END-READ
           *> Wie in het register ongewenste gasten staat (ook met
           *> alleen een waarschuwing) krijgt geen uitnodiging
           MOVE FS-K-Klantnummer TO OG-C-Klantnummer
           MOVE FS-K-Naam TO OG-C-Naam
           MOVE FS-K-Geboortedatum TO OG-C-Geboortedatum
           MOVE FS-K-Postcode TO OG-C-Postcode
           MOVE "OfferteBeheer" TO OG-C-Programma
           SET OG-C-ModusBatch TO TRUE
           CALL "ControleerOngewensteGast"
             USING BY CONTENT OG-C-ParametersOngewensteGast,
                   BY REFERENCE OG-R-ParametersOngewensteGast
           IF NOT OG-R-GeenBezwaar
               ADD 1 TO AantalOngewenst
               EXIT PARAGRAPH
           END-IF
           MOVE SG-Klantnummer(GastIndex) TO WS-Klantnummer
           MOVE SG-Woningnummer(GastIndex) TO WS-Woningnummer
           PERFORM ZoekWoningType
           IF WoningNietGevonden
               ADD 1 TO AantalOvergeslagen
               EXIT PARAGRAPH
           END-IF
           *> Zelfde ISO-week; bestaat week 53 volgend jaar niet, of
           *> zou het verblijf erover heen lopen, dan schuift het terug
           MOVE CampagneJaar TO WS-Jaar
           MOVE SG-AantalWeken(GastIndex) TO WS-AantalWeken
           IF WS-AantalWeken EQUALS ZERO
               MOVE 1 TO WS-AantalWeken
           END-IF
           MOVE SG-Weeknummer(GastIndex) TO WS-Weeknummer
           IF WS-Weeknummer + WS-AantalWeken - 1 > WekenInCampagneJaar
               COMPUTE WS-Weeknummer =
                 WekenInCampagneJaar - WS-AantalWeken + 1
           END-IF
           *> De offerte houdt de week niet vast, maar een al bezette
           *> woning bieden we niet aan
           MOVE WS-Woningnummer TO OVR-Woningnummer
           MOVE WS-Jaar TO OVR-Jaar
           MOVE WS-Weeknummer TO OVR-Weeknummer
           MOVE WS-AantalWeken TO OVR-AantalWeken
           PERFORM ControleerOverlapOfferte
           IF Overlap
               ADD 1 TO AantalWoningBezet
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalLeeftijdenVanVerblijf
           PERFORM BerekenPrijsopbouw
           OPEN EXTEND OffertesBestand
           IF IOStatus EQUALS 35
               CLOSE OffertesBestand
               OPEN OUTPUT OffertesBestand
           END-IF
           IF IOStatus NOT EQUALS 00 AND IOStatus NOT EQUALS 05
               DISPLAY ">>> Fout bij het openen van Offertes.dat: "
                 IOStatus
               ADD 1 TO AantalOvergeslagen
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HoogsteOffertenummer
           MOVE HoogsteOffertenummer TO FS-O-Offertenummer
           MOVE WS-Klantnummer TO FS-O-Klantnummer
           MOVE WS-Woningnummer TO FS-O-Woningnummer
           MOVE WS-Jaar TO FS-O-Jaar
           MOVE WS-Weeknummer TO FS-O-Weeknummer
           MOVE WS-AantalWeken TO FS-O-AantalWeken
           MOVE HuurBedrag TO FS-O-HuurBedrag
           MOVE StaffelKortingBedrag TO FS-O-StaffelKorting
           MOVE KinderKortingBedrag TO FS-O-KinderKorting
           MOVE ToeristenBelastingBedrag TO FS-O-ToeristenBelasting
           MOVE TotaalBedrag TO FS-O-TotaalBedrag
           MOVE BezettingsToeslagBedrag TO FS-O-BezettingsToeslag
           MOVE DatumVandaag TO FS-O-OfferteDatum
           COMPUTE FS-O-GeldigTot = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (DatumVandaag)
              + CampagneGeldigDagen)
           MOVE "O" TO FS-O-Status
           MOVE CampagneCode TO FS-O-Campagne
           WRITE Offerterecord
           CLOSE OffertesBestand
           ADD 1 TO AantalCampagneOffertes
           PERFORM SchrijfCampagneBrief
           .

       BepaalLeeftijdenVanVerblijf.
           *> Bewoners van het vorige verblijf, met hun leeftijd op de
           *> maandag van de geoffreerde week
           MOVE ZERO TO AantalPersonen
           MOVE ZERO TO LeeftijdTabel
           COMPUTE AankomstDatum = FUNCTION DATE-OF-INTEGER
             (MaandagWeekEen + (WS-Weeknummer - 1) * 7)
           MOVE ZERO TO EOFVlag
           OPEN INPUT BewonersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SG-Reserveringsnummer(GastIndex)
             TO FS-B-Reserveringsnummer
           MOVE ZERO TO FS-B-Volgnummer
           START BewonersBestand KEY >= FS-B-BewonersID
               INVALID KEY
                   SET EOFBereikt TO TRUE
           END-START
           PERFORM UNTIL EOFBereikt
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               IF NOT EOFBereikt
                   IF FS-B-Reserveringsnummer NOT EQUALS
                     SG-Reserveringsnummer(GastIndex)
                     OR AantalPersonen EQUALS 9
                       SET EOFBereikt TO TRUE
                   ELSE
                       ADD 1 TO AantalPersonen
                       IF FS-B-Geboortedatum IS NUMERIC
                         AND FS-B-Geboortedatum > ZERO
                         AND FS-B-Geboortedatum < AankomstDatum
                           COMPUTE CL-Leeftijd(AantalPersonen) =
                             (AankomstDatum - FS-B-Geboortedatum)
                             / 10000
                       ELSE
                           MOVE 99 TO CL-Leeftijd(AantalPersonen)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BewonersBestand
           MOVE ZERO TO EOFVlag
           .

       SchrijfCampagneBrief.
           *> Adresregel en uitnodiging in de taal van de gast
           COMPUTE BedragCenten = TotaalBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "OFFERTE;" FS-O-Offertenummer ";"
             FS-K-Klantnummer ";"
             FUNCTION TRIM (FS-K-Voornaam) " "
             FUNCTION TRIM (FS-K-Naam) ";"
             FUNCTION TRIM (FS-K-Straat) " "
             FUNCTION TRIM (FS-K-Huisnummer) ";"
             FS-K-Postcode ";" FUNCTION TRIM (FS-K-Woonplaats) ";"
             "woning " WS-Woningnummer ";week " WS-Weeknummer " "
             WS-Jaar ";" WS-AantalWeken " we(e)k(en);"
             FUNCTION TRIM (ToonBedrag) " euro;geldig tot "
             FS-O-GeldigTot
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE CampagneBriefRegel FROM RegelBuffer
           MOVE FS-K-Taalcode TO TX-C-Taalcode
           MOVE "HB" TO TX-C-TekstCode
           CALL "HaalTaalTekst"
             USING BY CONTENT TX-C-ParametersTaalTekst,
                   BY REFERENCE TX-R-ParametersTaalTekst
           MOVE SPACES TO RegelBuffer
           STRING "TEKST;" FUNCTION TRIM (TX-R-Tekst)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE CampagneBriefRegel FROM RegelBuffer
           .

       ToonConversiePerCampagne.
           *> Per campagne: aangeboden, omgezet, nog open, verlopen en
           *> vervallen; offertes zonder campagne zijn van de balie
           MOVE ZERO TO AantalCampagnes
           MOVE ZERO TO EOFVlag
           OPEN INPUT OffertesBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen offertes vastgelegd."
               EXIT PARAGRAPH
           END-IF
           READ OffertesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               PERFORM TelOfferteInCampagne
               READ OffertesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OffertesBestand
           MOVE ZERO TO EOFVlag
           DISPLAY SPACE
           DISPLAY "CONVERSIE PER CAMPAGNE"
           DISPLAY "======================"
           DISPLAY "campagne aantal omgezet  open verlopen vervallen"
             " conversie  omgezette waarde"
           PERFORM VARYING CampagneIndex FROM 1 BY 1
             UNTIL CampagneIndex > AantalCampagnes
               COMPUTE ConversieTiende =
                 CT-Omgezet(CampagneIndex) * 1000
                 / CT-Aantal(CampagneIndex)
               MOVE ConversieTiende TO ToonConversie
               COMPUTE BedragCenten =
                 CT-OmgezetWaarde(CampagneIndex) * 100
               MOVE BedragCenten TO ToonWaarde
               DISPLAY CT-Code(CampagneIndex) "   "
                 CT-Aantal(CampagneIndex) "  "
                 CT-Omgezet(CampagneIndex) " "
                 CT-Open(CampagneIndex) "    "
                 CT-Verlopen(CampagneIndex) "     "
                 CT-Vervallen(CampagneIndex) "    "
                 ToonConversie " %  " ToonWaarde " euro"
           END-PERFORM
           .

       TelOfferteInCampagne.
           IF FS-O-Campagne EQUALS SPACES
             OR FS-O-Campagne EQUALS LOW-VALUES
               MOVE "BALIE" TO GezochteCampagne
           ELSE
               MOVE FS-O-Campagne TO GezochteCampagne
           END-IF
           PERFORM VARYING CampagneIndex FROM 1 BY 1
             UNTIL CampagneIndex > AantalCampagnes
               OR CT-Code(CampagneIndex) EQUALS GezochteCampagne
               CONTINUE
           END-PERFORM
           IF CampagneIndex > AantalCampagnes
               IF AantalCampagnes >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AantalCampagnes
               MOVE AantalCampagnes TO CampagneIndex
               MOVE GezochteCampagne TO CT-Code(CampagneIndex)
               MOVE ZERO TO CT-Aantal(CampagneIndex)
               MOVE ZERO TO CT-Omgezet(CampagneIndex)
               MOVE ZERO TO CT-Open(CampagneIndex)
               MOVE ZERO TO CT-Verlopen(CampagneIndex)
               MOVE ZERO TO CT-Vervallen(CampagneIndex)
               MOVE ZERO TO CT-OmgezetWaarde(CampagneIndex)
           END-IF
           ADD 1 TO CT-Aantal(CampagneIndex)
           EVALUATE TRUE
               WHEN FS-O-StatusOmgezet
                   ADD 1 TO CT-Omgezet(CampagneIndex)
                   ADD FS-O-TotaalBedrag
                     TO CT-OmgezetWaarde(CampagneIndex)
               WHEN FS-O-StatusVervallen
                   ADD 1 TO CT-Vervallen(CampagneIndex)
               WHEN FS-O-GeldigTot < DatumVandaag
                   ADD 1 TO CT-Verlopen(CampagneIndex)
               WHEN OTHER
                   ADD 1 TO CT-Open(CampagneIndex)
           END-EVALUATE
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe offertebestand
           MOVE ZERO TO EOFVlag
             PadDir-Kinderkorting
             PadDir-Systeemkengetallen
             PadDir-ActieCodes
             PadDir-Contracten
             PadDir-Klachten
             PadDir-Bewoners
           .
