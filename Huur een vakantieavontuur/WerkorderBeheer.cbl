       FILE-CONTROL.
      *> Werkorderadministratie: van open naar bezig naar gereed, met
      *> kosten van onderdelen en uren; blokkerende orders houden de
      *> woning uit de verhuur (controle in ToevoegenReservering).
      *> Orders voor rekening van de eigenaar boven de goedkeuringslimiet
      *> wachten op zijn akkoord; verrekening in EigenarenAfrekening
       SELECT WerkordersBestand ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersWerk ASSIGN TO Pad-WerkordersWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParametersBestand ASSIGN TO Pad-Parameters
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WerkordersBestand.
       FD WerkordersWerk.
       01 WerkorderWerkrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-WW==.
       FD ParametersBestand.
       01 Parameterrecord.
       COPY WerkorderParameters REPLACING ==(pf)== BY ==FS-P==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-WerkordersWerk.
         02 PadDir-WerkordersWerk PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WerkordersWerk.dat".
       01 Pad-Parameters.
         02 PadDir-Parameters PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WerkorderParameters.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 OrderGevonden VALUE 1.
         88 OrderNietGevonden VALUE 0.
       01 KostenInput PIC X(10) VALUE SPACES.
       01 KentekenInput PIC X(10) VALUE SPACES.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonKosten PIC ZZZZ9,99.
       01 ToonUren PIC ZZ9,9.
       *> Werkorderparameters; zonder parameterbestand gelden de
       *> standaardwaarden
       01 Parameters.
       COPY WerkorderParameters REPLACING ==(pf)== BY ==WP==.
       78 StandaardUurtarief VALUE 45.00.
       78 StandaardEigenaarDrempel VALUE 50.00.
       78 StandaardGoedkeuringsLimiet VALUE 250.00.
       01 OrderKosten PIC 9(7)V99 VALUE ZERO.
       01 KostendragerInput PIC X VALUE SPACE.
       01 BesluitInput PIC X VALUE SPACE.
       01 ToonTarief PIC ZZZ9,99.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM LeesParameters
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "WERKORDERBEHEER"
               DISPLAY "2. Werkorder handmatig aanmaken"
               DISPLAY "3. Status en kosten bijwerken"
               DISPLAY "4. Alle werkorders tonen"
               DISPLAY "5. Goedkeuring eigenaar vastleggen"
               DISPLAY "6. Werkorderparameters instellen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM WerkOrderBij
                   WHEN 4
                       PERFORM ToonAlleOrders
                   WHEN 5
                       PERFORM LegGoedkeuringVast
                   WHEN 6
                       PERFORM StelParametersIn
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
           .

       ToonOrderRegel.
           COMPUTE BedragCenten = FS-W-KostenOnderdelen * 100
           MOVE BedragCenten TO ToonKosten
           COMPUTE BedragCenten = FS-W-KostenUren * 10
           MOVE BedragCenten TO ToonUren
           DISPLAY "Order " FS-W-Werkordernummer " | woning " FS-W-Woningnummer " | prio " FS-W-Prioriteit " | " FS-W-Status " | " FS-W-ToegewezenAan " | " FS-W-Omschrijving WITH NO ADVANCING
           DISPLAY " | onderdelen " ToonKosten " | uren " ToonUren WITH NO ADVANCING
           IF FS-W-KentekenAannemer NOT EQUALS SPACES
               DISPLAY " | kenteken " FS-W-KentekenAannemer WITH NO ADVANCING
           END-IF
           EVALUATE TRUE
               WHEN FS-W-KostendragerEigenaar
                   DISPLAY " | eigenaar" WITH NO ADVANCING
               WHEN FS-W-KostendragerGast
                   DISPLAY " | gast" WITH NO ADVANCING
           END-EVALUATE
           EVALUATE TRUE
               WHEN FS-W-GoedkeuringWacht
                   DISPLAY " | WACHT OP GOEDKEURING" WITH NO ADVANCING
               WHEN FS-W-GoedkeuringAkkoord
                   DISPLAY " | goedgekeurd" WITH NO ADVANCING
               WHEN FS-W-GoedkeuringBetwist
                   DISPLAY " | BETWIST" WITH NO ADVANCING
           END-EVALUATE
           IF FS-W-VerrekendPeriode NOT EQUALS SPACES
               DISPLAY " | verrekend " FS-W-VerrekendPeriode (1:4) "-" FS-W-VerrekendPeriode (5:1) WITH NO ADVANCING
           END-IF
           IF FS-W-BlokkeertVerhuur AND NOT FS-W-StatusGereed
               DISPLAY " | BLOKKEERT VERHUUR"
           ELSE
           ACCEPT FS-W-ToegewezenAan
           DISPLAY "Woning blokkeren voor verhuur tot herstel? (J/N): " WITH NO ADVANCING
           ACCEPT FS-W-BlokkeerVlag
           DISPLAY "Parkcode van de woning (leeg = 01): " WITH NO ADVANCING
           MOVE SPACES TO FS-W-Parkcode
           ACCEPT FS-W-Parkcode
           IF FS-W-Parkcode EQUALS SPACES
               MOVE "01" TO FS-W-Parkcode
           END-IF
           *> Met een kenteken gaat de slagboom open voor de aannemer
           *> zolang de order niet gereed is (SlagboomExport)
           DISPLAY "Kenteken aannemer (leeg = geen): " WITH NO ADVANCING
           MOVE SPACES TO FS-W-KentekenAannemer
           ACCEPT FS-W-KentekenAannemer
           MOVE FUNCTION UPPER-CASE (FS-W-KentekenAannemer) TO FS-W-KentekenAannemer
           *> Kosten voor rekening van de eigenaar worden boven de
           *> eigenaarsdrempel verrekend in de eigenarenafrekening
           DISPLAY "Kostendrager (P = park, E = eigenaar, G = gast, leeg = park): " WITH NO ADVANCING
           MOVE SPACE TO KostendragerInput
           ACCEPT KostendragerInput
           MOVE FUNCTION UPPER-CASE (KostendragerInput) TO KostendragerInput
           IF KostendragerInput EQUALS "E" OR KostendragerInput EQUALS "G"
               MOVE KostendragerInput TO FS-W-Kostendrager
           ELSE
               MOVE "P" TO FS-W-Kostendrager
           END-IF
           MOVE SPACE TO FS-W-GoedkeuringEigenaar
           MOVE SPACES TO FS-W-DatumGoedkeuring
           MOVE SPACES TO FS-W-VerrekendPeriode
           MOVE ZERO TO FS-W-KostenOnderdelen
           MOVE ZERO TO FS-W-KostenUren
           MOVE "O" TO FS-W-Status
                   IF KostenInput NOT EQUALS SPACES
                       COMPUTE FS-W-KostenUren = FUNCTION NUMVAL (KostenInput) / 10
                   END-IF
                   DISPLAY "Kenteken aannemer (leeg = ongewijzigd, - = verwijderen): " WITH NO ADVANCING
                   MOVE SPACES TO KentekenInput
                   ACCEPT KentekenInput
                   EVALUATE TRUE
                       WHEN KentekenInput EQUALS "-"
                           MOVE SPACES TO FS-W-KentekenAannemer
                       WHEN KentekenInput NOT EQUALS SPACES
                           MOVE FUNCTION UPPER-CASE (KentekenInput) TO FS-W-KentekenAannemer
                   END-EVALUATE
                   *> Een order die al met de eigenaar is verrekend houdt
                   *> zijn kostendrager
                   IF FS-W-VerrekendPeriode EQUALS SPACES
                       DISPLAY "Kostendrager (P = park, E = eigenaar, G = gast, leeg = ongewijzigd): " WITH NO ADVANCING
                       MOVE SPACE TO KostendragerInput
                       ACCEPT KostendragerInput
                       MOVE FUNCTION UPPER-CASE (KostendragerInput) TO KostendragerInput
                       IF KostendragerInput EQUALS "P" OR KostendragerInput EQUALS "E" OR KostendragerInput EQUALS "G"
                           MOVE KostendragerInput TO FS-W-Kostendrager
                       END-IF
                   ELSE
                       DISPLAY "Order is verrekend met de eigenaar; kostendrager blijft ongewijzigd."
                   END-IF
                   PERFORM BepaalGoedkeuring
               END-IF
               WRITE WerkorderWerkrecord FROM Werkorderrecord
               READ WerkordersBestand
           DISPLAY "Werkorder " GezochtWerkordernummer " bijgewerkt."
           .

       BepaalGoedkeuring.
           *> Orders voor rekening van de eigenaar boven de limiet
           *> wachten op zijn akkoord; voor andere kostendragers is geen
           *> goedkeuring nodig
           IF NOT FS-W-KostendragerEigenaar
               MOVE SPACE TO FS-W-GoedkeuringEigenaar
               MOVE SPACES TO FS-W-DatumGoedkeuring
               EXIT PARAGRAPH
           END-IF
           COMPUTE OrderKosten = FS-W-KostenOnderdelen + FS-W-KostenUren * WP-Uurtarief
           IF OrderKosten > WP-GoedkeuringsLimiet AND FS-W-GoedkeuringNietNodig
               SET FS-W-GoedkeuringWacht TO TRUE
               COMPUTE BedragCenten = OrderKosten * 100
               MOVE BedragCenten TO ToonKosten
               DISPLAY "Kosten " ToonKosten " boven de goedkeuringslimiet: order wacht op goedkeuring van de eigenaar."
           END-IF
           .

       LegGoedkeuringVast.
           DISPLAY SPACE
           DISPLAY "ORDERS VOOR REKENING VAN DE EIGENAAR IN AFWACHTING OF BETWIST"
           DISPLAY "============================================================="
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen werkorders. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ WerkordersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-W-KostendragerEigenaar
                 AND (FS-W-GoedkeuringWacht OR FS-W-GoedkeuringBetwist)
                   PERFORM ToonOrderRegel
               END-IF
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersBestand
           DISPLAY SPACE
           DISPLAY "Werkordernummer (0 = terug): " WITH NO ADVANCING
           ACCEPT GezochtWerkordernummer
           IF GezochtWerkordernummer EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Besluit eigenaar (J = akkoord, B = betwist): " WITH NO ADVANCING
           MOVE SPACE TO BesluitInput
           ACCEPT BesluitInput
           MOVE FUNCTION UPPER-CASE (BesluitInput) TO BesluitInput
           IF BesluitInput NOT EQUALS "J" AND BesluitInput NOT EQUALS "B"
               DISPLAY "Ongeldig besluit."
               EXIT PARAGRAPH
           END-IF
           SET OrderNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           OPEN OUTPUT WerkordersWerk
           READ WerkordersBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF OrderNietGevonden
                 AND FS-W-Werkordernummer EQUALS GezochtWerkordernummer
                 AND FS-W-KostendragerEigenaar
                 AND FS-W-VerrekendPeriode EQUALS SPACES
                   SET OrderGevonden TO TRUE
                   MOVE BesluitInput TO FS-W-GoedkeuringEigenaar
                   MOVE DatumVandaag TO FS-W-DatumGoedkeuring
               END-IF
               WRITE WerkorderWerkrecord FROM Werkorderrecord
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WerkordersBestand, WerkordersWerk
           IF OrderNietGevonden
               DISPLAY "Werkorder " GezochtWerkordernummer " is geen openstaande order voor rekening van de eigenaar."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           IF BesluitInput EQUALS "J"
               DISPLAY "Werkorder " GezochtWerkordernummer " goedgekeurd door de eigenaar."
           ELSE
               DISPLAY "Werkorder " GezochtWerkordernummer " betwist; wordt niet verrekend tot het geschil is opgelost."
           END-IF
           .

       LeesParameters.
           MOVE StandaardUurtarief TO WP-Uurtarief
           MOVE StandaardEigenaarDrempel TO WP-EigenaarDrempel
           MOVE StandaardGoedkeuringsLimiet TO WP-GoedkeuringsLimiet
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
           .

       StelParametersIn.
           DISPLAY SPACE
           COMPUTE BedragCenten = WP-Uurtarief * 100
           MOVE BedragCenten TO ToonTarief
           DISPLAY "Uurtarief klusjesman: " ToonTarief
           DISPLAY "Nieuw uurtarief (bijv. 004500 voor 45,00, leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO KostenInput
           ACCEPT KostenInput
           IF KostenInput NOT EQUALS SPACES
               COMPUTE WP-Uurtarief = FUNCTION NUMVAL (KostenInput) / 100
           END-IF
           COMPUTE BedragCenten = WP-EigenaarDrempel * 100
           MOVE BedragCenten TO ToonKosten
           DISPLAY "Eigenaarsdrempel (kosten daarboven voor de eigenaar): " ToonKosten
           DISPLAY "Nieuwe drempel (bijv. 0005000 voor 50,00, leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO KostenInput
           ACCEPT KostenInput
           IF KostenInput NOT EQUALS SPACES
               COMPUTE WP-EigenaarDrempel = FUNCTION NUMVAL (KostenInput) / 100
           END-IF
           COMPUTE BedragCenten = WP-GoedkeuringsLimiet * 100
           MOVE BedragCenten TO ToonKosten
           DISPLAY "Goedkeuringslimiet eigenaar: " ToonKosten
           DISPLAY "Nieuwe limiet (bijv. 0025000 voor 250,00, leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO KostenInput
           ACCEPT KostenInput
           IF KostenInput NOT EQUALS SPACES
               COMPUTE WP-GoedkeuringsLimiet = FUNCTION NUMVAL (KostenInput) / 100
           END-IF
           OPEN OUTPUT ParametersBestand
           IF IO-OK
               WRITE Parameterrecord FROM Parameters
               CLOSE ParametersBestand
               DISPLAY "Werkorderparameters opgeslagen."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe werkorderbestand
           MOVE ZERO TO EOFVlag
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Werkorders
             PadDir-WerkordersWerk PadDir-Parameters
           .
