       SELECT MeterStandenWerk ASSIGN TO Pad-MeterStandenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Online pre-registraties (PreRegistratieImport): verwachte
       *> aankomsttijd en kenteken per reservering
       SELECT PreRegistratiesBestand ASSIGN TO Pad-PreRegistraties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Kentekens voor de slagboom (SlagboomExport)
       SELECT KentekensBestand ASSIGN TO Pad-Kentekens
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       FD MeterStandenWerk.
       01 MeterStandWerkrecord.
       COPY MeterStand REPLACING ==(pf)== BY ==FS-MW==.
       FD PreRegistratiesBestand.
       01 PreRegistratierecord.
       COPY PreRegistratie REPLACING ==(pf)== BY ==FS-PR==.
       FD KentekensBestand.
       01 Kentekenrecord.
       COPY Kenteken REPLACING ==(pf)== BY ==FS-KT==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-MeterStandenWerk.
         02 PadDir-MeterStandenWerk PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "MeterStandenWerk.dat".
       01 Pad-PreRegistraties.
         02 PadDir-PreRegistraties PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "PreRegistraties.dat".
       01 Pad-Kentekens.
         02 PadDir-Kentekens PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Kentekens.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFAanwezigheidVlag PIC 9 VALUE 0.
         88 EOFMeter VALUE 1.
         88 NotEOFMeter VALUE 0.
       01 OpgenomenWoningnummer PIC 99 VALUE ZERO.
       *> Pre-registratie: de laatst ontvangen aanmelding telt; een
       *> vooraf geregistreerde bewoner hoeft alleen bevestigd te worden
       01 EOFPreRegistratiesVlag PIC 9 VALUE 0.
         88 EOFPreRegistraties VALUE 1.
         88 NotEOFPreRegistraties VALUE 0.
       01 GevondenPreRegistratie.
       COPY PreRegistratie REPLACING ==(pf)== BY ==GPR==.
       01 IdentiteitJuistInput PIC X VALUE "J".
         88 IdentiteitJuist VALUE "J" "j".
       *> Kentekens voor de slagboom: de laatste vastlegging telt
       01 EOFKentekensVlag PIC 9 VALUE 0.
         88 EOFKentekens VALUE 1.
         88 NotEOFKentekens VALUE 0.
       01 GevondenKenteken.
       COPY Kenteken REPLACING ==(pf)== BY ==GKT==.
       01 KentekenInput PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "Voor deze reservering is al een aankomst geregistreerd."
               EXIT PARAGRAPH
           END-IF
           *> Wat de gast vooraf online heeft aangemeld
           PERFORM ZoekPreRegistratie
           IF GPR-Reserveringsnummer EQUALS ZERO
               DISPLAY "Geen online pre-registratie ontvangen."
           ELSE
               DISPLAY "Pre-registratie ontvangen op " GPR-DatumOntvangen " voor " GPR-AantalBewoners " bewoner(s)."
               IF GPR-VerwachteAankomsttijd NOT EQUALS SPACES
                   DISPLAY "  Verwachte aankomsttijd: " GPR-VerwachteAankomsttijd(1:2) ":" GPR-VerwachteAankomsttijd(3:2)
               END-IF
               IF GPR-Kenteken NOT EQUALS SPACES
                   DISPLAY "  Kenteken voor het parkeerbewijs: " GPR-Kenteken
               END-IF
           END-IF
           *> Openstaand saldo tonen en bewaken: boven de drempel alleen
           *> inchecken met een beheerdersoverride
           PERFORM BepaalOpenSaldo
               *> Identiteit per bewoner vastleggen voor het wettelijke
               *> nachtregister (NachtRegister)
               PERFORM LegIdentiteitVast
               *> Kentekens voor de slagboom bevestigen of aanvullen
               PERFORM LegKentekensVast
               *> Meterstanden bij aankomst (elektra, gas, water)
               MOVE FS-R-Woningnummer TO OpgenomenWoningnummer
               PERFORM NeemStandenOpBijAankomst
                       SET EOFBewoners TO TRUE
                   ELSE
                       DISPLAY "Bewoner " FS-B-Volgnummer " (" FS-B-Initialen "):"
                       *> Vooraf geregistreerd: alleen het document
                       *> vergelijken en bevestigen
                       MOVE "N" TO IdentiteitJuistInput
                       IF FS-B-VolledigeNaam NOT EQUALS SPACES
                         AND FS-B-DocumentNummer NOT EQUALS SPACES
                           DISPLAY "  Vooraf geregistreerd: " FUNCTION TRIM (FS-B-VolledigeNaam) " | " FS-B-DocumentSoort " " FS-B-DocumentNummer
                           DISPLAY "  Klopt dit met het getoonde document? (J/N): " WITH NO ADVANCING
                           ACCEPT IdentiteitJuistInput
                       END-IF
                       IF NOT IdentiteitJuist
                           DISPLAY "  Volledige naam: " WITH NO ADVANCING
                           ACCEPT FS-B-VolledigeNaam
                           DISPLAY "  Documentsoort (PP/ID/RB): " WITH NO ADVANCING
                           ACCEPT FS-B-DocumentSoort
                           DISPLAY "  Documentnummer: " WITH NO ADVANCING
                           ACCEPT FS-B-DocumentNummer
                           REWRITE Bewonersrecord
                               INVALID KEY
                                   DISPLAY ">>> Vastleggen identiteit mislukt. IOStatus: " IOStatus
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO EOFBewonersVlag
           .

       ZoekPreRegistratie.
           *> De laatst ontvangen aanmelding van de reservering telt
           INITIALIZE GevondenPreRegistratie
           MOVE ZERO TO EOFPreRegistratiesVlag
           OPEN INPUT PreRegistratiesBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ PreRegistratiesBestand
               AT END
                   SET EOFPreRegistraties TO TRUE
           END-READ
           PERFORM UNTIL EOFPreRegistraties
               IF FS-PR-Reserveringsnummer EQUALS ReserveringnummerInput
                   MOVE PreRegistratierecord TO GevondenPreRegistratie
               END-IF
               READ PreRegistratiesBestand
                   AT END
                       SET EOFPreRegistraties TO TRUE
               END-READ
           END-PERFORM
           CLOSE PreRegistratiesBestand
           .

       LegKentekensVast.
           *> Zonder eerdere vastlegging geldt het kenteken uit de
           *> pre-registratie als voorstel
           PERFORM ZoekKentekens
           IF GKT-Reserveringsnummer EQUALS ZERO
               MOVE ReserveringnummerInput TO GKT-Reserveringsnummer
               MOVE GPR-Kenteken TO GKT-Kenteken1
           END-IF
           MOVE GevondenKenteken TO Kentekenrecord
           DISPLAY "Kenteken 1 voor de slagboom (leeg = " GKT-Kenteken1 ", - = geen): " WITH NO ADVANCING
           MOVE SPACES TO KentekenInput
           ACCEPT KentekenInput
           EVALUATE TRUE
               WHEN KentekenInput EQUALS "-"
                   MOVE SPACES TO FS-KT-Kenteken1
               WHEN KentekenInput NOT EQUALS SPACES
                   MOVE FUNCTION UPPER-CASE (KentekenInput) TO FS-KT-Kenteken1
           END-EVALUATE
           DISPLAY "Kenteken 2 (leeg = " GKT-Kenteken2 ", - = geen): " WITH NO ADVANCING
           MOVE SPACES TO KentekenInput
           ACCEPT KentekenInput
           EVALUATE TRUE
               WHEN KentekenInput EQUALS "-"
                   MOVE SPACES TO FS-KT-Kenteken2
               WHEN KentekenInput NOT EQUALS SPACES
                   MOVE FUNCTION UPPER-CASE (KentekenInput) TO FS-KT-Kenteken2
           END-EVALUATE
           IF FS-KT-Kenteken1 EQUALS SPACES
               MOVE FS-KT-Kenteken2 TO FS-KT-Kenteken1
               MOVE SPACES TO FS-KT-Kenteken2
           END-IF
           *> Alleen een gewijzigde of nieuwe opgave wordt vastgelegd
           IF FS-KT-Kenteken1 EQUALS GKT-Kenteken1
             AND FS-KT-Kenteken2 EQUALS GKT-Kenteken2
             AND (GKT-DatumVastgelegd NOT EQUALS ZERO
               OR FS-KT-Kenteken1 EQUALS SPACES)
               EXIT PARAGRAPH
           END-IF
           MOVE DatumVandaag TO FS-KT-DatumVastgelegd
           OPEN EXTEND KentekensBestand
           IF IOStatus EQUALS 35
               CLOSE KentekensBestand
               OPEN OUTPUT KentekensBestand
           END-IF
           IF IOStatus EQUALS 00 OR 05
               WRITE Kentekenrecord
               CLOSE KentekensBestand
               DISPLAY "Kenteken(s) vastgelegd voor de slagboom."
           ELSE
               DISPLAY ">>> Fout bij het openen van Kentekens.dat: " IOStatus
           END-IF
           .

       ZoekKentekens.
           INITIALIZE GevondenKenteken
           MOVE ZERO TO EOFKentekensVlag
           OPEN INPUT KentekensBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ KentekensBestand
               AT END
                   SET EOFKentekens TO TRUE
           END-READ
           PERFORM UNTIL EOFKentekens
               IF FS-KT-Reserveringsnummer EQUALS ReserveringnummerInput
                   MOVE Kentekenrecord TO GevondenKenteken
               END-IF
               READ KentekensBestand
                   AT END
                       SET EOFKentekens TO TRUE
               END-READ
           END-PERFORM
           CLOSE KentekensBestand
           .

       BepaalOpenSaldo.
           *> Factuurtotaal volgens BepaalFactuurTotaal minus de
           *> huurbetalingen uit het grootboek (borg staat er los van)
           MOVE ReserveringnummerInput TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ReserveringenMetAltKey
             PadDir-Bewoners
             PadDir-PreRegistraties
             PadDir-Kentekens
             PadDir-Aanwezigheid
             PadDir-AanwezigheidGefilterd
             PadDir-SchoonmaakStatus
