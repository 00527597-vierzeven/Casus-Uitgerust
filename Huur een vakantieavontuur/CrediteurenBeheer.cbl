       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrediteurenBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Crediteurenadministratie: leveranciers met IBAN en
       *> betaaltermijn, registratie van inkoopfacturen met
       *> kostencategorie en BTW en een optionele koppeling aan een
       *> werkorder, een woning of een schoonmaakafrekening. Facturen
       *> worden eerst goedgekeurd; alleen goedgekeurde facturen komen
       *> op de betaallijst, in de CashflowPrognose en in de kosten
       *> van het ConcernRapport
       SELECT CrediteurenBestand ASSIGN TO Pad-Crediteuren
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CrediteurenWerk ASSIGN TO Pad-CrediteurenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT InkoopfacturenBestand ASSIGN TO Pad-Inkoopfacturen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT InkoopfacturenWerk ASSIGN TO Pad-InkoopfacturenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BtwCodesBestand ASSIGN TO Pad-BtwCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WerkordersBestand ASSIGN TO Pad-Werkorders
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WoningenBestand ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BetaallijstBestand ASSIGN TO Pad-Betaallijst
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CrediteurenBestand.
       01 Crediteurrecord.
       COPY Crediteur REPLACING ==(pf)== BY ==FS-C==.
       FD CrediteurenWerk.
       01 CrediteurWerkrecord.
       COPY Crediteur REPLACING ==(pf)== BY ==FS-CW==.
       FD InkoopfacturenBestand.
       01 Inkoopfactuurrecord.
       COPY Inkoopfactuur REPLACING ==(pf)== BY ==FS-I==.
       FD InkoopfacturenWerk.
       01 InkoopfactuurWerkrecord.
       COPY Inkoopfactuur REPLACING ==(pf)== BY ==FS-IW==.
       FD BtwCodesBestand.
       01 BtwCoderecord.
       COPY BtwCode REPLACING ==(pf)== BY ==FS-BC==.
       FD WerkordersBestand.
       01 Werkorderrecord.
       COPY Werkorder REPLACING ==(pf)== BY ==FS-W==.
       FD WoningenBestand.
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
       FD BetaallijstBestand.
       01 Betaallijstregel PIC X(132).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Crediteuren.
         02 PadDir-Crediteuren PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Crediteuren.dat".
       01 Pad-CrediteurenWerk.
         02 PadDir-CrediteurenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "CrediteurenWerk.dat".
       01 Pad-Inkoopfacturen.
         02 PadDir-Inkoopfacturen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Inkoopfacturen.dat".
       01 Pad-InkoopfacturenWerk.
         02 PadDir-InkoopfacturenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "InkoopfacturenWerk.dat".
       01 Pad-BtwCodes.
         02 PadDir-BtwCodes PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BtwCodes.dat".
       01 Pad-Werkorders.
         02 PadDir-Werkorders PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Werkorders.dat".
       01 Pad-Woningen.
         02 PadDir-Woningen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningen.dat".
       01 Pad-Betaallijst.
         02 PadDir-Betaallijst PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betaallijst.txt".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 KeuzeVlag PIC 9 VALUE 1.
         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 INT-Datum PIC 9(8) COMP.
       *> Crediteuren
       78 StandaardBetaaltermijn VALUE 30.
       01 NieuweCrediteur.
       COPY Crediteur REPLACING ==(pf)== BY ==NC==.
       01 GezochtCrediteurnummer PIC 9(5) VALUE ZERO.
       01 HoogsteCrediteurnummer PIC 9(5) VALUE ZERO.
       01 CrediteurGevondenVlag PIC 9 VALUE 0.
         88 CrediteurGevonden VALUE 1.
         88 CrediteurNietGevonden VALUE 0.
       01 TekstInput PIC X(40) VALUE SPACES.
       01 TermijnInput PIC X(3) VALUE SPACES.
       01 ActiefInput PIC X VALUE SPACE.
       *> Inkoopfacturen
       01 NieuweFactuur.
       COPY Inkoopfactuur REPLACING ==(pf)== BY ==NF==.
       01 HoogsteInkoopnummer PIC 9(6) VALUE ZERO.
       01 GezochtInkoopnummer PIC 9(6) VALUE ZERO.
       01 FactuurdatumInput PIC 9(8) VALUE ZERO.
       01 BedragInvoer PIC 9(9) VALUE ZERO.
       01 BtwCodeInput PIC X VALUE SPACE.
       01 BtwPercentage PIC 99 VALUE ZERO.
       01 BtwGevondenVlag PIC 9 VALUE 0.
         88 BtwGevonden VALUE 1.
         88 BtwNietGevonden VALUE 0.
       01 KoppelSoortInput PIC X VALUE SPACE.
       01 KoppelWerkorder PIC 9(5) VALUE ZERO.
       01 KoppelPark PIC XX VALUE SPACES.
       01 KoppelWoning PIC 99 VALUE ZERO.
       01 KoppelJaar PIC 9(4) VALUE ZERO.
       01 KoppelMaand PIC 99 VALUE ZERO.
       01 KoppelGevondenVlag PIC 9 VALUE 0.
         88 KoppelGevonden VALUE 1.
         88 KoppelNietGevonden VALUE 0.
       01 DubbeleFactuurVlag PIC 9 VALUE 0.
         88 DubbeleFactuur VALUE 1.
         88 GeenDubbeleFactuur VALUE 0.
       *> Statuswijziging (goedkeuren, afkeuren, betalen)
       01 VereisteStatus PIC X VALUE SPACE.
       01 NieuweFactuurStatus PIC X VALUE SPACE.
       01 BesluitInput PIC X VALUE SPACE.
       01 StatusFilter PIC X VALUE SPACE.
       01 FactuurGevondenVlag PIC 9 VALUE 0.
         88 FactuurGevonden VALUE 1.
         88 FactuurNietGevonden VALUE 0.
       COPY ParametersPeriodeSlot REPLACING ==(pf)== BY ==PS==.
       *> Betaallijst: goedgekeurde, onbetaalde facturen die tot en
       *> met de gekozen datum vervallen, gesorteerd op vervaldatum
       78 StandaardVooruitDagen VALUE 14.
       78 MaxBetaalRegels VALUE 500.
       01 BetaalTotDatum PIC 9(8) VALUE ZERO.
       01 BetaalTabel.
         02 BetaalRegel OCCURS 500 TIMES.
           03 BL-Vervaldatum PIC 9(8).
           03 BL-Inkoopnummer PIC 9(6).
           03 BL-Crediteurnummer PIC 9(5).
           03 BL-FactuurnummerCrediteur PIC X(16).
           03 BL-BedragIncl PIC 9(7)V99.
       01 WisselBetaalRegel PIC X(44).
       01 AantalBetaalRegels PIC 999 VALUE ZERO.
       01 BetaalIndex PIC 999 VALUE ZERO.
       01 VergelijkIndex PIC 999 VALUE ZERO.
       01 CrediteurTabel.
         02 CrediteurRegel OCCURS 200 TIMES.
           03 CT-Crediteurnummer PIC 9(5).
           03 CT-Naam PIC X(30).
           03 CT-Iban PIC X(18).
       01 AantalCrediteuren PIC 999 VALUE ZERO.
       01 CrediteurIndex PIC 999 VALUE ZERO.
       01 GevondenNaam PIC X(30) VALUE SPACES.
       01 GevondenIban PIC X(18) VALUE SPACES.
       01 BetaalTotaal PIC 9(8)V99 VALUE ZERO.
       01 VervallenMarkering PIC X(10) VALUE SPACES.
       *> Weergave
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZZ9,99.
       01 ToonBedrag2 PIC ZZZZZ9,99.
       01 ToonTotaal PIC ZZZZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "CREDITEUREN EN INKOOPFACTUREN"
               DISPLAY "============================="
               DISPLAY "1. Crediteur toevoegen of wijzigen"
               DISPLAY "2. Crediteuren tonen"
               DISPLAY "3. Inkoopfactuur registreren"
               DISPLAY "4. Inkoopfacturen goedkeuren"
               DISPLAY "5. Betaallijst (te betalen facturen)"
               DISPLAY "6. Betaling van een inkoopfactuur vastleggen"
               DISPLAY "7. Inkoopfacturen tonen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM CrediteurVastleggen
                   WHEN 2
                       PERFORM ToonCrediteuren
                   WHEN 3
                       PERFORM RegistreerInkoopfactuur
                   WHEN 4
                       PERFORM KeurFacturenGoed
                   WHEN 5
                       PERFORM MaakBetaallijst
                   WHEN 6
                       PERFORM LegBetalingVast
                   WHEN 7
                       PERFORM ToonInkoopfacturen
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       CrediteurVastleggen.
           DISPLAY SPACE
           DISPLAY "Crediteurnummer (0 = nieuwe crediteur): "
             WITH NO ADVANCING
           ACCEPT GezochtCrediteurnummer
           IF GezochtCrediteurnummer = ZERO
               PERFORM NieuweCrediteurInvoeren
           ELSE
               PERFORM CrediteurWijzigen
           END-IF
           .

       NieuweCrediteurInvoeren.
           PERFORM BepaalVolgendCrediteurnummer
           INITIALIZE NieuweCrediteur
           MOVE HoogsteCrediteurnummer TO NC-Crediteurnummer
           DISPLAY "Naam (max 30 tekens): " WITH NO ADVANCING
           ACCEPT NC-Naam
           IF NC-Naam = SPACES
               DISPLAY "Een naam is verplicht."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "IBAN: " WITH NO ADVANCING
           ACCEPT NC-Iban
           MOVE FUNCTION UPPER-CASE (NC-Iban) TO NC-Iban
           DISPLAY "E-mailadres: " WITH NO ADVANCING
           ACCEPT NC-Emailadres
           DISPLAY "Betaaltermijn in dagen (leeg = 30): "
             WITH NO ADVANCING
           MOVE SPACES TO TermijnInput
           ACCEPT TermijnInput
           IF TermijnInput = SPACES
               MOVE StandaardBetaaltermijn TO NC-Betaaltermijn
           ELSE
               MOVE FUNCTION NUMVAL (TermijnInput) TO NC-Betaaltermijn
           END-IF
           DISPLAY "Standaard kostencategorie (bijv. SCHOONMAAK, "
             "WASSERIJ, ONDERDELEN, ENERGIE): " WITH NO ADVANCING
           ACCEPT NC-Kostencategorie
           MOVE FUNCTION UPPER-CASE (NC-Kostencategorie)
             TO NC-Kostencategorie
           MOVE "J" TO NC-ActiefVlag
           OPEN EXTEND CrediteurenBestand
           IF IOStatus = 35
               CLOSE CrediteurenBestand
               OPEN OUTPUT CrediteurenBestand
           END-IF
           IF IOStatus = 00 OR 05
               WRITE Crediteurrecord FROM NieuweCrediteur
               CLOSE CrediteurenBestand
               DISPLAY "Crediteur " NC-Crediteurnummer " vastgelegd."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       BepaalVolgendCrediteurnummer.
           MOVE ZERO TO HoogsteCrediteurnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT CrediteurenBestand
           IF IO-OK
               READ CrediteurenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-C-Crediteurnummer > HoogsteCrediteurnummer
                       MOVE FS-C-Crediteurnummer
                         TO HoogsteCrediteurnummer
                   END-IF
                   READ CrediteurenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CrediteurenBestand
           END-IF
           ADD 1 TO HoogsteCrediteurnummer
           .

       ZoekCrediteur.
           *> Zoekt GezochtCrediteurnummer en zet het record in
           *> NieuweCrediteur
           SET CrediteurNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT CrediteurenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ CrediteurenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-C-Crediteurnummer = GezochtCrediteurnummer
                   MOVE Crediteurrecord TO NieuweCrediteur
                   SET CrediteurGevonden TO TRUE
                   SET EOFBereikt TO TRUE
               ELSE
                   READ CrediteurenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CrediteurenBestand
           .

       CrediteurWijzigen.
           PERFORM ZoekCrediteur
           IF CrediteurNietGevonden
               DISPLAY "Crediteur " GezochtCrediteurnummer
                 " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Crediteur " NC-Crediteurnummer " " NC-Naam
           DISPLAY "Naam (leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO TekstInput
           ACCEPT TekstInput
           IF TekstInput NOT = SPACES
               MOVE TekstInput TO NC-Naam
           END-IF
           DISPLAY "IBAN (" NC-Iban ", leeg = ongewijzigd): "
             WITH NO ADVANCING
           MOVE SPACES TO TekstInput
           ACCEPT TekstInput
           IF TekstInput NOT = SPACES
               MOVE FUNCTION UPPER-CASE (TekstInput) TO NC-Iban
           END-IF
           DISPLAY "E-mailadres (leeg = ongewijzigd): "
             WITH NO ADVANCING
           MOVE SPACES TO TekstInput
           ACCEPT TekstInput
           IF TekstInput NOT = SPACES
               MOVE TekstInput TO NC-Emailadres
           END-IF
           DISPLAY "Betaaltermijn (" NC-Betaaltermijn
             " dagen, leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO TermijnInput
           ACCEPT TermijnInput
           IF TermijnInput NOT = SPACES
               MOVE FUNCTION NUMVAL (TermijnInput) TO NC-Betaaltermijn
           END-IF
           DISPLAY "Kostencategorie (" NC-Kostencategorie
             ", leeg = ongewijzigd): " WITH NO ADVANCING
           MOVE SPACES TO TekstInput
           ACCEPT TekstInput
           IF TekstInput NOT = SPACES
               MOVE FUNCTION UPPER-CASE (TekstInput)
                 TO NC-Kostencategorie
           END-IF
           DISPLAY "Actief (J/N, leeg = ongewijzigd): "
             WITH NO ADVANCING
           MOVE SPACE TO ActiefInput
           ACCEPT ActiefInput
           MOVE FUNCTION UPPER-CASE (ActiefInput) TO ActiefInput
           IF ActiefInput = "J" OR ActiefInput = "N"
               MOVE ActiefInput TO NC-ActiefVlag
           END-IF
           *> Het werkbestand wordt het nieuwe crediteurenbestand
           MOVE ZERO TO EOFVlag
           OPEN INPUT CrediteurenBestand
           OPEN OUTPUT CrediteurenWerk
           READ CrediteurenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-C-Crediteurnummer = NC-Crediteurnummer
                   WRITE CrediteurWerkrecord FROM NieuweCrediteur
               ELSE
                   WRITE CrediteurWerkrecord FROM Crediteurrecord
               END-IF
               READ CrediteurenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CrediteurenBestand, CrediteurenWerk
           MOVE ZERO TO EOFVlag
           OPEN INPUT CrediteurenWerk
           OPEN OUTPUT CrediteurenBestand
           READ CrediteurenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Crediteurrecord FROM CrediteurWerkrecord
               READ CrediteurenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CrediteurenWerk, CrediteurenBestand
           DISPLAY "Crediteur " NC-Crediteurnummer " bijgewerkt."
           .

       ToonCrediteuren.
           DISPLAY SPACE
           DISPLAY "CREDITEUREN"
           DISPLAY "==========="
           MOVE ZERO TO EOFVlag
           OPEN INPUT CrediteurenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen crediteuren. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ CrediteurenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               DISPLAY FS-C-Crediteurnummer " | " FS-C-Naam " | "
                 FS-C-Iban " | " FS-C-Betaaltermijn " dagen | "
                 FS-C-Kostencategorie WITH NO ADVANCING
               IF FS-C-NietActief
                   DISPLAY " | NIET ACTIEF"
               ELSE
                   DISPLAY SPACE
               END-IF
               READ CrediteurenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CrediteurenBestand
           .

       RegistreerInkoopfactuur.
           DISPLAY SPACE
           DISPLAY "Crediteurnummer: " WITH NO ADVANCING
           ACCEPT GezochtCrediteurnummer
           PERFORM ZoekCrediteur
           IF CrediteurNietGevonden
               DISPLAY "Crediteur " GezochtCrediteurnummer
                 " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           IF NC-NietActief
               DISPLAY "Crediteur " GezochtCrediteurnummer
                 " is niet actief."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Crediteur: " NC-Naam
           INITIALIZE NieuweFactuur
           MOVE NC-Crediteurnummer TO NF-Crediteurnummer
           DISPLAY "Factuurnummer van de crediteur: " WITH NO ADVANCING
           ACCEPT NF-FactuurnummerCrediteur
           IF NF-FactuurnummerCrediteur = SPACES
               DISPLAY "Een factuurnummer is verplicht."
               EXIT PARAGRAPH
           END-IF
           PERFORM ControleerDubbeleFactuur
           IF DubbeleFactuur
               DISPLAY "Deze factuur van de crediteur is al "
                 "geregistreerd."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Factuurdatum (jjjjmmdd, 0 = vandaag): "
             WITH NO ADVANCING
           ACCEPT FactuurdatumInput
           IF FactuurdatumInput = ZERO
               MOVE DatumVandaag TO FactuurdatumInput
           END-IF
           *> De kosten vallen in de periode van de factuurdatum; een
           *> afgesloten periode wordt niet meer gewijzigd
           MOVE FactuurdatumInput TO PS-C-Datum
           CALL "ControleerPeriodeSlot"
             USING BY CONTENT PS-C-ParametersPeriodeSlot,
                   BY REFERENCE PS-R-ParametersPeriodeSlot
           IF PS-R-PeriodeGesloten
               DISPLAY "De boekperiode van deze factuurdatum is "
                 "afgesloten."
               EXIT PARAGRAPH
           END-IF
           MOVE FactuurdatumInput TO NF-Factuurdatum
           COMPUTE INT-Datum =
             FUNCTION INTEGER-OF-DATE (NF-Factuurdatum)
             + NC-Betaaltermijn
           MOVE FUNCTION DATE-OF-INTEGER (INT-Datum) TO NF-Vervaldatum
           DISPLAY "Kostencategorie (leeg = " NC-Kostencategorie "): "
             WITH NO ADVANCING
           ACCEPT NF-Kostencategorie
           MOVE FUNCTION UPPER-CASE (NF-Kostencategorie)
             TO NF-Kostencategorie
           IF NF-Kostencategorie = SPACES
               MOVE NC-Kostencategorie TO NF-Kostencategorie
           END-IF
           IF NF-Kostencategorie = SPACES
               MOVE "OVERIG" TO NF-Kostencategorie
           END-IF
           DISPLAY "Omschrijving (max 30 tekens): " WITH NO ADVANCING
           ACCEPT NF-Omschrijving
           DISPLAY "Bedrag exclusief BTW (bijv. 0012500 voor 125,00): "
             WITH NO ADVANCING
           ACCEPT BedragInvoer
           COMPUTE NF-BedragExcl = BedragInvoer / 100
           DISPLAY "BTW-code (L = laag, H = hoog, V = vrijgesteld, "
             "leeg = H): " WITH NO ADVANCING
           MOVE SPACE TO BtwCodeInput
           ACCEPT BtwCodeInput
           MOVE FUNCTION UPPER-CASE (BtwCodeInput) TO BtwCodeInput
           IF BtwCodeInput = SPACE
               MOVE "H" TO BtwCodeInput
           END-IF
           PERFORM ZoekBtwPercentage
           IF BtwNietGevonden
               DISPLAY "Onbekende BTW-code " BtwCodeInput
                 " (zie BTW-codes en tarieven)."
               EXIT PARAGRAPH
           END-IF
           MOVE BtwCodeInput TO NF-BtwCode
           COMPUTE NF-BtwBedrag ROUNDED =
             NF-BedragExcl * BtwPercentage / 100
           COMPUTE NF-BedragIncl = NF-BedragExcl + NF-BtwBedrag
           PERFORM VraagKoppeling
           IF KoppelNietGevonden
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalVolgendInkoopnummer
           MOVE HoogsteInkoopnummer TO NF-Inkoopnummer
           MOVE "I" TO NF-Status
           MOVE SPACES TO NF-DatumGoedkeuring NF-DatumBetaald
           OPEN EXTEND InkoopfacturenBestand
           IF IOStatus = 35
               CLOSE InkoopfacturenBestand
               OPEN OUTPUT InkoopfacturenBestand
           END-IF
           IF IOStatus = 00 OR 05
               WRITE Inkoopfactuurrecord FROM NieuweFactuur
               CLOSE InkoopfacturenBestand
               COMPUTE BedragCenten = NF-BedragIncl * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Inkoopfactuur " NF-Inkoopnummer
                 " geregistreerd (" ToonBedrag " incl. BTW, vervalt "
                 NF-Vervaldatum "); wacht op goedkeuring."
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       ControleerDubbeleFactuur.
           SET GeenDubbeleFactuur TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT InkoopfacturenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ InkoopfacturenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-I-Crediteurnummer = NF-Crediteurnummer
                 AND FS-I-FactuurnummerCrediteur
                   = NF-FactuurnummerCrediteur
                 AND NOT FS-I-StatusAfgekeurd
                   SET DubbeleFactuur TO TRUE
               END-IF
               READ InkoopfacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE InkoopfacturenBestand
           .

       ZoekBtwPercentage.
           *> Percentage uit de BTW-codes (BtwBeheer); zonder
           *> bestand is alleen vrijgesteld bekend
           SET BtwNietGevonden TO TRUE
           MOVE ZERO TO BtwPercentage
           MOVE ZERO TO EOFVlag
           OPEN INPUT BtwCodesBestand
           IF IO-OK
               READ BtwCodesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-BC-Code = BtwCodeInput
                       MOVE FS-BC-Percentage TO BtwPercentage
                       SET BtwGevonden TO TRUE
                       SET EOFBereikt TO TRUE
                   ELSE
                       READ BtwCodesBestand
                           AT END
                               SET EOFBereikt TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE BtwCodesBestand
           END-IF
           IF BtwNietGevonden AND BtwCodeInput = "V"
               SET BtwGevonden TO TRUE
           END-IF
           .

       VraagKoppeling.
           SET KoppelGevonden TO TRUE
           MOVE SPACE TO NF-KoppelSoort
           MOVE SPACES TO NF-KoppelNummer
           DISPLAY "Koppeling (W = werkorder, H = woning, "
             "S = schoonmaakafrekening, leeg = geen): "
             WITH NO ADVANCING
           MOVE SPACE TO KoppelSoortInput
           ACCEPT KoppelSoortInput
           MOVE FUNCTION UPPER-CASE (KoppelSoortInput)
             TO KoppelSoortInput
           EVALUATE KoppelSoortInput
               WHEN "W"
                   PERFORM KoppelAanWerkorder
               WHEN "H"
                   PERFORM KoppelAanWoning
               WHEN "S"
                   PERFORM KoppelAanSchoonmaak
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Onbekende koppeling."
                   SET KoppelNietGevonden TO TRUE
           END-EVALUATE
           .

       KoppelAanWerkorder.
           DISPLAY "Werkordernummer: " WITH NO ADVANCING
           ACCEPT KoppelWerkorder
           SET KoppelNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT WerkordersBestand
           IF IO-OK
               READ WerkordersBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-W-Werkordernummer = KoppelWerkorder
                       SET KoppelGevonden TO TRUE
                       SET EOFBereikt TO TRUE
                   ELSE
                       READ WerkordersBestand
                           AT END
                               SET EOFBereikt TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE WerkordersBestand
           END-IF
           IF KoppelNietGevonden
               DISPLAY "Werkorder " KoppelWerkorder
                 " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO NF-KoppelSoort
           MOVE KoppelWerkorder TO NF-KoppelNummer
           .

       KoppelAanWoning.
           DISPLAY "Parkcode (leeg = 01): " WITH NO ADVANCING
           MOVE SPACES TO KoppelPark
           ACCEPT KoppelPark
           IF KoppelPark = SPACES
               MOVE "01" TO KoppelPark
           END-IF
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT KoppelWoning
           SET KoppelNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT WoningenBestand
           IF IO-OK
               READ WoningenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF WoningParkcode = SPACES
                       MOVE "01" TO WoningParkcode
                   END-IF
                   IF Woningnummer = KoppelWoning
                     AND WoningParkcode = KoppelPark
                       SET KoppelGevonden TO TRUE
                       SET EOFBereikt TO TRUE
                   ELSE
                       READ WoningenBestand
                           AT END
                               SET EOFBereikt TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE WoningenBestand
           END-IF
           IF KoppelNietGevonden
               DISPLAY "Woning " KoppelWoning " in park " KoppelPark
                 " is niet gevonden."
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO NF-KoppelSoort
           STRING KoppelPark KoppelWoning DELIMITED BY SIZE
             INTO NF-KoppelNummer
           .

       KoppelAanSchoonmaak.
           *> De schoonmaakafrekening loopt per kalendermaand
           DISPLAY "Jaar van de schoonmaakafrekening: "
             WITH NO ADVANCING
           ACCEPT KoppelJaar
           DISPLAY "Maand van de schoonmaakafrekening: "
             WITH NO ADVANCING
           ACCEPT KoppelMaand
           IF KoppelMaand < 1 OR KoppelMaand > 12
             OR KoppelJaar = ZERO
               DISPLAY "Ongeldige periode."
               SET KoppelNietGevonden TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO NF-KoppelSoort
           STRING KoppelJaar KoppelMaand DELIMITED BY SIZE
             INTO NF-KoppelNummer
           .

       BepaalVolgendInkoopnummer.
           MOVE ZERO TO HoogsteInkoopnummer
           MOVE ZERO TO EOFVlag
           OPEN INPUT InkoopfacturenBestand
           IF IO-OK
               READ InkoopfacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
               PERFORM UNTIL EOFBereikt
                   IF FS-I-Inkoopnummer > HoogsteInkoopnummer
                       MOVE FS-I-Inkoopnummer TO HoogsteInkoopnummer
                   END-IF
                   READ InkoopfacturenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InkoopfacturenBestand
           END-IF
           ADD 1 TO HoogsteInkoopnummer
           .

       KeurFacturenGoed.
           DISPLAY SPACE
           DISPLAY "INKOOPFACTUREN TER GOEDKEURING"
           DISPLAY "=============================="
           MOVE "I" TO StatusFilter
           PERFORM ToonFacturenMetStatus
           DISPLAY SPACE
           DISPLAY "Inkoopnummer (0 = terug): " WITH NO ADVANCING
           ACCEPT GezochtInkoopnummer
           IF GezochtInkoopnummer = ZERO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Besluit (G = goedkeuren, A = afkeuren): "
             WITH NO ADVANCING
           MOVE SPACE TO BesluitInput
           ACCEPT BesluitInput
           MOVE FUNCTION UPPER-CASE (BesluitInput) TO BesluitInput
           IF BesluitInput NOT = "G" AND BesluitInput NOT = "A"
               DISPLAY "Ongeldig besluit."
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO VereisteStatus
           MOVE BesluitInput TO NieuweFactuurStatus
           PERFORM WijzigFactuurStatus
           IF FactuurGevonden
               IF BesluitInput = "G"
                   DISPLAY "Inkoopfactuur " GezochtInkoopnummer
                     " goedgekeurd voor betaling."
               ELSE
                   DISPLAY "Inkoopfactuur " GezochtInkoopnummer
                     " afgekeurd."
               END-IF
           END-IF
           .

       LegBetalingVast.
           DISPLAY SPACE
           DISPLAY "Inkoopnummer: " WITH NO ADVANCING
           ACCEPT GezochtInkoopnummer
           MOVE "G" TO VereisteStatus
           MOVE "B" TO NieuweFactuurStatus
           PERFORM WijzigFactuurStatus
           IF FactuurGevonden
               DISPLAY "Betaling van inkoopfactuur "
                 GezochtInkoopnummer " vastgelegd."
           END-IF
           .

       WijzigFactuurStatus.
           *> Zet de factuur GezochtInkoopnummer met VereisteStatus op
           *> NieuweFactuurStatus, via het werkbestand
           SET FactuurNietGevonden TO TRUE
           MOVE ZERO TO EOFVlag
           OPEN INPUT InkoopfacturenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen inkoopfacturen. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InkoopfacturenWerk
           READ InkoopfacturenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-I-Inkoopnummer = GezochtInkoopnummer
                 AND FS-I-Status = VereisteStatus
                   SET FactuurGevonden TO TRUE
                   MOVE NieuweFactuurStatus TO FS-I-Status
                   IF FS-I-StatusBetaald
                       MOVE DatumVandaag TO FS-I-DatumBetaald
                   ELSE
                       MOVE DatumVandaag TO FS-I-DatumGoedkeuring
                   END-IF
               END-IF
               WRITE InkoopfactuurWerkrecord FROM Inkoopfactuurrecord
               READ InkoopfacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE InkoopfacturenBestand, InkoopfacturenWerk
           IF FactuurNietGevonden
               DISPLAY "Inkoopfactuur " GezochtInkoopnummer
                 " is niet gevonden of heeft niet de juiste status."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT InkoopfacturenWerk
           OPEN OUTPUT InkoopfacturenBestand
           READ InkoopfacturenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               WRITE Inkoopfactuurrecord FROM InkoopfactuurWerkrecord
               READ InkoopfacturenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE InkoopfacturenWerk, InkoopfacturenBestand
           .

       ToonInkoopfacturen.
           DISPLAY SPACE
           DISPLAY "Status (I = ingevoerd, G = goedgekeurd, "
             "B = betaald, A = afgekeurd, leeg = alle): "
             WITH NO ADVANCING
           MOVE SPACE TO StatusFilter
           ACCEPT StatusFilter
           MOVE FUNCTION UPPER-CASE (StatusFilter) TO StatusFilter
           DISPLAY SPACE
           DISPLAY "INKOOPFACTUREN"
           DISPLAY "=============="
           PERFORM ToonFacturenMetStatus
           .

       ToonFacturenMetStatus.
           MOVE ZERO TO EOFVlag
           OPEN INPUT InkoopfacturenBestand
           IF NOT IO-OK
               DISPLAY "Er zijn nog geen inkoopfacturen. IO-Status: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           READ InkoopfacturenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF StatusFilter = SPACE OR FS-I-Status = StatusFilter
                   PERFORM ToonFactuurRegel
               END-IF
               READ InkoopfacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE InkoopfacturenBestand
           .

       ToonFactuurRegel.
           COMPUTE BedragCenten = FS-I-BedragExcl * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = FS-I-BtwBedrag * 100
           MOVE BedragCenten TO ToonBedrag2
           DISPLAY FS-I-Inkoopnummer " | cred " FS-I-Crediteurnummer
             " | " FS-I-FactuurnummerCrediteur " | "
             FS-I-Factuurdatum " | vervalt " FS-I-Vervaldatum " | "
             FS-I-Kostencategorie WITH NO ADVANCING
           DISPLAY " | excl " ToonBedrag " | BTW " FS-I-BtwCode " "
             ToonBedrag2 " | " FS-I-Status WITH NO ADVANCING
           IF NOT FS-I-GeenKoppeling
               DISPLAY " | koppeling " FS-I-KoppelSoort " "
                 FS-I-KoppelNummer WITH NO ADVANCING
           END-IF
           DISPLAY " | " FS-I-Omschrijving
           .

       MaakBetaallijst.
           DISPLAY SPACE
           DISPLAY "Vervallen tot en met (jjjjmmdd, 0 = over 14 "
             "dagen): " WITH NO ADVANCING
           ACCEPT BetaalTotDatum
           IF BetaalTotDatum = ZERO
               COMPUTE INT-Datum =
                 FUNCTION INTEGER-OF-DATE (DatumVandaag)
                 + StandaardVooruitDagen
               MOVE FUNCTION DATE-OF-INTEGER (INT-Datum)
                 TO BetaalTotDatum
           END-IF
           PERFORM LaadCrediteurTabel
           PERFORM VerzamelTeBetalen
           PERFORM SorteerBetaallijst
           PERFORM SchrijfBetaallijst
           .

       LaadCrediteurTabel.
           MOVE ZERO TO AantalCrediteuren
           MOVE ZERO TO EOFVlag
           OPEN INPUT CrediteurenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ CrediteurenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF AantalCrediteuren < 200
                   ADD 1 TO AantalCrediteuren
                   MOVE FS-C-Crediteurnummer
                     TO CT-Crediteurnummer (AantalCrediteuren)
                   MOVE FS-C-Naam TO CT-Naam (AantalCrediteuren)
                   MOVE FS-C-Iban TO CT-Iban (AantalCrediteuren)
               END-IF
               READ CrediteurenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CrediteurenBestand
           .

       VerzamelTeBetalen.
           MOVE ZERO TO AantalBetaalRegels
           MOVE ZERO TO EOFVlag
           OPEN INPUT InkoopfacturenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ InkoopfacturenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-I-StatusGoedgekeurd
                 AND FS-I-Vervaldatum <= BetaalTotDatum
                 AND AantalBetaalRegels < MaxBetaalRegels
                   ADD 1 TO AantalBetaalRegels
                   MOVE FS-I-Vervaldatum
                     TO BL-Vervaldatum (AantalBetaalRegels)
                   MOVE FS-I-Inkoopnummer
                     TO BL-Inkoopnummer (AantalBetaalRegels)
                   MOVE FS-I-Crediteurnummer
                     TO BL-Crediteurnummer (AantalBetaalRegels)
                   MOVE FS-I-FactuurnummerCrediteur
                     TO BL-FactuurnummerCrediteur (AantalBetaalRegels)
                   MOVE FS-I-BedragIncl
                     TO BL-BedragIncl (AantalBetaalRegels)
               END-IF
               READ InkoopfacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE InkoopfacturenBestand
           .

       SorteerBetaallijst.
           *> Oudste vervaldatum eerst
           PERFORM VARYING BetaalIndex FROM 1 BY 1
             UNTIL BetaalIndex >= AantalBetaalRegels
               PERFORM VARYING VergelijkIndex FROM BetaalIndex BY 1
                 UNTIL VergelijkIndex > AantalBetaalRegels
                   IF BL-Vervaldatum (VergelijkIndex)
                     < BL-Vervaldatum (BetaalIndex)
                       MOVE BetaalRegel (BetaalIndex)
                         TO WisselBetaalRegel
                       MOVE BetaalRegel (VergelijkIndex)
                         TO BetaalRegel (BetaalIndex)
                       MOVE WisselBetaalRegel
                         TO BetaalRegel (VergelijkIndex)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       SchrijfBetaallijst.
           MOVE ZERO TO BetaalTotaal
           OPEN OUTPUT BetaallijstBestand
           MOVE SPACES TO RegelBuffer
           STRING "BETAALLIJST CREDITEUREN (vervallen t/m "
             BetaalTotDatum ", opgemaakt " DatumVandaag ")"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "==================================================="
             TO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING BetaalIndex FROM 1 BY 1
             UNTIL BetaalIndex > AantalBetaalRegels
               PERFORM SchrijfBetaalRegel
           END-PERFORM
           IF AantalBetaalRegels = ZERO
               MOVE "Geen goedgekeurde facturen te betalen."
                 TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           COMPUTE BedragCenten = BetaalTotaal * 100
           MOVE BedragCenten TO ToonTotaal
           MOVE SPACES TO RegelBuffer
           STRING "Totaal te betalen: " ToonTotaal
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           CLOSE BetaallijstBestand
           DISPLAY "Betaallijst geschreven naar Betaallijst.txt."
           .

       SchrijfBetaalRegel.
           MOVE SPACES TO GevondenNaam GevondenIban
           PERFORM VARYING CrediteurIndex FROM 1 BY 1
             UNTIL CrediteurIndex > AantalCrediteuren
               IF CT-Crediteurnummer (CrediteurIndex)
                 = BL-Crediteurnummer (BetaalIndex)
                   MOVE CT-Naam (CrediteurIndex) TO GevondenNaam
                   MOVE CT-Iban (CrediteurIndex) TO GevondenIban
               END-IF
           END-PERFORM
           IF BL-Vervaldatum (BetaalIndex) < DatumVandaag
               MOVE "VERVALLEN" TO VervallenMarkering
           ELSE
               MOVE SPACES TO VervallenMarkering
           END-IF
           COMPUTE BedragCenten = BL-BedragIncl (BetaalIndex) * 100
           MOVE BedragCenten TO ToonBedrag
           ADD BL-BedragIncl (BetaalIndex) TO BetaalTotaal
           MOVE SPACES TO RegelBuffer
           STRING BL-Vervaldatum (BetaalIndex) " " VervallenMarkering
             " " BL-Inkoopnummer (BetaalIndex) " "
             GevondenNaam " " GevondenIban " "
             BL-FactuurnummerCrediteur (BetaalIndex) " " ToonBedrag
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer TRAILING)
           WRITE Betaallijstregel FROM RegelBuffer
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-Crediteuren
             PadDir-CrediteurenWerk
             PadDir-Inkoopfacturen
             PadDir-InkoopfacturenWerk
             PadDir-BtwCodes
             PadDir-Werkorders
             PadDir-Woningen
             PadDir-Betaallijst
           .
