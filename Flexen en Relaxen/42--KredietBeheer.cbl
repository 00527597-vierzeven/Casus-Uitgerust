       IDENTIFICATION DIVISION.
       PROGRAM-ID. 42--KredietBeheer.
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
       *> Bedrijvenstambestand (onderhouden door 38--BedrijfBeheer)
       SELECT BedrijvenBestand ASSIGN TO Pad-Bedrijven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BedrijvenWerk ASSIGN TO Pad-BedrijvenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FlexKlantenBestand.
       COPY FlexKlant REPLACING ==(pf)== BY ==FK==.
       FD BedrijvenBestand.
       COPY Bedrijf REPLACING ==(pf)== BY ==BD==.
       FD BedrijvenWerk.
       COPY Bedrijf REPLACING ==(pf)== BY ==BDW==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-FlexKlanten.
         02 PadDir-FlexKlanten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "FlexKlanten.dat".
       01 Pad-Bedrijven.
         02 PadDir-Bedrijven PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Bedrijven.dat".
       01 Pad-BedrijvenWerk.
         02 PadDir-BedrijvenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "BedrijvenWerk.dat".
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
       01 GezochtKlantnummer PIC 9(6) VALUE ZERO.
       01 GezochtBedrijfsnummer PIC 9(4) VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> INVOER
       01 InvoerLimiet PIC 9(6) VALUE ZERO.
       01 InvoerActie PIC X VALUE SPACE.
         88 InvoerWaarschuwen VALUE "W" "w".
         88 InvoerWeigeren VALUE "B" "b".
       01 InvoerVrijTot PIC X(8) VALUE SPACES.
       01 BedrijfGevondenVlag PIC 9 VALUE ZERO.
         88 BedrijfGevonden VALUE 1.
         88 BedrijfNietGevonden VALUE 0.
       *> Wat er in het bedrijfsrecord moet veranderen
       01 BedrijfMutatie PIC X VALUE SPACE.
         88 MutatieLimiet VALUE "L".
         88 MutatieVrijgave VALUE "V".
       *> WEERGAVE
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 ToonBedrag PIC ZZZZZZ9,99.
       01 Totaalpositie PIC 9(8)V99 VALUE ZERO.
       *> Recordbeeld voor het logboek: de stamrecords zijn langer dan
       *> het logboekbeeld, dus alleen nummer, naam en de kredietvelden
       01 KredietBeeld.
         02 KB-Nummer PIC 9(6).
         02 KB-Naam PIC X(30).
         02 KB-Kredietlimiet PIC 9(6)V99.
         02 KB-KredietActie PIC X.
         02 KB-KredietVrijTot PIC X(8).
       *> KREDIETCONTROLE
       COPY KredietControle REPLACING ==(pf)== BY ==KC==.
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "KREDIETBEHEER"
               DISPLAY "============="
               DISPLAY "1. Kredietpositie klant tonen"
               DISPLAY "2. Kredietlimiet klant vastleggen/wijzigen"
               DISPLAY "3. Kredietlimiet bedrijf vastleggen/wijzigen"
               DISPLAY "4. Blokkade tijdelijk vrijgeven"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonKredietpositie
                   WHEN 2
                       PERFORM WijzigKlantLimiet
                   WHEN 3
                       PERFORM WijzigBedrijfsLimiet
                   WHEN 4
                       PERFORM GeefBlokkadeVrij
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       ToonKredietpositie.
           DISPLAY SPACE
           DISPLAY "Klantnummer: " WITH NO ADVANCING
           ACCEPT GezochtKlantnummer
           MOVE GezochtKlantnummer TO KC-Klantnummer
           MOVE ZERO TO KC-NieuwBedrag
           CALL "ControleerKrediet" USING KC-KredietControle
           IF (KC-Bedrijfsnummer > ZERO)
               DISPLAY "Valt onder de limiet van bedrijf " KC-Bedrijfsnummer "."
           END-IF
           IF (KC-Limiet EQUALS ZERO)
               DISPLAY "Voor deze klant geldt geen kredietlimiet."
               EXIT PARAGRAPH
           END-IF
           COMPUTE BedragCenten = KC-Limiet * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Kredietlimiet          : " ToonBedrag
           COMPUTE BedragCenten = KC-OpenPosten * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Openstaande posten     : " ToonBedrag
           COMPUTE BedragCenten = KC-Onbefactureerd * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Nog te factureren maand: " ToonBedrag
           COMPUTE Totaalpositie = KC-OpenPosten + KC-Onbefactureerd
           COMPUTE BedragCenten = Totaalpositie * 100
           MOVE BedragCenten TO ToonBedrag
           DISPLAY "Totale positie         : " ToonBedrag
           EVALUATE TRUE
               WHEN KC-KredietOK
                   DISPLAY "Binnen de limiet."
               WHEN KC-KredietWaarschuwing
                   DISPLAY "BOVEN DE LIMIET: de balie krijgt een waarschuwing."
               WHEN KC-KredietGeweigerd
                   DISPLAY "BOVEN DE LIMIET: boeken alleen tegen directe betaling."
               WHEN KC-KredietVrijgegeven
                   DISPLAY "Boven de limiet, maar vrijgegeven tot " KC-VrijTot "."
           END-EVALUATE
           .

       WijzigKlantLimiet.
           DISPLAY SPACE
           DISPLAY "Klantnummer: " WITH NO ADVANCING
           ACCEPT GezochtKlantnummer
           OPEN I-O FlexKlantenBestand
           IF NOT (IO-OK)
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE GezochtKlantnummer TO FK-Klantnummer
           READ FlexKlantenBestand KEY IS FK-Klantnummer
               INVALID KEY
                   DISPLAY "Klantnummer " GezochtKlantnummer " is niet bekend."
               NOT INVALID KEY
                   DISPLAY "Klant: " FK-Naam
                   IF (FK-Bedrijfsnummer IS NUMERIC AND FK-Bedrijfsnummer > ZERO)
                       DISPLAY "Let op: deze klant valt onder de limiet van bedrijf " FK-Bedrijfsnummer " (keuze 3)."
                   END-IF
                   IF (FK-Kredietlimiet IS NOT NUMERIC)
                       MOVE ZERO TO FK-Kredietlimiet
                   END-IF
                   PERFORM VulKlantBeeld
                   MOVE KredietBeeld TO LOG-BeeldVoor
                   COMPUTE BedragCenten = FK-Kredietlimiet * 100
                   MOVE BedragCenten TO ToonBedrag
                   DISPLAY "Huidige limiet (0 = geen): " ToonBedrag " | actie: " FK-KredietActie
                   PERFORM VraagLimiet
                   MOVE InvoerLimiet TO FK-Kredietlimiet
                   MOVE InvoerActie TO FK-KredietActie
                   REWRITE FK-Klant
                       INVALID KEY
                           DISPLAY "Er ging iets fout. File status: " IOStatus
                       NOT INVALID KEY
                           MOVE "42--KredietBeheer" TO LOG-Programma
                           MOVE "KREDIETLIMIET-GEWIJZIGD" TO LOG-Actie
                           PERFORM VulKlantBeeld
                           MOVE KredietBeeld TO LOG-BeeldNa
                           CALL "SchrijfLogboek" USING LOG-LogboekRegel
                           DISPLAY "Kredietlimiet bijgewerkt."
                   END-REWRITE
           END-READ
           CLOSE FlexKlantenBestand
           .

       VraagLimiet.
           DISPLAY "Nieuwe limiet in hele euro's (0 = geen limiet): " WITH NO ADVANCING
           ACCEPT InvoerLimiet
           DISPLAY "Boven de limiet: W = waarschuwen, B = alleen tegen directe betaling: " WITH NO ADVANCING
           ACCEPT InvoerActie
           IF (InvoerWeigeren)
               MOVE "B" TO InvoerActie
           ELSE
               IF NOT (InvoerWaarschuwen)
                   DISPLAY "Onbekende actie, er wordt gewaarschuwd."
               END-IF
               MOVE "W" TO InvoerActie
           END-IF
           .

       WijzigBedrijfsLimiet.
           DISPLAY SPACE
           DISPLAY "Bedrijfsnummer: " WITH NO ADVANCING
           ACCEPT GezochtBedrijfsnummer
           SET MutatieLimiet TO TRUE
           PERFORM MuteerBedrijf
           .

       GeefBlokkadeVrij.
           *> Tijdelijke vrijgave door de beheerder, bijvoorbeeld na een
           *> betalingsafspraak: tot en met de opgegeven datum mag er
           *> weer op rekening worden geboekt
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           DISPLAY SPACE
           DISPLAY "Klantnummer (medewerkers: het hele bedrijf wordt vrijgegeven): " WITH NO ADVANCING
           ACCEPT GezochtKlantnummer
           DISPLAY "Vrijgeven tot en met (yyyymmdd, leeg = vrijgave intrekken): " WITH NO ADVANCING
           ACCEPT InvoerVrijTot
           IF (InvoerVrijTot NOT EQUALS SPACES)
               IF (InvoerVrijTot IS NOT NUMERIC OR InvoerVrijTot < DatumVandaag)
                   DISPLAY "Ongeldige datum; er is niets vrijgegeven."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O FlexKlantenBestand
           IF NOT (IO-OK)
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO GezochtBedrijfsnummer
           MOVE GezochtKlantnummer TO FK-Klantnummer
           READ FlexKlantenBestand KEY IS FK-Klantnummer
               INVALID KEY
                   DISPLAY "Klantnummer " GezochtKlantnummer " is niet bekend."
               NOT INVALID KEY
                   IF (FK-Bedrijfsnummer IS NUMERIC AND FK-Bedrijfsnummer > ZERO)
                       MOVE FK-Bedrijfsnummer TO GezochtBedrijfsnummer
                   ELSE
                       PERFORM VulKlantBeeld
                       MOVE KredietBeeld TO LOG-BeeldVoor
                       MOVE InvoerVrijTot TO FK-KredietVrijTot
                       REWRITE FK-Klant
                           INVALID KEY
                               DISPLAY "Er ging iets fout. File status: " IOStatus
                           NOT INVALID KEY
                               MOVE "42--KredietBeheer" TO LOG-Programma
                               MOVE "KREDIET-VRIJGEGEVEN" TO LOG-Actie
                               PERFORM VulKlantBeeld
                               MOVE KredietBeeld TO LOG-BeeldNa
                               CALL "SchrijfLogboek" USING LOG-LogboekRegel
                               PERFORM MeldVrijgave
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE FlexKlantenBestand
           IF (GezochtBedrijfsnummer > ZERO)
               SET MutatieVrijgave TO TRUE
               PERFORM MuteerBedrijf
           END-IF
           .

       MeldVrijgave.
           IF (InvoerVrijTot EQUALS SPACES)
               DISPLAY "Vrijgave ingetrokken; de kredietlimiet geldt weer."
           ELSE
               DISPLAY "Vrijgegeven tot en met " InvoerVrijTot "."
           END-IF
           .

       MuteerBedrijf.
           *> Bedrijven.dat is sequentieel: via het werkbestand herschrijven
           SET BedrijfNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijvenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen bedrijven geregistreerd. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BedrijvenWerk
           READ BedrijvenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (BD-Bedrijfsnummer EQUALS GezochtBedrijfsnummer)
                 AND (BedrijfNietGevonden)
                   SET BedrijfGevonden TO TRUE
                   PERFORM MuteerBedrijfsRecord
               END-IF
               WRITE BDW-Bedrijf FROM BD-Bedrijf
               READ BedrijvenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BedrijvenBestand, BedrijvenWerk
           IF (BedrijfNietGevonden)
               DISPLAY "Bedrijfsnummer " GezochtBedrijfsnummer " is niet bekend."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfWerkTerug
           .

       MuteerBedrijfsRecord.
           DISPLAY "Bedrijf: " BD-Naam
           *> Oude records zonder kredietvelden
           IF (BD-Kredietlimiet IS NOT NUMERIC)
               MOVE ZERO TO BD-Kredietlimiet
           END-IF
           PERFORM VulBedrijfBeeld
           MOVE KredietBeeld TO LOG-BeeldVoor
           MOVE "42--KredietBeheer" TO LOG-Programma
           IF (MutatieLimiet)
               COMPUTE BedragCenten = BD-Kredietlimiet * 100
               MOVE BedragCenten TO ToonBedrag
               DISPLAY "Huidige limiet (0 = geen): " ToonBedrag " | actie: " BD-KredietActie
               PERFORM VraagLimiet
               MOVE InvoerLimiet TO BD-Kredietlimiet
               MOVE InvoerActie TO BD-KredietActie
               MOVE "KREDIETLIMIET-GEWIJZIGD" TO LOG-Actie
               DISPLAY "Kredietlimiet bijgewerkt."
           ELSE
               MOVE InvoerVrijTot TO BD-KredietVrijTot
               MOVE "KREDIET-VRIJGEGEVEN" TO LOG-Actie
               PERFORM MeldVrijgave
           END-IF
           PERFORM VulBedrijfBeeld
           MOVE KredietBeeld TO LOG-BeeldNa
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           .

       VulKlantBeeld.
           MOVE FK-Klantnummer TO KB-Nummer
           MOVE FK-Naam TO KB-Naam
           MOVE FK-Kredietlimiet TO KB-Kredietlimiet
           MOVE FK-KredietActie TO KB-KredietActie
           MOVE FK-KredietVrijTot TO KB-KredietVrijTot
           .

       VulBedrijfBeeld.
           MOVE BD-Bedrijfsnummer TO KB-Nummer
           MOVE BD-Naam TO KB-Naam
           MOVE BD-Kredietlimiet TO KB-Kredietlimiet
           MOVE BD-KredietActie TO KB-KredietActie
           MOVE BD-KredietVrijTot TO KB-KredietVrijTot
           .

       SchrijfWerkTerug.
           *> Het werkbestand wordt het nieuwe bedrijvenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT BedrijvenWerk
           OPEN OUTPUT BedrijvenBestand
           READ BedrijvenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE BD-Bedrijf FROM BDW-Bedrijf
               READ BedrijvenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE BedrijvenWerk, BedrijvenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-FlexKlanten
             PadDir-Bedrijven
             PadDir-BedrijvenWerk
           .
