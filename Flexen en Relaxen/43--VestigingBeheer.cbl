       IDENTIFICATION DIVISION.
       PROGRAM-ID. 43--VestigingBeheer.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Vestigingenstambestand: naam, adres, openingsdagen en -tijden
       SELECT VestigingenBestand ASSIGN TO Pad-Vestigingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VestigingenWerk ASSIGN TO Pad-VestigingenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Sluitingskalender: feestdagen en incidentele sluitingsdagen
       SELECT SluitingsdagenBestand ASSIGN TO Pad-Sluitingsdagen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT SluitingsdagenWerk ASSIGN TO Pad-SluitingsdagenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Reserveringen die al op een nieuwe sluitingsdag staan
       SELECT ReserveringenBestand ASSIGN TO Pad-Reserveringen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD VestigingenBestand.
       COPY Vestiging REPLACING ==(pf)== BY ==VS==.
       FD VestigingenWerk.
       COPY Vestiging REPLACING ==(pf)== BY ==VSW==.
       FD SluitingsdagenBestand.
       COPY Sluitingsdag REPLACING ==(pf)== BY ==SD==.
       FD SluitingsdagenWerk.
       COPY Sluitingsdag REPLACING ==(pf)== BY ==SDW==.
       FD ReserveringenBestand.
       COPY FlexReservering REPLACING ==(pf)== BY ==RB==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-Vestigingen.
         02 PadDir-Vestigingen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Vestigingen.dat".
       01 Pad-VestigingenWerk.
         02 PadDir-VestigingenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "VestigingenWerk.dat".
       01 Pad-Sluitingsdagen.
         02 PadDir-Sluitingsdagen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Sluitingsdagen.dat".
       01 Pad-SluitingsdagenWerk.
         02 PadDir-SluitingsdagenWerk PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "SluitingsdagenWerk.dat".
       01 Pad-Reserveringen.
         02 PadDir-Reserveringen PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
         02 FILLER PIC X(65) VALUE "Reserveringen.dat".
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
       01 GezochteVestiging PIC XX VALUE SPACES.
       01 GezochteDatum PIC 9(8) VALUE ZERO.
       01 GevondenVlag PIC 9 VALUE ZERO.
         88 RecordGevonden VALUE 1.
         88 RecordNietGevonden VALUE 0.
       *> INVOER
       01 InvoerVestiging.
         02 IV-Naam PIC X(30).
         02 IV-Adres PIC X(40).
         02 IV-OpenDagen PIC X(7).
         02 IV-OpenVan PIC 9(4).
         02 IV-OpenTot PIC 9(4).
         02 IV-Buurvestiging PIC XX OCCURS 3 TIMES.
       01 InvoerTekst PIC X(40) VALUE SPACES.
       01 InvoerDatum PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES InvoerDatum.
         02 ID-Jaar PIC 9(4).
         02 ID-Maand PIC 99.
         02 ID-Dag PIC 99.
       01 InvoerVlag PIC 9 VALUE ZERO.
         88 InvoerCorrect VALUE 1.
         88 InvoerIncorrect VALUE 0.
       01 DagTeller PIC 9 VALUE ZERO.
       01 BuurTeller PIC 9 VALUE ZERO.
       01 AantalGetroffen PIC 9(4) VALUE ZERO.
       01 Weekdagletters PIC X(7) VALUE "MDWDVZZ".
       *> LOGBOEK
       COPY LogboekRegel REPLACING ==(pf)== BY ==LOG==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           PERFORM UNTIL VerlaatHetProgramma
               DISPLAY SPACE
               DISPLAY "VESTIGINGBEHEER"
               DISPLAY "==============="
               DISPLAY "1. Vestigingen tonen"
               DISPLAY "2. Vestiging vastleggen/wijzigen"
               DISPLAY "3. Sluitingskalender tonen"
               DISPLAY "4. Sluitingsdag toevoegen"
               DISPLAY "5. Sluitingsdag verwijderen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
               ACCEPT Keuze
               EVALUATE Keuze
                   WHEN 1
                       PERFORM ToonVestigingen
                   WHEN 2
                       PERFORM LegVestigingVast
                   WHEN 3
                       PERFORM ToonSluitingskalender
                   WHEN 4
                       PERFORM VoegSluitingsdagToe
                   WHEN 5
                       PERFORM VerwijderSluitingsdag
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                       SET BlijfInHetMenu TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY SPACE
           STOP RUN.

       ToonVestigingen.
           DISPLAY SPACE
           DISPLAY "VESTIGINGEN (openingsdagen " Weekdagletters ")"
           DISPLAY "==========="
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VestigingenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen vestigingen vastgelegd; alle vestigingen gelden als elke dag open. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ VestigingenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               DISPLAY VS-Vestigingcode " | " VS-Naam " | " VS-Adres " | " VS-OpenDagen " | " VS-OpenVan "-" VS-OpenTot " | uitwijk " VS-Buurvestiging(1) " " VS-Buurvestiging(2) " " VS-Buurvestiging(3)
               READ VestigingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE VestigingenBestand
           .

       LegVestigingVast.
           DISPLAY SPACE
           DISPLAY "Vestigingcode (leeg = 01): " WITH NO ADVANCING
           ACCEPT GezochteVestiging
           IF (GezochteVestiging EQUALS SPACES)
               MOVE "01" TO GezochteVestiging
           END-IF
           DISPLAY "Naam (max 30 tekens): " WITH NO ADVANCING
           ACCEPT IV-Naam
           DISPLAY "Adres (max 40 tekens): " WITH NO ADVANCING
           ACCEPT IV-Adres
           DISPLAY "Openingsdagen, J/N per dag van maandag t/m zondag (leeg = JJJJJNN): " WITH NO ADVANCING
           ACCEPT IV-OpenDagen
           IF (IV-OpenDagen EQUALS SPACES)
               MOVE "JJJJJNN" TO IV-OpenDagen
           END-IF
           INSPECT IV-OpenDagen CONVERTING "jn" TO "JN"
           SET InvoerCorrect TO TRUE
           PERFORM VARYING DagTeller FROM 1 BY 1 UNTIL DagTeller > 7
               IF (IV-OpenDagen(DagTeller:1) NOT EQUALS "J" AND IV-OpenDagen(DagTeller:1) NOT EQUALS "N")
                   SET InvoerIncorrect TO TRUE
               END-IF
           END-PERFORM
           IF (InvoerIncorrect)
               DISPLAY "Gebruik per dag J of N, bijvoorbeeld JJJJJNN."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Open van (uumm, leeg = 0000): " WITH NO ADVANCING
           ACCEPT IV-OpenVan
           DISPLAY "Open tot (uumm, leeg = 2400): " WITH NO ADVANCING
           ACCEPT IV-OpenTot
           IF (IV-OpenTot EQUALS ZERO)
               MOVE 2400 TO IV-OpenTot
           END-IF
           IF (IV-OpenTot > 2400 OR IV-OpenTot <= IV-OpenVan)
             OR (IV-OpenVan(3:2) > "59" OR IV-OpenTot(3:2) > "59")
               DISPLAY "De openingstijden zijn niet correct."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Buurvestigingen om naar uit te wijken als deze vol is, dichtstbijzijnde eerst."
           PERFORM VARYING BuurTeller FROM 1 BY 1 UNTIL BuurTeller > 3
               DISPLAY "Buurvestiging " BuurTeller " (leeg = geen): " WITH NO ADVANCING
               ACCEPT IV-Buurvestiging(BuurTeller)
           END-PERFORM
           PERFORM MuteerVestigingen
           .

       MuteerVestigingen.
           *> Vestigingen.dat is sequentieel: via het werkbestand
           *> herschrijven; een onbekende code wordt achteraan toegevoegd
           SET RecordNietGevonden TO TRUE
           MOVE SPACES TO LOG-BeeldVoor
           MOVE ZERO TO EndOfDataFlag
           OPEN OUTPUT VestigingenWerk
           OPEN INPUT VestigingenBestand
           IF (IO-OK)
               READ VestigingenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
               PERFORM UNTIL EndOfData
                   IF (VS-Vestigingcode EQUALS GezochteVestiging)
                       SET RecordGevonden TO TRUE
                       MOVE VS-Vestiging TO LOG-BeeldVoor
                       PERFORM VulVestigingsRecord
                   END-IF
                   WRITE VSW-Vestiging FROM VS-Vestiging
                   READ VestigingenBestand
                       AT END
                           SET EndOfData TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VestigingenBestand
           END-IF
           IF (RecordNietGevonden)
               MOVE GezochteVestiging TO VS-Vestigingcode
               PERFORM VulVestigingsRecord
               WRITE VSW-Vestiging FROM VS-Vestiging
           END-IF
           CLOSE VestigingenWerk
           PERFORM SchrijfVestigingenTerug
           MOVE "43--VestigingBeheer" TO LOG-Programma
           MOVE "VESTIGING-GEWIJZIGD" TO LOG-Actie
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Vestiging " GezochteVestiging " opgeslagen."
           .

       VulVestigingsRecord.
           MOVE IV-Naam TO VS-Naam
           MOVE IV-Adres TO VS-Adres
           MOVE IV-OpenDagen TO VS-OpenDagen
           MOVE IV-OpenVan TO VS-OpenVan
           MOVE IV-OpenTot TO VS-OpenTot
           PERFORM VARYING BuurTeller FROM 1 BY 1 UNTIL BuurTeller > 3
               MOVE IV-Buurvestiging(BuurTeller) TO VS-Buurvestiging(BuurTeller)
           END-PERFORM
           MOVE VS-Vestiging TO LOG-BeeldNa
           .

       SchrijfVestigingenTerug.
           *> Het werkbestand wordt het nieuwe vestigingenbestand
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT VestigingenWerk
           OPEN OUTPUT VestigingenBestand
           READ VestigingenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE VS-Vestiging FROM VSW-Vestiging
               READ VestigingenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE VestigingenWerk, VestigingenBestand
           .

       ToonSluitingskalender.
           DISPLAY SPACE
           DISPLAY "SLUITINGSKALENDER (vestiging 00 = alle vestigingen)"
           DISPLAY "================="
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT SluitingsdagenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen sluitingsdagen vastgelegd. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           READ SluitingsdagenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               DISPLAY SD-Datum " | vestiging " SD-Vestiging " | " SD-Omschrijving
               READ SluitingsdagenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE SluitingsdagenBestand
           .

       VraagSluitingsdag.
           SET InvoerCorrect TO TRUE
           DISPLAY SPACE
           DISPLAY "Vestiging (00 = alle vestigingen, leeg = 00): " WITH NO ADVANCING
           ACCEPT GezochteVestiging
           IF (GezochteVestiging EQUALS SPACES)
               MOVE "00" TO GezochteVestiging
           END-IF
           DISPLAY "Datum (yyyymmdd): " WITH NO ADVANCING
           ACCEPT InvoerDatum
           IF (ID-Maand < 1 OR ID-Maand > 12 OR ID-Dag < 1 OR ID-Dag > 31)
             OR (ID-Jaar < 2000)
               DISPLAY "De datum is niet correct."
               SET InvoerIncorrect TO TRUE
           END-IF
           MOVE InvoerDatum TO GezochteDatum
           .

       VoegSluitingsdagToe.
           PERFORM VraagSluitingsdag
           IF (InvoerIncorrect)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Omschrijving (bijv. Eerste Kerstdag): " WITH NO ADVANCING
           ACCEPT InvoerTekst
           OPEN EXTEND SluitingsdagenBestand
           IF (IOStatus EQUALS 00 OR 05)
               MOVE GezochteVestiging TO SD-Vestiging
               MOVE GezochteDatum TO SD-Datum
               MOVE InvoerTekst TO SD-Omschrijving
               WRITE SD-Sluitingsdag
               CLOSE SluitingsdagenBestand
               MOVE "43--VestigingBeheer" TO LOG-Programma
               MOVE "SLUITINGSDAG-TOEGEVOEGD" TO LOG-Actie
               MOVE SPACES TO LOG-BeeldVoor
               MOVE SD-Sluitingsdag TO LOG-BeeldNa
               CALL "SchrijfLogboek" USING LOG-LogboekRegel
               DISPLAY "Sluitingsdag opgeslagen."
               PERFORM MeldGetroffenReserveringen
           ELSE
               DISPLAY "Er is iets mis gegaan. IO-Status: " IOStatus
           END-IF
           .

       MeldGetroffenReserveringen.
           *> Wie al gereserveerd heeft, moet persoonlijk worden ingelicht
           MOVE ZERO TO AantalGetroffen
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
               IF (RB-Datum EQUALS GezochteDatum)
                 AND (GezochteVestiging EQUALS "00" OR RB-Vestiging EQUALS GezochteVestiging)
                   ADD 1 TO AantalGetroffen
                   DISPLAY "Let op: reservering van " RB-Naam " (tel. " RB-Telefoonnummer ") staat op deze dag."
               END-IF
               READ ReserveringenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE ReserveringenBestand
           IF (AantalGetroffen > ZERO)
               DISPLAY AantalGetroffen " reservering(en) op deze sluitingsdag; neem contact op met de klant(en)."
           END-IF
           .

       VerwijderSluitingsdag.
           PERFORM VraagSluitingsdag
           IF (InvoerIncorrect)
               EXIT PARAGRAPH
           END-IF
           SET RecordNietGevonden TO TRUE
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT SluitingsdagenBestand
           IF NOT (IO-OK)
               DISPLAY "Er zijn nog geen sluitingsdagen vastgelegd. IO-Status: " IOStatus
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SluitingsdagenWerk
           READ SluitingsdagenBestand
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               IF (SD-Vestiging EQUALS GezochteVestiging)
                 AND (SD-Datum EQUALS GezochteDatum)
                 AND (RecordNietGevonden)
                   SET RecordGevonden TO TRUE
                   MOVE "43--VestigingBeheer" TO LOG-Programma
                   MOVE "SLUITINGSDAG-VERWIJDERD" TO LOG-Actie
                   MOVE SD-Sluitingsdag TO LOG-BeeldVoor
                   MOVE SPACES TO LOG-BeeldNa
               ELSE
                   WRITE SDW-Sluitingsdag FROM SD-Sluitingsdag
               END-IF
               READ SluitingsdagenBestand
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE SluitingsdagenBestand, SluitingsdagenWerk
           IF (RecordNietGevonden)
               DISPLAY "Deze sluitingsdag staat niet in de kalender."
               EXIT PARAGRAPH
           END-IF
           PERFORM SchrijfSluitingsdagenTerug
           CALL "SchrijfLogboek" USING LOG-LogboekRegel
           DISPLAY "Sluitingsdag verwijderd."
           .

       SchrijfSluitingsdagenTerug.
           *> Het werkbestand wordt de nieuwe sluitingskalender
           MOVE ZERO TO EndOfDataFlag
           OPEN INPUT SluitingsdagenWerk
           OPEN OUTPUT SluitingsdagenBestand
           READ SluitingsdagenWerk
               AT END
                   SET EndOfData TO TRUE
           END-READ
           PERFORM UNTIL EndOfData
               WRITE SD-Sluitingsdag FROM SDW-Sluitingsdag
               READ SluitingsdagenWerk
                   AT END
                       SET EndOfData TO TRUE
               END-READ
           END-PERFORM
           CLOSE SluitingsdagenWerk, SluitingsdagenBestand
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-FlexDir TO PadDir-Vestigingen
             PadDir-VestigingenWerk
             PadDir-Sluitingsdagen
             PadDir-SluitingsdagenWerk
             PadDir-Reserveringen
           .
