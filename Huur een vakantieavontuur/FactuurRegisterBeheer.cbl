      *> Factuurregister: tonen, herdrukken op factuurnummer of
      *> reserveringsnummer en handmatige creditnota's; de nummers komen
      *> uit FactuurKengetallen.dat, dezelfde reeks als FactuurExport
      *> Daarnaast het afhandelen van de correctievoorstellen van
      *> FactuurAfwijkingen: een bevestigde creditnota of aanvullende
      *> factuur komt in het register, een creditnota zet bovendien de
      *> restitutie in de wachtrij van UitbetalingGoedkeuring
       SELECT FactuurRegisterBestand ASSIGN TO Pad-FactuurRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT FactuurKengetallenBestand ASSIGN TO Pad-FactuurKengetallen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Correctievoorstellen (FactuurAfwijkingen) en de werkkopie
       *> waarmee de besluiten worden teruggeschreven
       SELECT CorrectiesBestand ASSIGN TO Pad-FactuurCorrecties
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT CorrectiesWerkBestand
           ASSIGN TO Pad-FactuurCorrectiesWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Restituties na een creditnota wachten op vier ogen
       SELECT WachtrijBestand ASSIGN TO Pad-Wachtrij
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT AanmeldingBestand ASSIGN TO Pad-AangemeldeOperator
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Herdruk; de bestandsnaam wordt per factuur opgebouwd
       SELECT HerdrukBestand ASSIGN TO HerdrukPad
           ORGANIZATION IS LINE SEQUENTIAL
         02 HoogsteFactuurnummer PIC 9(6).
       FD HerdrukBestand.
       01 HerdrukRegel PIC X(132).
       FD CorrectiesBestand.
       01 Correctierecord.
       COPY FactuurCorrectie REPLACING ==(pf)== BY ==FS-C==.
       FD CorrectiesWerkBestand.
       01 CorrectieWerkrecord.
       COPY FactuurCorrectie REPLACING ==(pf)== BY ==FS-W==.
       FD WachtrijBestand.
       01 Wachtrijrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-U==.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-FactuurKengetallen.
         02 PadDir-FactuurKengetallen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurKengetallen.dat".
       01 Pad-FactuurCorrecties.
         02 PadDir-FactuurCorrecties PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurCorrecties.dat".
       01 Pad-FactuurCorrectiesWerk.
         02 PadDir-FactuurCorrectiesWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurCorrectiesWerk.dat".
       01 Pad-Wachtrij.
         02 PadDir-Wachtrij PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrij.dat".
       01 Pad-AangemeldeOperator.
         02 PadDir-AangemeldeOperator PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AangemeldeOperator.dat".
       01 HerdrukPad PIC X(100) VALUE SPACES.
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 AantalRegels PIC 9(4) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Correctievoorstellen
       01 Besluit PIC X VALUE SPACE.
         88 BesluitBevestigen VALUE "J" "j".
         88 BesluitAfwijzen VALUE "N" "n".
       01 AantalWachtendeVoorstellen PIC 9(4) VALUE ZERO.
       01 AantalBesluiten PIC 9(4) VALUE ZERO.
       01 RestitutieBedrag PIC 9(7)V99 VALUE ZERO.
       01 HuidigeOperator PIC X(8) VALUE SPACES.
       01 BedragCenten PIC S9(10) VALUE ZERO.
       01 ToonHerberekend PIC -ZZZZZ9,99.
       01 ToonVerschil PIC -ZZZZZ9,99.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "2. Factuur herdrukken op factuurnummer"
               DISPLAY "3. Facturen van een reserveringsnummer tonen"
               DISPLAY "4. Creditnota maken bij een factuur"
               DISPLAY "5. Correctievoorstellen afhandelen"
               DISPLAY "47. EXIT"
               DISPLAY SPACE
               DISPLAY "Uw keuze: " WITH NO ADVANCING
                       PERFORM ToonFacturenVanReservering
                   WHEN 4
                       PERFORM MaakCreditnota
                   WHEN 5
                       PERFORM HandelVoorstellenAf
                   WHEN 47
                       SET VerlaatHetProgramma TO TRUE
                   WHEN OTHER
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               COMPUTE BedragCenten = FS-FR-Bedrag * 100
               MOVE BedragCenten TO ToonBedrag
               EVALUATE TRUE
                   WHEN FS-FR-SoortAanvullend
                       DISPLAY "Aanvulling " FS-FR-Factuurnummer
                         " | reservering " FS-FR-Reserveringsnummer
                         " | " ToonBedrag " euro | bij factuur "
                         FS-FR-OrigineelFactuurnummer " | " FS-FR-Datum
                   WHEN FS-FR-SoortCreditnota
                       DISPLAY "Creditnota " FS-FR-Factuurnummer
                         " | reservering " FS-FR-Reserveringsnummer
                         " | " ToonBedrag " euro | bij factuur "
                         FS-FR-OrigineelFactuurnummer " | " FS-FR-Datum
                   WHEN OTHER
                       DISPLAY "Factuur    " FS-FR-Factuurnummer
                         " | reservering " FS-FR-Reserveringsnummer
                         " | " ToonBedrag " euro | " FS-FR-Datum
               END-EVALUATE
               READ FactuurRegisterBestand
                   AT END
                       SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-FR-Reserveringsnummer EQUALS GezochtReserveringsnummer
                   COMPUTE BedragCenten = FS-FR-Bedrag * 100
                   MOVE BedragCenten TO ToonBedrag
                   DISPLAY "Nummer " FS-FR-Factuurnummer " | soort " FS-FR-Soort " | " ToonBedrag " euro | " FS-FR-Datum
               END-IF
               READ FactuurRegisterBestand
           .

       SchrijfCreditnota.
           PERFORM NeemVolgendFactuurnummer
           OPEN EXTEND FactuurRegisterBestand
           IF IOStatus EQUALS 00 OR 05
               MOVE HoogsteFactuurnummer TO FS-FR-Factuurnummer
               MOVE "C" TO FS-FR-Soort
               MOVE OrigineelReserveringsnummer TO FS-FR-Reserveringsnummer
               MOVE DatumVandaag TO FS-FR-Datum
               COMPUTE FS-FR-Bedrag = ZERO - OrigineelBedrag
               MOVE GezochtFactuurnummer TO FS-FR-OrigineelFactuurnummer
               WRITE FactuurRegisterrecord
               CLOSE FactuurRegisterBestand
           END-IF
           OPEN EXTEND FactuurRegelsBestand
           IF IOStatus EQUALS 00 OR 05
               MOVE HoogsteFactuurnummer TO FRG-Factuurnummer
               MOVE SPACES TO RegelBuffer
               COMPUTE BedragCenten = OrigineelBedrag * 100
               MOVE BedragCenten TO ToonBedrag
               STRING "CREDITNOTA bij factuur " GezochtFactuurnummer " | reservering " OrigineelReserveringsnummer " | te crediteren " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
               MOVE RegelBuffer TO FRG-Regel
               WRITE FactuurRegelrecord
               CLOSE FactuurRegelsBestand
           END-IF
           DISPLAY "Creditnota " HoogsteFactuurnummer " aangemaakt bij factuur " GezochtFactuurnummer "."
           .

       NeemVolgendFactuurnummer.
           *> Nieuw nummer uit dezelfde reeks als FactuurExport
           MOVE ZERO TO HoogsteFactuurnummer
           OPEN INPUT FactuurKengetallenBestand
           OPEN OUTPUT FactuurKengetallenBestand
           WRITE FactuurKengetallenrecord
           CLOSE FactuurKengetallenBestand
           .

       HandelVoorstellenAf.
           *> Elk wachtend voorstel van FactuurAfwijkingen voorleggen;
           *> de besluiten gaan via de werkkopie terug in het bestand
           MOVE ZERO TO AantalWachtendeVoorstellen
           MOVE ZERO TO AantalBesluiten
           MOVE ZERO TO EOFVlag
           OPEN INPUT CorrectiesBestand
           IF NOT IO-OK
               DISPLAY "Er zijn geen correctievoorstellen; draai eerst "
                 "de controle op factuurafwijkingen."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CorrectiesWerkBestand
           READ CorrectiesBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Correctierecord TO CorrectieWerkrecord
               IF FS-C-StatusWachtend
                   ADD 1 TO AantalWachtendeVoorstellen
                   PERFORM BeoordeelVoorstel
               END-IF
               WRITE CorrectieWerkrecord
               READ CorrectiesBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CorrectiesBestand
           CLOSE CorrectiesWerkBestand
           IF AantalBesluiten > ZERO
               PERFORM KopieerCorrectiesTerug
           END-IF
           IF AantalWachtendeVoorstellen EQUALS ZERO
               DISPLAY "Er wachten geen correctievoorstellen."
           ELSE
               DISPLAY AantalBesluiten " van de "
                 AantalWachtendeVoorstellen
                 " voorstel(len) afgehandeld."
           END-IF
           .

       BeoordeelVoorstel.
           *> Bedragen via centen tonen
           COMPUTE BedragCenten = FS-C-GefactureerdBedrag * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = FS-C-HerberekendBedrag * 100
           MOVE BedragCenten TO ToonHerberekend
           COMPUTE BedragCenten = FS-C-Verschil * 100
           MOVE BedragCenten TO ToonVerschil
           DISPLAY SPACE
           DISPLAY "Reservering " FS-C-Reserveringsnummer
             " | factuur " FS-C-Factuurnummer
             " | voorstel van " FS-C-DatumVoorstel
           DISPLAY "Gefactureerd " ToonBedrag " | herberekend "
             ToonHerberekend " | verschil " ToonVerschil
           IF FS-C-SoortCreditnota
               DISPLAY "Voorstel: creditnota"
           ELSE
               DISPLAY "Voorstel: aanvullende factuur"
           END-IF
           DISPLAY "Bevestigen (J), afwijzen (N) of overslaan "
             "(Enter): " WITH NO ADVANCING
           MOVE SPACE TO Besluit
           ACCEPT Besluit
           EVALUATE TRUE
               WHEN BesluitBevestigen
                   PERFORM SchrijfCorrectie
                   SET FS-W-StatusBevestigd TO TRUE
                   MOVE DatumVandaag TO FS-W-DatumBesluit
                   MOVE HoogsteFactuurnummer TO FS-W-Correctienummer
                   ADD 1 TO AantalBesluiten
               WHEN BesluitAfwijzen
                   SET FS-W-StatusAfgewezen TO TRUE
                   MOVE DatumVandaag TO FS-W-DatumBesluit
                   ADD 1 TO AantalBesluiten
                   DISPLAY "Voorstel afgewezen."
               WHEN OTHER
                   DISPLAY "Voorstel blijft wachten."
           END-EVALUATE
           .

       SchrijfCorrectie.
           *> Creditnota (negatief verschil) of aanvullende factuur
           *> (positief verschil) bij de factuur uit het voorstel
           PERFORM NeemVolgendFactuurnummer
           OPEN EXTEND FactuurRegisterBestand
           IF IOStatus EQUALS 00 OR 05
               MOVE HoogsteFactuurnummer TO FS-FR-Factuurnummer
               MOVE FS-C-Soort TO FS-FR-Soort
               MOVE FS-C-Reserveringsnummer
                 TO FS-FR-Reserveringsnummer
               MOVE DatumVandaag TO FS-FR-Datum
               MOVE FS-C-Verschil TO FS-FR-Bedrag
               MOVE FS-C-Factuurnummer TO FS-FR-OrigineelFactuurnummer
               WRITE FactuurRegisterrecord
               CLOSE FactuurRegisterBestand
           END-IF
           IF IOStatus EQUALS 00 OR 05
               MOVE HoogsteFactuurnummer TO FRG-Factuurnummer
               MOVE SPACES TO RegelBuffer
               COMPUTE BedragCenten = FS-C-Verschil * 100
               MOVE BedragCenten TO ToonBedrag
               IF FS-C-SoortCreditnota
                   STRING "CREDITNOTA bij factuur " FS-C-Factuurnummer
                     " wegens wijziging reservering "
                     FS-C-Reserveringsnummer " | " ToonBedrag " euro"
                     DELIMITED BY SIZE INTO RegelBuffer
               ELSE
                   STRING "AANVULLENDE FACTUUR bij factuur "
                     FS-C-Factuurnummer " wegens wijziging reservering "
                     FS-C-Reserveringsnummer " | " ToonBedrag " euro"
                     DELIMITED BY SIZE INTO RegelBuffer
               END-IF
               MOVE RegelBuffer TO FRG-Regel
               WRITE FactuurRegelrecord
               CLOSE FactuurRegelsBestand
           END-IF
           IF FS-C-SoortCreditnota
               COMPUTE RestitutieBedrag = ZERO - FS-C-Verschil
               PERFORM ZetRestitutieInWachtrij
               DISPLAY "Creditnota " HoogsteFactuurnummer
                 " aangemaakt; de restitutie wacht op vrijgave."
           ELSE
               DISPLAY "Aanvullende factuur " HoogsteFactuurnummer
                 " aangemaakt; het bedrag staat open bij de "
                 "openstaande saldi."
           END-IF
           .

       ZetRestitutieInWachtrij.
           *> Het te veel betaalde gaat, net als bij een annulering,
           *> via het vier-ogenprincipe naar het betalingsgrootboek
           MOVE SPACES TO HuidigeOperator
           OPEN INPUT AanmeldingBestand
           IF IO-OK
               READ AanmeldingBestand
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AangemeldeOperator TO HuidigeOperator
               END-READ
               CLOSE AanmeldingBestand
           END-IF
           OPEN EXTEND WachtrijBestand
           IF IOStatus EQUALS 00 OR 05
               MOVE FS-C-Reserveringsnummer TO FS-U-Reserveringsnummer
               MOVE DatumVandaag TO FS-U-DatumAanvraag
               MOVE RestitutieBedrag TO FS-U-Bedrag
               SET FS-U-SoortFactuurCorrectie TO TRUE
               MOVE "Restitutie na creditnota" TO FS-U-Omschrijving
               MOVE HuidigeOperator TO FS-U-AangevraagdDoor
               SET FS-U-StatusWachtend TO TRUE
               MOVE ZERO TO FS-U-DatumBesluit
               MOVE SPACES TO FS-U-BeoordeeldDoor
               MOVE SPACES TO FS-U-Batchnummer FS-U-BatchVolgnummer
                 FS-U-DatumAfgeschreven
               WRITE Wachtrijrecord
               CLOSE WachtrijBestand
           ELSE
               DISPLAY ">>> Fout bij het openen van "
                 "UitbetalingWachtrij.dat: " IOStatus
           END-IF
           .

       KopieerCorrectiesTerug.
           MOVE ZERO TO EOFVlag
           OPEN INPUT CorrectiesWerkBestand
           OPEN OUTPUT CorrectiesBestand
           READ CorrectiesWerkBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE CorrectieWerkrecord TO Correctierecord
               WRITE Correctierecord
               READ CorrectiesWerkBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE CorrectiesWerkBestand
           CLOSE CorrectiesBestand
           .

       ZetOmgevingsPaden.
           MOVE OMG-HuurDir TO PadDir-FactuurRegister
             PadDir-FactuurRegels
             PadDir-FactuurKengetallen
             PadDir-FactuurCorrecties
             PadDir-FactuurCorrectiesWerk
             PadDir-Wachtrij
             PadDir-AangemeldeOperator
           .
