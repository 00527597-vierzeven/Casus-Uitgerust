       SELECT AanmeldingBestand ASSIGN TO Pad-AangemeldeOperator
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Wat de borg niet dekt (energie, schade) wordt een vordering
       *> op de klant (zie AanmaningenBatch/IncassobureauOverdracht)
       SELECT VorderingenBestand ASSIGN TO Pad-Vorderingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BetalingenBestand.
       FD AanmeldingBestand.
       01 AanmeldingRecord.
         02 AangemeldeOperator PIC X(8).
       FD VorderingenBestand.
       01 Vorderingrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-V==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-AangemeldeOperator.
         02 PadDir-AangemeldeOperator PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AangemeldeOperator.dat".
       01 Pad-Vorderingen.
         02 PadDir-Vorderingen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Vorderingen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
       01 ReserveringnummerInput PIC 9(8) VALUE ZERO.
       01 BorgSaldo PIC S9(5)V99 VALUE ZERO.
       01 TerugTeBetalen PIC S9(5)V99 VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayBedrag PIC ZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Borgsaldi per reservering voor het terugbetaalrapport
       *> Werkorder vanuit een schade-inspectie
       01 HoogsteWerkordernummer PIC 9(5) VALUE ZERO.
       01 SchadeWoningnummer PIC 99 VALUE ZERO.
       01 SchadeParkcode PIC XX VALUE "01".
       01 BlokkeerInput PIC X VALUE "N".
       01 EOFWerkordersVlag PIC 9 VALUE 0.
         88 EOFWerkorders VALUE 1.
       78 StandaardDrempel VALUE 100.00.
       01 HuidigeDrempel PIC 9(5)V99 VALUE ZERO.
       01 HuidigeOperator PIC X(8) VALUE SPACES.
       *> Tekort boven de borg: eerst dekt de borg schade en tekorten,
       *> het restant van het tekort wordt een vordering
       01 BorgTekort PIC 9(5)V99 VALUE ZERO.
       01 VorderingEnergie PIC 9(5)V99 VALUE ZERO.
       01 VorderingSchade PIC 9(5)V99 VALUE ZERO.
       01 VorderingKlantnummer PIC 9(8) VALUE ZERO.
       01 HoogsteVorderingnummer PIC 9(6) VALUE ZERO.
       01 EOFVorderingenVlag PIC 9 VALUE 0.
         88 EOFVorderingen VALUE 1.
         88 NotEOFVorderingen VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
               DISPLAY "Voor deze reservering staat geen borg (meer) open."
               EXIT PARAGRAPH
           END-IF
           COMPUTE BedragCenten = BorgSaldo * 100
           MOVE BedragCenten TO DisplayBedrag
           DISPLAY "Openstaande borg: " DisplayBedrag " euro."
           MOVE ReserveringnummerInput TO FS-I-Reserveringsnummer
           MOVE DatumVandaag TO FS-I-Datum
           *> Tekorten uit de wisseltelling gaan ook van de borg af
           PERFORM BepaalInventarisTekort
           IF TekortBedrag > ZERO
               COMPUTE BedragCenten = TekortBedrag * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY "Inventaristekorten uit de wisseltelling: " DisplayBedrag " euro (worden ingehouden)."
           END-IF
           *> Het energieverbruik (meterstanden maal tarief) ook
           PERFORM BepaalEnergieBedrag
           IF EnergieBedrag > ZERO
               COMPUTE BedragCenten = EnergieBedrag * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY "Energieverbruik volgens de meterstanden: " DisplayBedrag " euro (wordt ingehouden)."
           END-IF
           COMPUTE TerugTeBetalen = BorgSaldo - FS-I-BedragIngehouden - TekortBedrag - EnergieBedrag
           IF TerugTeBetalen < ZERO
               *> Wat de borg niet dekt wordt een vordering op de klant
               COMPUTE BorgTekort = ZERO - TerugTeBetalen
               PERFORM RegistreerVorderingen
               MOVE ZERO TO TerugTeBetalen
           END-IF
           *> Boven het drempelbedrag geldt het vier-ogenprincipe: de
           PERFORM LeesUitbetalingDrempel
           IF TerugTeBetalen > HuidigeDrempel
               PERFORM ZetUitbetalingInWachtrij
               COMPUTE BedragCenten = TerugTeBetalen * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY "Eindcontrole vastgelegd; de borguitkering van " DisplayBedrag " euro wacht op vrijgave door de beheerder (vier ogen)."
           ELSE
               *> De terugbetaling in het grootboek zetten sluit het geldspoor
                   MOVE DatumVandaag TO FS-P-Datum
                   MOVE TerugTeBetalen TO FS-P-Bedrag
                   MOVE "T" TO FS-P-Soort
                   MOVE SPACE TO FS-P-Herkomst
                   WRITE Betalingsrecord
                   CLOSE BetalingenBestand
               END-IF
               COMPUTE BedragCenten = TerugTeBetalen * 100
               MOVE BedragCenten TO DisplayBedrag
               DISPLAY "Eindcontrole vastgelegd; terug te betalen borg: " DisplayBedrag " euro."
           END-IF
           IF FS-I-MetSchade
               MOVE DatumVandaag TO FS-W-DatumAanmaak
               MOVE SPACES TO FS-W-DatumGereed
               MOVE ReserveringnummerInput TO FS-W-Reserveringsnummer
               MOVE SchadeParkcode TO FS-W-Parkcode
               MOVE SPACES TO FS-W-KentekenAannemer
               *> Schade uit een inspectie is voor rekening van de gast
               MOVE "G" TO FS-W-Kostendrager
               MOVE SPACE TO FS-W-GoedkeuringEigenaar
               MOVE SPACES TO FS-W-DatumGoedkeuring
               MOVE SPACES TO FS-W-VerrekendPeriode
               WRITE Werkorderrecord
               CLOSE WerkordersBestand
               DISPLAY "Werkorder " HoogsteWerkordernummer " aangemaakt voor woning " SchadeWoningnummer "."

       ZoekWoningVanReservering.
           MOVE ZERO TO SchadeWoningnummer
           MOVE "01" TO SchadeParkcode
           MOVE ZERO TO VorderingKlantnummer
           OPEN INPUT ReserveringenBestand
           IF IO-OK
               MOVE ReserveringnummerInput TO FS-R-Reserveringsnummer
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-R-Woningnummer TO SchadeWoningnummer
                       MOVE FS-R-Klantnummer TO VorderingKlantnummer
                       IF FS-R-Parkcode NOT EQUALS SPACES
                           MOVE FS-R-Parkcode TO SchadeParkcode
                       END-IF
               END-READ
               CLOSE ReserveringenBestand
           END-IF
           PERFORM SchrijfRegel
           PERFORM VARYING SaldoIndex FROM 1 BY 1 UNTIL SaldoIndex > AantalSaldi
               IF SB-Saldo(SaldoIndex) > ZERO
                   COMPUTE BedragCenten = SB-Saldo(SaldoIndex) * 100
                   MOVE BedragCenten TO DisplayBedrag
                   MOVE SPACES TO RegelBuffer
                   STRING "Reservering " SB-Reserveringsnummer(SaldoIndex) " | nog uit te keren borg " DisplayBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
               CLOSE DrempelBestand
           END-IF
           .
       RegistreerVorderingen.
           *> De borg dekt eerst schade en inventaristekorten; wat er
           *> daarna van het energieverbruik niet meer af kan is een
           *> energievordering, de rest van het tekort een
           *> schadevordering
           IF EnergieBedrag < BorgTekort
               MOVE EnergieBedrag TO VorderingEnergie
           ELSE
               MOVE BorgTekort TO VorderingEnergie
           END-IF
           COMPUTE VorderingSchade = BorgTekort - VorderingEnergie
           PERFORM ZoekWoningVanReservering
           PERFORM BepaalVolgendVorderingnummer
           OPEN EXTEND VorderingenBestand
           IF IOStatus EQUALS 35
               CLOSE VorderingenBestand
               OPEN OUTPUT VorderingenBestand
           END-IF
           IF IOStatus NOT EQUALS 00 AND IOStatus NOT EQUALS 05
               DISPLAY ">>> Fout bij het openen van Vorderingen.dat: "
                 IOStatus
               EXIT PARAGRAPH
           END-IF
           IF VorderingEnergie > ZERO
               SET FS-V-SoortEnergie TO TRUE
               MOVE VorderingEnergie TO FS-V-Bedrag
               MOVE "Energieverbruik boven de borg" TO FS-V-Omschrijving
               PERFORM SchrijfVordering
           END-IF
           IF VorderingSchade > ZERO
               SET FS-V-SoortSchade TO TRUE
               MOVE VorderingSchade TO FS-V-Bedrag
               MOVE "Schade en tekorten boven borg" TO FS-V-Omschrijving
               PERFORM SchrijfVordering
           END-IF
           CLOSE VorderingenBestand
           COMPUTE BedragCenten = BorgTekort * 100
           MOVE BedragCenten TO DisplayBedrag
           DISPLAY "De borg is ontoereikend; " DisplayBedrag
             " euro is als vordering op de klant vastgelegd."
           .

       SchrijfVordering.
           MOVE HoogsteVorderingnummer TO FS-V-Vorderingnummer
           MOVE ReserveringnummerInput TO FS-V-Reserveringsnummer
           MOVE VorderingKlantnummer TO FS-V-Klantnummer
           MOVE DatumVandaag TO FS-V-DatumOntstaan
           MOVE ZERO TO FS-V-AantalAanmaningen
           MOVE SPACES TO FS-V-DatumLaatsteAanmaning
           SET FS-V-StatusOpen TO TRUE
           MOVE SPACES TO FS-V-DatumUitHanden
           MOVE ZERO TO FS-V-BedragGeind
           MOVE ZERO TO FS-V-IncassoKosten
           WRITE Vorderingrecord
           ADD 1 TO HoogsteVorderingnummer
           .

       BepaalVolgendVorderingnummer.
           MOVE ZERO TO HoogsteVorderingnummer
           MOVE ZERO TO EOFVorderingenVlag
           OPEN INPUT VorderingenBestand
           IF IO-OK
               READ VorderingenBestand
                   AT END
                       SET EOFVorderingen TO TRUE
               END-READ
               PERFORM UNTIL EOFVorderingen
                   IF FS-V-Vorderingnummer > HoogsteVorderingnummer
                       MOVE FS-V-Vorderingnummer
                         TO HoogsteVorderingnummer
                   END-IF
                   READ VorderingenBestand
                       AT END
                           SET EOFVorderingen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VorderingenBestand
           END-IF
           ADD 1 TO HoogsteVorderingnummer
           .

       ZetUitbetalingInWachtrij.
           MOVE SPACES TO HuidigeOperator
               SET FS-U-StatusWachtend TO TRUE
               MOVE ZERO TO FS-U-DatumBesluit
               MOVE SPACES TO FS-U-BeoordeeldDoor
               MOVE SPACES TO FS-U-Batchnummer FS-U-BatchVolgnummer
                 FS-U-DatumAfgeschreven
               WRITE Wachtrijrecord
               CLOSE WachtrijBestand
           ELSE
             PadDir-Wachtrij
             PadDir-Drempel
             PadDir-AangemeldeOperator
             PadDir-Vorderingen
           .
