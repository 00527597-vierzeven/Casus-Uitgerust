           ASSIGN TO Pad-Aanmaningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Vorderingen na het verblijf (onbetaald restant, energie en
       *> schade boven de borg); open vorderingen worden aangemaand,
       *> na de laatste aanmaning volgt IncassobureauOverdracht
       SELECT BetalingenBestand
           ASSIGN TO Pad-Betalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VorderingenBestand
           ASSIGN TO Pad-Vorderingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT VorderingenWerkBestand
           ASSIGN TO Pad-VorderingenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
         03 WeekDatum PIC 9(8).
       FD AanmaningenBestand.
       01 Aanmaningsregel PIC X(200).
       FD BetalingenBestand.
       01 Betalingsrecord.
       COPY Betaling REPLACING ==(pf)== BY ==FS-P==.
       FD VorderingenBestand.
       01 Vorderingrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-V==.
       FD VorderingenWerkBestand.
       01 VorderingWerkrecord.
       COPY Vordering REPLACING ==(pf)== BY ==FS-VW==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-Aanmaningen.
         02 PadDir-Aanmaningen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Aanmaningen.txt".
       01 Pad-Betalingen.
         02 PadDir-Betalingen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Betalingen.dat".
       01 Pad-Vorderingen.
         02 PadDir-Vorderingen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Vorderingen.dat".
       01 Pad-VorderingenWerk.
         02 PadDir-VorderingenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "VorderingenWerk.dat".
       *> Vlaggen
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 AantalAanmaningen PIC 9(4) VALUE ZERO.
       01 AantalVervallen PIC 9(4) VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.
       *> Vorderingen: na de start van het verblijf wordt een onbetaald
       *> restant een vordering in plaats van te vervallen. Open
       *> vorderingen krijgen om de VorderingDagen een aanmaning, tot
       *> en met de laatste (MaxVorderingAanmaningen)
       01 VorderingDagen PIC 99 VALUE 14.
       01 MaxVorderingAanmaningen PIC 9 VALUE 2.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
         88 EOFBetalingen VALUE 1.
         88 NotEOFBetalingen VALUE 0.
       01 EOFVorderingenVlag PIC 9 VALUE 0.
         88 EOFVorderingen VALUE 1.
         88 NotEOFVorderingen VALUE 0.
       01 VorderingBestaatVlag PIC 9 VALUE 0.
         88 VorderingBestaat VALUE 1.
         88 GeenVordering VALUE 0.
       01 NogOpenstaand PIC S9(7)V99 VALUE ZERO.
       01 HoogsteVorderingnummer PIC 9(6) VALUE ZERO.
       01 LaatsteAanmaningDatum PIC 9(8) VALUE ZERO.
       01 WS-INT-LaatsteAanmaning PIC 9(8) COMP.
       01 BedragCenten PIC 9(9) VALUE ZERO.
       01 DisplayVordering PIC -ZZZZZZ9,99.
       01 AantalNieuweVorderingen PIC 9(4) VALUE ZERO.
       01 AantalVorderingAanmaningen PIC 9(4) VALUE ZERO.
       01 AantalVorderingenVoldaan PIC 9(4) VALUE ZERO.
       COPY ParametersFactuurTotaal REPLACING ==(pf)== BY ==WS-F==.
       *> Taaltekst in de taal van de klant (HaalTaalTekst)
       COPY ParametersTaalTekst REPLACING ==(pf)== BY ==TX==.

                     AND FS-R-DatumAnnulering EQUALS SPACES
                     AND FS-R-DatumVerlopen EQUALS SPACES
                     AND FS-R-DatumBetaling EQUALS SPACES
                     AND FS-R-AllotmentContract EQUALS SPACES
                       PERFORM BeoordeelReservering
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           PERFORM AanmaanVorderingen
           CLOSE AanmaningenBestand
           DISPLAY SPACE
           DISPLAY "Aantal aanmaningen geschreven : " AantalAanmaningen
           DISPLAY "Aantal reserveringen vervallen: " AantalVervallen
           DISPLAY "Nieuwe restantvorderingen     : "
             AantalNieuweVorderingen
           DISPLAY "Aanmaningen op vorderingen    : "
             AantalVorderingAanmaningen
           DISPLAY "Vorderingen inmiddels voldaan : "
             AantalVorderingenVoldaan
           EXIT PROGRAM.

       BeoordeelReservering.
           END-IF
           COMPUTE DagenTotAankomst = WS-INT-WeekDatum - WS-INT-Vandaag
           EVALUATE TRUE
               WHEN DagenTotAankomst <= ZERO
                   *> Het verblijf is al begonnen (bijvoorbeeld na een
                   *> storno): de week laten vervallen heeft geen zin
                   *> meer, het onbetaalde restant wordt een vordering
                   PERFORM RegistreerRestantVordering
               WHEN DagenTotAankomst <= (VervalWeken * 7)
                   *> Definitief niet betaald: de week komt weer vrij
                   MOVE Reserveringsrecord TO JRN-BeeldVoor
           DISPLAY "Aanmaning voor reservering " FS-R-Reserveringsnummer " (klant " FS-R-Klantnummer ")."
           .

       RegistreerRestantVordering.
           *> Per reservering maar een restantvordering
           SET GeenVordering TO TRUE
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
                   IF FS-V-Reserveringsnummer
                     EQUALS FS-R-Reserveringsnummer
                     AND FS-V-SoortRestant
                       SET VorderingBestaat TO TRUE
                   END-IF
                   READ VorderingenBestand
                       AT END
                           SET EOFVorderingen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VorderingenBestand
           END-IF
           IF VorderingBestaat
               EXIT PARAGRAPH
           END-IF
           PERFORM BepaalNogOpenstaand
           IF NogOpenstaand <= ZERO
               EXIT PARAGRAPH
           END-IF
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
           ADD 1 TO HoogsteVorderingnummer
           MOVE HoogsteVorderingnummer TO FS-V-Vorderingnummer
           MOVE FS-R-Reserveringsnummer TO FS-V-Reserveringsnummer
           MOVE FS-R-Klantnummer TO FS-V-Klantnummer
           SET FS-V-SoortRestant TO TRUE
           MOVE DatumVandaag TO FS-V-DatumOntstaan
           MOVE NogOpenstaand TO FS-V-Bedrag
           MOVE "Onbetaald restant huur" TO FS-V-Omschrijving
           MOVE ZERO TO FS-V-AantalAanmaningen
           MOVE SPACES TO FS-V-DatumLaatsteAanmaning
           SET FS-V-StatusOpen TO TRUE
           MOVE SPACES TO FS-V-DatumUitHanden
           MOVE ZERO TO FS-V-BedragGeind
           MOVE ZERO TO FS-V-IncassoKosten
           WRITE Vorderingrecord
           CLOSE VorderingenBestand
           ADD 1 TO AantalNieuweVorderingen
           DISPLAY "Reservering " FS-R-Reserveringsnummer
             ": onbetaald restant vastgelegd als vordering "
             FS-V-Vorderingnummer "."
           .

       BepaalNogOpenstaand.
           *> Factuurtotaal (gedeeld met FactuurExport) minus wat er in
           *> het grootboek staat voor FS-R-Reserveringsnummer
           MOVE FS-R-Reserveringsnummer TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
           MOVE WS-F-R-FactuurTotaal TO NogOpenstaand
           MOVE ZERO TO EOFBetalingenVlag
           OPEN INPUT BetalingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ BetalingenBestand
               AT END
                   SET EOFBetalingen TO TRUE
           END-READ
           PERFORM UNTIL EOFBetalingen
               IF FS-P-Reserveringsnummer EQUALS FS-R-Reserveringsnummer
                   EVALUATE TRUE
                       WHEN FS-P-SoortAanbetaling
                       WHEN FS-P-SoortRestant
                       WHEN FS-P-SoortCadeaubon
                       WHEN FS-P-SoortCompensatie
                           SUBTRACT FS-P-Bedrag FROM NogOpenstaand
                       WHEN FS-P-SoortTerugbetaling
                           ADD FS-P-Bedrag TO NogOpenstaand
                   END-EVALUATE
               END-IF
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
           END-PERFORM
           CLOSE BetalingenBestand
           .

       AanmaanVorderingen.
           *> Open vorderingen via een werkbestand bijwerken: aantal
           *> aanmaningen en datum van de laatste. Vorderingen die uit
           *> handen zijn gegeven krijgen geen aanmaning meer
           MOVE ZERO TO EOFVorderingenVlag
           OPEN INPUT VorderingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VorderingenWerkBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van "
                 "VorderingenWerk.dat: " IOStatus
               CLOSE VorderingenBestand
               EXIT PARAGRAPH
           END-IF
           READ VorderingenBestand
               AT END
                   SET EOFVorderingen TO TRUE
           END-READ
           PERFORM UNTIL EOFVorderingen
               IF FS-V-StatusOpen
                   PERFORM BeoordeelVordering
               END-IF
               WRITE VorderingWerkrecord FROM Vorderingrecord
               READ VorderingenBestand
                   AT END
                       SET EOFVorderingen TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenBestand
           CLOSE VorderingenWerkBestand
           *> Werkbestand terugzetten
           MOVE ZERO TO EOFVorderingenVlag
           OPEN INPUT VorderingenWerkBestand
           OPEN OUTPUT VorderingenBestand
           READ VorderingenWerkBestand
               AT END
                   SET EOFVorderingen TO TRUE
           END-READ
           PERFORM UNTIL EOFVorderingen
               WRITE Vorderingrecord FROM VorderingWerkrecord
               READ VorderingenWerkBestand
                   AT END
                       SET EOFVorderingen TO TRUE
               END-READ
           END-PERFORM
           CLOSE VorderingenWerkBestand
           CLOSE VorderingenBestand
           .

       BeoordeelVordering.
           *> Een restant kan inmiddels alsnog betaald zijn
           IF FS-V-SoortRestant
               MOVE FS-V-Reserveringsnummer TO FS-R-Reserveringsnummer
               PERFORM BepaalNogOpenstaand
               IF NogOpenstaand <= ZERO
                   SET FS-V-StatusVoldaan TO TRUE
                   ADD 1 TO AantalVorderingenVoldaan
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE NogOpenstaand = FS-V-Bedrag - FS-V-BedragGeind
           END-IF
           IF FS-V-AantalAanmaningen >= MaxVorderingAanmaningen
               EXIT PARAGRAPH
           END-IF
           IF FS-V-AantalAanmaningen > ZERO
               MOVE FS-V-DatumLaatsteAanmaning TO LaatsteAanmaningDatum
               MOVE FUNCTION INTEGER-OF-DATE (LaatsteAanmaningDatum)
                 TO WS-INT-LaatsteAanmaning
               IF WS-INT-LaatsteAanmaning + VorderingDagen
                 > WS-INT-Vandaag
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO FS-V-AantalAanmaningen
           MOVE DatumVandaag TO FS-V-DatumLaatsteAanmaning
           PERFORM SchrijfVorderingAanmaning
           .

       SchrijfVorderingAanmaning.
           OPEN INPUT KlantenBestand
           MOVE FS-V-Klantnummer TO FS-K-Klantnummer
           READ KlantenBestand KEY IS FS-K-Klantnummer
               INVALID KEY
                   MOVE SPACES TO Klantrecord
           END-READ
           CLOSE KlantenBestand
           ADD 1 TO AantalVorderingAanmaningen
           COMPUTE BedragCenten = NogOpenstaand * 100
           MOVE BedragCenten TO DisplayVordering
           MOVE SPACES TO RegelBuffer
           STRING "VORDERING;" FS-V-Vorderingnummer ";"
             FS-V-Reserveringsnummer ";" FS-V-Klantnummer ";"
             FUNCTION TRIM (FS-K-Voornaam) " "
             FUNCTION TRIM (FS-K-Naam) ";"
             FUNCTION TRIM (FS-K-Straat) " "
             FUNCTION TRIM (FS-K-Huisnummer) ";"
             FS-K-Postcode ";" FUNCTION TRIM (FS-K-Woonplaats) ";"
             FUNCTION TRIM (FS-V-Omschrijving) ";"
             FUNCTION TRIM (DisplayVordering) ";"
             "aanmaning " FS-V-AantalAanmaningen
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Aanmaningsregel FROM RegelBuffer
           *> De laatste aanmaning kondigt de overdracht aan het
           *> incassobureau aan
           MOVE FS-K-Taalcode TO TX-C-Taalcode
           IF FS-V-AantalAanmaningen >= MaxVorderingAanmaningen
               MOVE "LA" TO TX-C-TekstCode
           ELSE
               MOVE "AV" TO TX-C-TekstCode
           END-IF
           CALL "HaalTaalTekst"
             USING BY CONTENT TX-C-ParametersTaalTekst,
                   BY REFERENCE TX-R-ParametersTaalTekst
           MOVE SPACES TO RegelBuffer
           STRING "TEKST;" FUNCTION TRIM (TX-R-Tekst)
             DELIMITED BY SIZE INTO RegelBuffer
           WRITE Aanmaningsregel FROM RegelBuffer
           DISPLAY "Aanmaning " FS-V-AantalAanmaningen
             " voor vordering " FS-V-Vorderingnummer
             " (klant " FS-V-Klantnummer ")."
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
             PadDir-Klanten
             PadDir-DatumWeek
             PadDir-Aanmaningen
             PadDir-Betalingen
             PadDir-Vorderingen
             PadDir-VorderingenWerk
           .
