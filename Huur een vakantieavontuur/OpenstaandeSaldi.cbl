           ASSIGN TO Pad-OpenstaandeSaldi
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Afrekeningen met touroperators (AllotmentAfrekening)
       SELECT OperatorFacturenBestand
           ASSIGN TO Pad-OperatorFacturen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Aanvullende facturen na een correctievoorstel
       *> (FactuurRegisterBeheer) bij al betaalde reserveringen
       SELECT FactuurRegisterBestand
           ASSIGN TO Pad-FactuurRegister
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
         03 Woningtype PIC X VALUE "S".
       FD RapportBestand.
       01 Rapportregel PIC X(132).
       FD OperatorFacturenBestand.
       01 OperatorFactuurrecord.
       COPY OperatorFactuur REPLACING ==(pf)== BY ==FS-OF==.
       FD FactuurRegisterBestand.
       01 FactuurRegisterrecord.
       COPY FactuurRegister REPLACING ==(pf)== BY ==FS-FR==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-OpenstaandeSaldi.
         02 PadDir-OpenstaandeSaldi PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OpenstaandeSaldi.txt".
       01 Pad-OperatorFacturen.
         02 PadDir-OperatorFacturen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OperatorFacturen.dat".
       01 Pad-FactuurRegister.
         02 PadDir-FactuurRegister PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "FactuurRegister.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFReserveringenVlag PIC 9 VALUE 0.
       01 EOFBetalingenVlag PIC 9 VALUE 0.
         88 EOFBetalingen VALUE 1.
         88 NotEOFBetalingen VALUE 0.
       01 EOFOperatorFacturenVlag PIC 9 VALUE 0.
         88 EOFOperatorFacturen VALUE 1.
         88 NotEOFOperatorFacturen VALUE 0.
       01 AantalOperatorFacturen PIC 9(4) VALUE ZERO.
       01 DisplayOperatorBedrag PIC ZZZZZZ9,99.
       01 EOFWoningenVlag PIC 9 VALUE 0.
         88 EOFWoningen VALUE 1.
         88 NotEOFWoningen VALUE 0.
       01 TotaalOpenstaand PIC 9(7)V99 VALUE ZERO.
       01 DisplayTotaal PIC ZZZZZZ9,99.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> De reservering waarvan de betalingen worden opgeteld
       01 SaldoReserveringsnummer PIC 9(8) VALUE ZERO.
       01 BedragCenten PIC 9(9) VALUE ZERO.
       *> Aanvullende facturen: per reservering de factuur waar ze bij
       *> horen en het netto gefactureerde bedrag daarop
       01 EOFRegisterVlag PIC 9 VALUE 0.
         88 EOFRegister VALUE 1.
         88 NotEOFRegister VALUE 0.
       01 AanvullingTabel.
         02 AanvullingRegel OCCURS 500 TIMES.
           03 AT-Reserveringsnummer PIC 9(8).
           03 AT-Factuurnummer PIC 9(6).
           03 AT-Gefactureerd PIC S9(7)V99.
       01 AantalAanvullingen PIC 999 VALUE ZERO.
       01 AanvullingIndex PIC 999 VALUE ZERO.
       01 AanvullingGevondenVlag PIC 9 VALUE 0.
         88 AanvullingGevonden VALUE 1.
         88 AanvullingNietGevonden VALUE 0.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
                     AND FS-R-DatumAnnulering EQUALS SPACES
                     AND FS-R-DatumVerlopen EQUALS SPACES
                     AND FS-R-DatumBetaling EQUALS SPACES
                     AND FS-R-AllotmentContract EQUALS SPACES
                       PERFORM BeoordeelSaldo
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ReserveringenBestand
           PERFORM BeoordeelAanvullendeFacturen
           PERFORM BeoordeelOperatorFacturen
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = TotaalOpenstaand * 100
           MOVE BedragCenten TO DisplayTotaal
           MOVE SPACES TO RegelBuffer
           STRING "Aantal reserveringen met openstaand saldo: " AantalOpenstaand " | totaal " DisplayTotaal " euro" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           EXIT PROGRAM.

       BeoordeelSaldo.
           MOVE FS-R-Reserveringsnummer TO SaldoReserveringsnummer
           PERFORM BerekenFactuurTotaal
           PERFORM TelReedsBetaald
           COMPUTE NogOpenstaand = FactuurTotaal - AlBetaald
           IF NogOpenstaand > ZERO
               ADD 1 TO AantalOpenstaand
               ADD NogOpenstaand TO TotaalOpenstaand
               COMPUTE BedragCenten = NogOpenstaand * 100
               MOVE BedragCenten TO DisplayBedrag
               MOVE SPACES TO RegelBuffer
               STRING "Reservering " FS-R-Reserveringsnummer " | klant " FS-R-Klantnummer " | woning " FS-R-Woningnummer " | week " FS-R-JaarWeek " | openstaand " DisplayBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           *> Zelfde grondslag als de factuur van FactuurExport (gedeeld
           *> subprogramma)
           MOVE FS-R-Reserveringsnummer TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
                       SET EOFBetalingen TO TRUE
               END-READ
               PERFORM UNTIL EOFBetalingen
                   IF FS-P-Reserveringsnummer EQUALS
                      SaldoReserveringsnummer
                       EVALUATE TRUE
                           WHEN FS-P-SoortAanbetaling
                               ADD FS-P-Bedrag TO AlBetaald
           END-IF
           .

       BeoordeelAanvullendeFacturen.
           *> Een betaalde reservering met een bevestigde aanvullende
           *> factuur staat weer open voor het verschil tussen het
           *> netto gefactureerde bedrag (factuur plus correcties) en
           *> wat er al betaald is
           PERFORM LaadAanvullingen
           IF AantalAanvullingen EQUALS ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM TelGefactureerdBijAanvullingen
           PERFORM VARYING AanvullingIndex FROM 1 BY 1
             UNTIL AanvullingIndex > AantalAanvullingen
               MOVE AT-Reserveringsnummer(AanvullingIndex)
                 TO SaldoReserveringsnummer
               PERFORM TelReedsBetaald
               COMPUTE NogOpenstaand =
                 AT-Gefactureerd(AanvullingIndex) - AlBetaald
               IF NogOpenstaand > ZERO
                   ADD 1 TO AantalOpenstaand
                   ADD NogOpenstaand TO TotaalOpenstaand
                   COMPUTE BedragCenten = NogOpenstaand * 100
                   MOVE BedragCenten TO DisplayBedrag
                   MOVE SPACES TO RegelBuffer
                   STRING "Reservering "
                     AT-Reserveringsnummer(AanvullingIndex)
                     " | aanvullende factuur bij factuur "
                     AT-Factuurnummer(AanvullingIndex)
                     " | openstaand " DisplayBedrag " euro"
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
               END-IF
           END-PERFORM
           .

       LaadAanvullingen.
           MOVE ZERO TO AantalAanvullingen
           MOVE ZERO TO EOFRegisterVlag
           OPEN INPUT FactuurRegisterBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FactuurRegisterBestand
               AT END
                   SET EOFRegister TO TRUE
           END-READ
           PERFORM UNTIL EOFRegister
               IF FS-FR-SoortAanvullend
                   PERFORM ZoekAanvulling
                   IF AanvullingNietGevonden
                     AND AantalAanvullingen < 500
                       ADD 1 TO AantalAanvullingen
                       MOVE FS-FR-Reserveringsnummer
                         TO AT-Reserveringsnummer(AantalAanvullingen)
                       MOVE FS-FR-OrigineelFactuurnummer
                         TO AT-Factuurnummer(AantalAanvullingen)
                       MOVE ZERO TO AT-Gefactureerd(AantalAanvullingen)
                   END-IF
               END-IF
               READ FactuurRegisterBestand
                   AT END
                       SET EOFRegister TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactuurRegisterBestand
           .

       ZoekAanvulling.
           SET AanvullingNietGevonden TO TRUE
           PERFORM VARYING AanvullingIndex FROM 1 BY 1
             UNTIL AanvullingIndex > AantalAanvullingen
               OR AanvullingGevonden
               IF AT-Factuurnummer(AanvullingIndex) EQUALS
                  FS-FR-OrigineelFactuurnummer
                   SET AanvullingGevonden TO TRUE
               END-IF
           END-PERFORM
           .

       TelGefactureerdBijAanvullingen.
           *> Tweede leesslag: de factuur zelf en alle correcties die
           *> ernaar verwijzen
           MOVE ZERO TO EOFRegisterVlag
           OPEN INPUT FactuurRegisterBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ FactuurRegisterBestand
               AT END
                   SET EOFRegister TO TRUE
           END-READ
           PERFORM UNTIL EOFRegister
               PERFORM VARYING AanvullingIndex FROM 1 BY 1
                 UNTIL AanvullingIndex > AantalAanvullingen
                   IF FS-FR-SoortFactuur
                     AND FS-FR-Factuurnummer EQUALS
                         AT-Factuurnummer(AanvullingIndex)
                       ADD FS-FR-Bedrag
                         TO AT-Gefactureerd(AanvullingIndex)
                   END-IF
                   IF NOT FS-FR-SoortFactuur
                     AND FS-FR-OrigineelFactuurnummer EQUALS
                         AT-Factuurnummer(AanvullingIndex)
                       ADD FS-FR-Bedrag
                         TO AT-Gefactureerd(AanvullingIndex)
                   END-IF
               END-PERFORM
               READ FactuurRegisterBestand
                   AT END
                       SET EOFRegister TO TRUE
               END-READ
           END-PERFORM
           CLOSE FactuurRegisterBestand
           .

       BeoordeelOperatorFacturen.
           *> Verkochte allotmentweken staan niet per reservering open
           *> maar op de afrekening met de operator; een onbetaalde
           *> operatorfactuur maakt de operator debiteur
           MOVE ZERO TO EOFOperatorFacturenVlag
           OPEN INPUT OperatorFacturenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ OperatorFacturenBestand
               AT END
                   SET EOFOperatorFacturen TO TRUE
           END-READ
           PERFORM UNTIL EOFOperatorFacturen
               IF FS-OF-DatumBetaling EQUALS SPACES
                   ADD 1 TO AantalOperatorFacturen
                   ADD FS-OF-Factuurbedrag TO TotaalOpenstaand
                   COMPUTE BedragCenten = FS-OF-Factuurbedrag * 100
                   MOVE BedragCenten TO DisplayOperatorBedrag
                   MOVE SPACES TO RegelBuffer
                   STRING "Operatorfactuur " FS-OF-Factuurnummer
                     " | klant " FS-OF-OperatorKlantnummer
                     " | " FS-OF-OperatorNaam
                     " | contract " FS-OF-Contractnummer
                     " | openstaand " DisplayOperatorBedrag " euro"
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
               END-IF
               READ OperatorFacturenBestand
                   AT END
                       SET EOFOperatorFacturen TO TRUE
               END-READ
           END-PERFORM
           CLOSE OperatorFacturenBestand
           IF AantalOperatorFacturen > ZERO
               MOVE SPACES TO RegelBuffer
               STRING "Aantal openstaande operatorfacturen: "
                 AantalOperatorFacturen
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer)
           WRITE Rapportregel FROM RegelBuffer
             PadDir-Betalingen
             PadDir-Woningen
             PadDir-OpenstaandeSaldi
             PadDir-OperatorFacturen
             PadDir-FactuurRegister
           .
