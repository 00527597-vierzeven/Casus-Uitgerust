           ASSIGN TO Pad-Woningen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Uitbetalingen uit de betaalbatch (BetaalBatch): de
       *> afschrijving op het afschrift bevestigt de overboeking
       SELECT WachtrijBestand ASSIGN TO Pad-Wachtrij
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT WachtrijWerkBestand ASSIGN TO Pad-WachtrijWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT EigenaarUitbetalingenBestand
           ASSIGN TO Pad-EigenaarUitbetalingen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT EigenaarUitbetalingenWerk
           ASSIGN TO Pad-EigenaarUitbetalingenWerk
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Onverwerkte regels voor handmatige afhandeling
       SELECT OnverwerktBestand
           ASSIGN TO Pad-BankOnverwerkt
       01 Woningrecord.
         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
       FD WachtrijBestand.
       01 Wachtrijrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-U==.
       FD WachtrijWerkBestand.
       01 WachtrijWerkrecord.
       COPY UitbetalingWachtrij REPLACING ==(pf)== BY ==FS-W==.
       FD EigenaarUitbetalingenBestand.
       01 EigenaarUitbetalingrecord.
       COPY EigenaarUitbetaling REPLACING ==(pf)== BY ==FS-EU==.
       FD EigenaarUitbetalingenWerk.
       01 EigenaarUitbetalingWerkrecord.
       COPY EigenaarUitbetaling REPLACING ==(pf)== BY ==FS-EW==.
       FD OnverwerktBestand.
       01 OnverwerktRegel PIC X(250).

       01 Pad-BankOnverwerkt.
         02 PadDir-BankOnverwerkt PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "BankOnverwerkt.txt".
       01 Pad-Wachtrij.
         02 PadDir-Wachtrij PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrij.dat".
       01 Pad-WachtrijWerk.
         02 PadDir-WachtrijWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "UitbetalingWachtrijWerk.dat".
       01 Pad-EigenaarUitbetalingen.
         02 PadDir-EigenaarUitbetalingen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EigenaarUitbetalingen.dat".
       01 Pad-EigenaarUitbetalingenWerk.
         02 PadDir-EigenaarUitbetalingenWerk PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "EigenaarUitbetalingenWerk.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFBankVlag PIC 9 VALUE 0.
       01 AantalGelezen PIC 9(4) VALUE ZERO.
       01 AantalGematcht PIC 9(4) VALUE ZERO.
       01 AantalOnverwerkt PIC 9(4) VALUE ZERO.
       01 AantalStorno PIC 9(4) VALUE ZERO.
       *> Storno van een automatische incasso (IncassoBatch): een
       *> negatief bedrag met het reserveringsnummer in het kenmerk
       01 StornoBedragTekst PIC X(9) VALUE SPACES.
       01 AantalIncassoRegels PIC 9(4) VALUE ZERO.
       01 AantalStornoRegels PIC 9(4) VALUE ZERO.
       *> Afschrijving van een uitbetaling uit de betaalbatch: het
       *> kenmerk is UB<batchnummer><volgnummer>
       01 AantalAfgeschreven PIC 9(4) VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 UitbetalingVlag PIC 9 VALUE 0.
         88 UitbetalingGevonden VALUE 1.
         88 UitbetalingNietGevonden VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 UitvalBuffer PIC X(250) VALUE SPACES.

           DISPLAY SPACE
           DISPLAY "Bankregels gelezen : " AantalGelezen
           DISPLAY "Gematcht en geboekt: " AantalGematcht
           DISPLAY "Incassostorno's    : " AantalStorno
           DISPLAY "Uitbetaald (debet) : " AantalAfgeschreven
           DISPLAY "Onverwerkt         : " AantalOnverwerkt " (zie BankOnverwerkt.txt)"
           EXIT PROGRAM.

           UNSTRING BewaardeBankRegel DELIMITED BY ";"
               INTO BankDatumTekst, BankBedragTekst, BankKenmerk, BankNaam
           END-UNSTRING
           IF BankBedragTekst(1:1) EQUALS "-"
               IF BankKenmerk(1:2) EQUALS "UB"
                   PERFORM BevestigUitbetaling
               ELSE
                   PERFORM VerwerkStorno
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BankBedragTekst IS NUMERIC
               MOVE BankBedragTekst TO BankBedrag
           ELSE
           END-IF
           .

       BepaalAfgeschrevenBedrag.
           *> Een afschrijving staat met een minteken in de bankexport
           MOVE BankBedragTekst TO StornoBedragTekst
           INSPECT StornoBedragTekst REPLACING FIRST "-" BY "0"
           IF StornoBedragTekst IS NUMERIC
               MOVE StornoBedragTekst TO BankBedrag
           ELSE
               MOVE ZERO TO BankBedrag
           END-IF
           .

       BevestigUitbetaling.
           *> De overboeking uit de betaalbatch staat op het afschrift:
           *> de regel krijgt de afschrijvingsdatum
           PERFORM BepaalAfgeschrevenBedrag
           IF BankDatumTekst IS NUMERIC
               MOVE BankDatumTekst TO BoekDatum
           ELSE
               MOVE DatumVandaag TO BoekDatum
           END-IF
           SET UitbetalingNietGevonden TO TRUE
           PERFORM BevestigInWachtrij
           IF UitbetalingNietGevonden
               PERFORM BevestigBijEigenaren
           END-IF
           IF UitbetalingGevonden
               ADD 1 TO AantalAfgeschreven
               DISPLAY "Uitbetaling " BankKenmerk
                 " is door de bank afgeschreven."
           ELSE
               ADD 1 TO AantalOnverwerkt
               MOVE SPACES TO UitvalBuffer
               STRING FUNCTION TRIM (BewaardeBankRegel)
                 " >>> geen openstaande uitbetaling met dit kenmerk"
                 " en bedrag" DELIMITED BY SIZE INTO UitvalBuffer
               WRITE OnverwerktRegel FROM UitvalBuffer
           END-IF
           .

       BevestigInWachtrij.
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WachtrijWerkBestand
           READ WachtrijBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE Wachtrijrecord TO WachtrijWerkrecord
               IF UitbetalingNietGevonden
                 AND FS-U-Batchnummer EQUALS BankKenmerk(3:6)
                 AND FS-U-BatchVolgnummer EQUALS BankKenmerk(9:4)
                 AND FS-U-DatumAfgeschreven EQUALS SPACES
                 AND FS-U-Bedrag EQUALS BankBedrag
                   SET UitbetalingGevonden TO TRUE
                   MOVE BoekDatum TO FS-W-DatumAfgeschreven
               END-IF
               WRITE WachtrijWerkrecord
               READ WachtrijBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WachtrijBestand
           CLOSE WachtrijWerkBestand
           IF UitbetalingNietGevonden
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT WachtrijWerkBestand
           OPEN OUTPUT WachtrijBestand
           READ WachtrijWerkBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE WachtrijWerkrecord TO Wachtrijrecord
               WRITE Wachtrijrecord
               READ WachtrijWerkBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE WachtrijWerkBestand
           CLOSE WachtrijBestand
           .

       BevestigBijEigenaren.
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EigenaarUitbetalingenWerk
           READ EigenaarUitbetalingenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE EigenaarUitbetalingrecord
                 TO EigenaarUitbetalingWerkrecord
               IF UitbetalingNietGevonden
                 AND FS-EU-Batchnummer EQUALS BankKenmerk(3:6)
                 AND FS-EU-BatchVolgnummer EQUALS BankKenmerk(9:4)
                 AND FS-EU-DatumAfgeschreven EQUALS SPACES
                 AND FS-EU-Bedrag EQUALS BankBedrag
                   SET UitbetalingGevonden TO TRUE
                   MOVE BoekDatum TO FS-EW-DatumAfgeschreven
               END-IF
               WRITE EigenaarUitbetalingWerkrecord
               READ EigenaarUitbetalingenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EigenaarUitbetalingenBestand
           CLOSE EigenaarUitbetalingenWerk
           IF UitbetalingNietGevonden
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT EigenaarUitbetalingenWerk
           OPEN OUTPUT EigenaarUitbetalingenBestand
           READ EigenaarUitbetalingenWerk
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               MOVE EigenaarUitbetalingWerkrecord
                 TO EigenaarUitbetalingrecord
               WRITE EigenaarUitbetalingrecord
               READ EigenaarUitbetalingenWerk
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE EigenaarUitbetalingenWerk
           CLOSE EigenaarUitbetalingenBestand
           .

       VerwerkStorno.
           *> De bank boekt een incasso terug: de verwachte betaling
           *> wordt met een terugbetaling (herkomst S) tenietgedaan en
           *> het saldo staat weer open
           PERFORM BepaalAfgeschrevenBedrag
           IF BankKenmerk(1:8) IS NOT NUMERIC
             OR BankBedrag EQUALS ZERO
               ADD 1 TO AantalOnverwerkt
               MOVE SPACES TO UitvalBuffer
               STRING FUNCTION TRIM (BewaardeBankRegel)
                 " >>> storno zonder reserveringsnummer"
                 DELIMITED BY SIZE INTO UitvalBuffer
               WRITE OnverwerktRegel FROM UitvalBuffer
               EXIT PARAGRAPH
           END-IF
           MOVE BankKenmerk(1:8) TO MatchResnr
           PERFORM TelIncassoRegels
           IF AantalIncassoRegels NOT > AantalStornoRegels
               ADD 1 TO AantalOnverwerkt
               MOVE SPACES TO UitvalBuffer
               STRING FUNCTION TRIM (BewaardeBankRegel)
                 " >>> geen openstaande incasso voor dit bedrag"
                 DELIMITED BY SIZE INTO UitvalBuffer
               WRITE OnverwerktRegel FROM UitvalBuffer
               EXIT PARAGRAPH
           END-IF
           IF BankDatumTekst IS NUMERIC
               MOVE BankDatumTekst TO BoekDatum
           ELSE
               MOVE DatumVandaag TO BoekDatum
           END-IF
           MOVE BoekDatum TO WS-S-C-Datum
           CALL "ControleerPeriodeSlot"
             USING BY CONTENT WS-S-C-ParametersPeriodeSlot,
                   BY REFERENCE WS-S-R-ParametersPeriodeSlot
           IF WS-S-R-PeriodeGesloten
               ADD 1 TO AantalOnverwerkt
               MOVE SPACES TO UitvalBuffer
               STRING FUNCTION TRIM (BewaardeBankRegel)
                 " >>> boekperiode is afgesloten"
                 DELIMITED BY SIZE INTO UitvalBuffer
               WRITE OnverwerktRegel FROM UitvalBuffer
               EXIT PARAGRAPH
           END-IF
           PERFORM BoekStorno
           ADD 1 TO AantalStorno
           .

       TelIncassoRegels.
           *> Alleen een incasso die nog niet eerder is gestorneerd kan
           *> worden teruggeboekt
           MOVE ZERO TO AantalIncassoRegels
           MOVE ZERO TO AantalStornoRegels
           MOVE ZERO TO EOFBetalingenVlag
           OPEN INPUT BetalingenBestand
           IF IO-OK
               READ BetalingenBestand
                   AT END
                       SET EOFBetalingen TO TRUE
               END-READ
               PERFORM UNTIL EOFBetalingen
                   IF FS-P-Reserveringsnummer EQUALS MatchResnr
                     AND FS-P-Bedrag EQUALS BankBedrag
                       IF FS-P-HerkomstIncasso
                           ADD 1 TO AantalIncassoRegels
                       END-IF
                       IF FS-P-HerkomstStorno
                           ADD 1 TO AantalStornoRegels
                       END-IF
                   END-IF
                   READ BetalingenBestand
                       AT END
                           SET EOFBetalingen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BetalingenBestand
           END-IF
           .

       BoekStorno.
           OPEN EXTEND BetalingenBestand
           IF IOStatus EQUALS 00 OR 05
               MOVE MatchResnr TO FS-P-Reserveringsnummer
               MOVE BoekDatum TO FS-P-Datum
               MOVE BankBedrag TO FS-P-Bedrag
               MOVE "T" TO FS-P-Soort
               SET FS-P-HerkomstStorno TO TRUE
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
           END-IF
           *> Was de reservering door de incasso als betaald gemarkeerd,
           *> dan staat zij weer open voor aanmaning
           OPEN I-O ReserveringenBestand
           MOVE MatchResnr TO FS-R-Reserveringsnummer
           READ ReserveringenBestand KEY IS FS-R-Reserveringsnummer
               INVALID KEY
                   CLOSE ReserveringenBestand
                   EXIT PARAGRAPH
           END-READ
           IF FS-R-DatumBetaling NOT EQUALS SPACES
               MOVE Reserveringsrecord TO JRN-BeeldVoor
               MOVE SPACES TO FS-R-DatumBetaling
               REWRITE Reserveringsrecord
                   INVALID KEY
                       DISPLAY "File status - " IOStatus
               END-REWRITE
               MOVE "BankImport" TO JRN-Programma
               MOVE "INCASSO-STORNO" TO JRN-Actie
               MOVE Reserveringsrecord TO JRN-BeeldNa
               CALL "SchrijfReserveringJournaal"
                 USING JRN-ReserveringJournaal
           END-IF
           CLOSE ReserveringenBestand
           DISPLAY "Storno geboekt op reservering " MatchResnr
             "; het saldo staat weer open."
           .

       ProbeerMatchOpResnr.
           OPEN INPUT ReserveringenBestand
           MOVE MatchResnr TO FS-R-Reserveringsnummer
           *> Factuurtotaal op dezelfde grondslag als FactuurExport
           *> (gedeeld subprogramma) minus wat er al in het grootboek staat
           MOVE FS-R-Reserveringsnummer TO WS-F-C-Reserveringsnummer
           MOVE SPACES TO WS-F-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT WS-F-C-ParametersFactuurTotaal,
                   BY REFERENCE WS-F-R-ParametersFactuurTotaal
               END-IF
               MOVE BankBedrag TO FS-P-Bedrag
               MOVE "R" TO FS-P-Soort
               MOVE SPACE TO FS-P-Herkomst
               WRITE Betalingsrecord
               CLOSE BetalingenBestand
           END-IF
             PadDir-Betalingen
             PadDir-Woningen
             PadDir-BankOnverwerkt
             PadDir-Wachtrij
             PadDir-WachtrijWerk
             PadDir-EigenaarUitbetalingen
             PadDir-EigenaarUitbetalingenWerk
           .
