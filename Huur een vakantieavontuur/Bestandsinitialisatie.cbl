           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-B-BewonersID
           FILE STATUS IS IOStatus.
       SELECT WoningtypenBestand ASSIGN TO Pad-Woningtypen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT DatumWeekBestand ASSIGN TO Pad-DatumWeek
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       FD ReserveringenBestand.
       01 Reserveringsrecord.
              COPY Reservering REPLACING ==(pf)== BY ==FS-R==.
       FD WoningtypenBestand.
       01 Woningtyperecord.
       COPY Woningtype REPLACING ==(pf)== BY ==FS-WT==.
       FD DatumWeekBestand.
       01 DatumWeekRecord.
         03 WeekNummer PIC 99.
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 Pad-Woningtypen.
         02 PadDir-Woningtypen PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Woningtypen.dat".
       01 Pad-DatumWeek.
         02 PadDir-DatumWeek PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "DatumWeek.dat".
           PERFORM ZetOmgevingsPaden

           PERFORM ResetBewoners
           PERFORM VulWoningtypen
           PERFORM VulWoningen
           PERFORM VulSysteemkengetallen
           PERFORM VulKlanten
           END-PERFORM
           CLOSE WoningenBestand.

       VulWoningtypen.
           *> De twee oorspronkelijke typen; nieuwe typen komen erbij
           *> via WoningtypeBeheer
           OPEN OUTPUT WoningtypenBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het openen van Woningtypen.dat: "
                 IOStatus
           END-IF
           MOVE "S" TO FS-WT-Code
           MOVE "Standaard" TO FS-WT-Omschrijving
           MOVE 4 TO FS-WT-MaxPersonen
           MOVE 120 TO FS-WT-Schoonmaaktijd
           MOVE 10 TO FS-WT-Basisweekprijs
           MOVE 60 TO FS-WT-TussenSchoonmaaktijd
           WRITE Woningtyperecord
           MOVE "L" TO FS-WT-Code
           MOVE "Luxe" TO FS-WT-Omschrijving
           MOVE 6 TO FS-WT-MaxPersonen
           MOVE 180 TO FS-WT-Schoonmaaktijd
           MOVE 15 TO FS-WT-Basisweekprijs
           MOVE 90 TO FS-WT-TussenSchoonmaaktijd
           WRITE Woningtyperecord
           CLOSE WoningtypenBestand.

       VulSysteemkengetallen.
           OPEN OUTPUT SysteemkengetallenBestand
           IF NOT IO-OK
             PadDir-ReserveringenMetAltKey
             PadDir-Bewoners
             PadDir-DatumWeek
             PadDir-Woningtypen
           .
