      *> binnen te zijn), de verwachte borg in- en uitstroom, de
      *> maandbedragen van de wintercontracten en de open posten van de
      *> Flexen-facturatie; daarnaast de werkelijke ontvangsten van de
      *> afgelopen twaalf weken uit het betalingsgrootboek. De
      *> goedgekeurde, nog niet betaalde inkoopfacturen
      *> (CrediteurenBeheer) gaan eruit in de week van hun vervaldatum
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
       SELECT OpenPostenBestand ASSIGN TO Pad-OpenPosten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT InkoopfacturenBestand ASSIGN TO Pad-Inkoopfacturen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
         02 OP-FactuurBedrag PIC 9(6)V99.
         02 OP-BetaaldBedrag PIC 9(6)V99.
         02 OP-Status PIC X.
       FD InkoopfacturenBestand.
       01 Inkoopfactuurrecord.
       COPY Inkoopfactuur REPLACING ==(pf)== BY ==FS-I==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-WinterContracten.
         02 PadDir-WinterContracten PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "WinterContracten.dat".
       01 Pad-Inkoopfacturen.
         02 PadDir-Inkoopfacturen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Inkoopfacturen.dat".
       *> De Flexen-administratie heeft een eigen datadirectory
       01 Pad-OpenPosten.
         02 PadDir-OpenPosten PIC X(35) VALUE "C:\COBOL\DATA\CasusFlexenEnRelaxen\".
           03 PT-VerwachtIn PIC S9(7)V99.
           03 PT-BorgIn PIC S9(7)V99.
           03 PT-BorgUit PIC S9(7)V99.
           03 PT-CrediteurenUit PIC S9(7)V99.
       01 ActualsTabel.
         02 AT-Ontvangen PIC S9(7)V99 OCCURS 12 TIMES.
       01 WeekBucket PIC S9(4) VALUE ZERO.
       01 ToonBedrag PIC -ZZZZZ9,99.
       01 ToonBedrag2 PIC -ZZZZZ9,99.
       01 ToonBedrag3 PIC -ZZZZZ9,99.
       01 BedragCenten PIC S9(11) VALUE ZERO.
       01 ToonBedrag4 PIC -ZZZZZ9,99.
       01 NettoVerwacht PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM VerwerkReserveringen
           PERFORM VerwerkWinterContracten
           PERFORM VerwerkFlexOpenPosten
           PERFORM VerwerkInkoopfacturen
           PERFORM VerwerkActuals
           PERFORM ToonPrognose
           EXIT PROGRAM.

       BepaalOpenSaldo.
           MOVE FS-R-Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           MOVE ZERO TO EOFVlag
           .

       VerwerkInkoopfacturen.
           *> Goedgekeurde crediteurenfacturen gaan eruit in de week van
           *> de vervaldatum; vervallen facturen in week 1
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
                   COMPUTE DagenTot = FUNCTION INTEGER-OF-DATE (FS-I-Vervaldatum) - INT-Vandaag
                   COMPUTE WeekBucket = (DagenTot / 7) + 1
                   IF WeekBucket < 1
                       MOVE 1 TO WeekBucket
                   END-IF
                   IF WeekBucket <= 12
                       SUBTRACT FS-I-BedragIncl FROM PT-CrediteurenUit(WeekBucket)
                   END-IF
               END-IF
               READ InkoopfacturenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE InkoopfacturenBestand
           MOVE ZERO TO EOFVlag
           .

       VerwerkActuals.
           *> Werkelijke ontvangsten van de afgelopen twaalf weken
           MOVE ZERO TO EOFBetalingenVlag

       ToonPrognose.
           DISPLAY SPACE
           DISPLAY "week vooruit | verwacht in | borg in/uit | crediteuren | ontvangen (zelfde week terug)"
           DISPLAY "-------------+-------------+-------------+-------------+----------------------------"
           PERFORM VARYING BucketIndex FROM 1 BY 1 UNTIL BucketIndex > 12
               COMPUTE BedragCenten = PT-VerwachtIn(BucketIndex) * 100
               MOVE BedragCenten TO ToonBedrag
               COMPUTE NettoVerwacht = PT-BorgIn(BucketIndex) + PT-BorgUit(BucketIndex)
               COMPUTE BedragCenten = NettoVerwacht * 100
               MOVE BedragCenten TO ToonBedrag2
               COMPUTE BedragCenten = AT-Ontvangen(BucketIndex) * 100
               MOVE BedragCenten TO ToonBedrag3
               COMPUTE BedragCenten = PT-CrediteurenUit(BucketIndex) * 100
               MOVE BedragCenten TO ToonBedrag4
               DISPLAY "Week " BucketIndex "      | " ToonBedrag " | " ToonBedrag2 " | " ToonBedrag4 "  | " ToonBedrag3
           END-PERFORM
           DISPLAY SPACE
           DISPLAY "De linkerkolommen kijken vooruit; de rechterkolom toont de werkelijke"
             PadDir-Betalingen
             PadDir-DatumWeek
             PadDir-WinterContracten
             PadDir-Inkoopfacturen
           MOVE OMG-FlexDir TO PadDir-OpenPosten
           .
