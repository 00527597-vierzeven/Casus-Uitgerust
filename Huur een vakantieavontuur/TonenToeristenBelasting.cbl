       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       Currency Sign "E" with Picture Symbol '$'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Tarieven per gemeente en jaar en de koppeling park-gemeente
       *> (onderhouden door ToeristenbelastingTariefBeheer); als er geen
       *> tariefregel van toepassing is gelden de oude vaste tarieven
       SELECT ToeristenbelastingTarievenBestand
           ASSIGN TO Pad-ToeristenbelastingTarieven
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT ParkGemeentenBestand
           ASSIGN TO Pad-ParkGemeenten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ToeristenbelastingTarievenBestand.
       01 ToeristenbelastingTariefrecord.
       COPY ToeristenbelastingTarief REPLACING ==(pf)== BY ==FS-TT==.
       FD ParkGemeentenBestand.
       01 ParkGemeenterecord.
       COPY ParkGemeente REPLACING ==(pf)== BY ==FS-PG==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij elke aanroep gezet op
       *> de actieve omgeving (productie of test)
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-ToeristenbelastingTarieven.
         02 PadDir-ToeristenbelastingTarieven PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ToeristenbelastingTarieven.dat".
       01 Pad-ParkGemeenten.
         02 PadDir-ParkGemeenten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "ParkGemeenten.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       01 ToeristenBelasting PIC 999V99 VALUE ZERO.
       *> Het geldende tarief; de beginwaarden zijn de oude vaste
       *> tarieven (1,50 volwassen, 1,00 kind van 6 t/m 17, seizoen
       *> week 18 t/m 37)
       01 GezochtePark PIC XX VALUE "01".
       01 GezochteGemeente PIC X(4) VALUE SPACES.
       01 VrijTotLeeftijd PIC 99 VALUE 6.
       01 KindTotLeeftijd PIC 99 VALUE 18.
       01 TariefKind PIC 9V99 VALUE 1.
       01 TariefVolwassen PIC 9V99 VALUE 1.5.
       01 SeizoenVanWeek PIC 99 VALUE 18.
       01 SeizoenTotWeek PIC 99 VALUE 37.

       LINKAGE SECTION.
       COPY ParametersTonenToeristenBelasting
           REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-C-ParametersTonenToeristenBelasting
                                LS-R-ParametersTonenToeristenBelasting.
           MOVE ZERO TO LS-R-ToeristenBelastingTonen
           SET LS-R-OK TO TRUE
           MOVE ZERO TO ToeristenBelasting
           MOVE SPACE TO LS-R-Categorie
           MOVE ZERO TO LS-R-TariefPerNacht
           MOVE SPACES TO LS-R-Gemeentecode

           IF LS-C-WeekNummer NOT NUMERIC
             OR LS-C-AantalWeken NOT NUMERIC
               GO TO EindeProgramma
           END-IF

           PERFORM BepaalTarief

           IF LS-C-WeekNummer < SeizoenVanWeek
             OR LS-C-WeekNummer > SeizoenTotWeek
               SET LS-R-IllegalParameter TO TRUE
               GO TO EindeProgramma
           END-IF

           IF LS-C-AantalWeken = ZERO
             OR (LS-C-WeekNummer + LS-C-AantalWeken - 1)
                > SeizoenTotWeek
               SET LS-R-IllegalParameter TO TRUE
               GO TO EindeProgramma
           END-IF

           PERFORM ToeristenBelastingBerekenen
           MOVE ToeristenBelasting TO LS-R-ToeristenBelastingTonen
           MOVE GezochteGemeente TO LS-R-Gemeentecode.

       EindeProgramma.
           EXIT PROGRAM.

       ToeristenBelastingBerekenen.
           IF LS-C-Leeftijd >= KindTotLeeftijd
               SET LS-R-CategorieVolwassen TO TRUE
               MOVE TariefVolwassen TO LS-R-TariefPerNacht
               COMPUTE ToeristenBelasting =
                   LS-C-AantalWeken * 7 * TariefVolwassen
           END-IF
           IF LS-C-Leeftijd < VrijTotLeeftijd
               SET LS-R-CategorieVrijgesteld TO TRUE
               MOVE ZERO TO LS-R-TariefPerNacht
               COMPUTE ToeristenBelasting = LS-C-AantalWeken * 7 * 0
           END-IF
           IF LS-C-Leeftijd >= VrijTotLeeftijd
             AND LS-C-Leeftijd < KindTotLeeftijd
               SET LS-R-CategorieKind TO TRUE
               MOVE TariefKind TO LS-R-TariefPerNacht
               COMPUTE ToeristenBelasting =
                   LS-C-AantalWeken * 7 * TariefKind
           END-IF.

       BepaalTarief.
           *> Eerst de vaste tarieven, dan via het park de gemeente en
           *> de tariefregel van die gemeente voor het verblijfsjaar
           MOVE 6 TO VrijTotLeeftijd
           MOVE 18 TO KindTotLeeftijd
           MOVE 1 TO TariefKind
           MOVE 1.5 TO TariefVolwassen
           MOVE 18 TO SeizoenVanWeek
           MOVE 37 TO SeizoenTotWeek
           MOVE SPACES TO GezochteGemeente
           IF LS-C-Jaar NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LS-C-Jaar = ZERO
               EXIT PARAGRAPH
           END-IF
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-ToeristenbelastingTarieven
             PadDir-ParkGemeenten
           IF LS-C-Parkcode = SPACES OR LOW-VALUES
               MOVE "01" TO GezochtePark
           ELSE
               MOVE LS-C-Parkcode TO GezochtePark
           END-IF
           PERFORM ZoekGemeenteVanPark
           IF GezochteGemeente = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFVlag
           OPEN INPUT ToeristenbelastingTarievenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ToeristenbelastingTarievenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-TT-Gemeentecode = GezochteGemeente
                 AND FS-TT-Jaar = LS-C-Jaar
                   MOVE FS-TT-VrijTotLeeftijd TO VrijTotLeeftijd
                   MOVE FS-TT-KindTotLeeftijd TO KindTotLeeftijd
                   MOVE FS-TT-TariefKind TO TariefKind
                   MOVE FS-TT-TariefVolwassen TO TariefVolwassen
                   MOVE FS-TT-SeizoenVanWeek TO SeizoenVanWeek
                   MOVE FS-TT-SeizoenTotWeek TO SeizoenTotWeek
                   SET EOFBereikt TO TRUE
               ELSE
                   READ ToeristenbelastingTarievenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ToeristenbelastingTarievenBestand
           .

       ZoekGemeenteVanPark.
           *> Een park zonder eigen koppeling valt onder de gemeente van
           *> het hoofdpark 01
           MOVE SPACES TO GezochteGemeente
           MOVE ZERO TO EOFVlag
           OPEN INPUT ParkGemeentenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ ParkGemeentenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-PG-Parkcode = GezochtePark
                   MOVE FS-PG-Gemeentecode TO GezochteGemeente
                   SET EOFBereikt TO TRUE
               ELSE
                   IF FS-PG-Parkcode = "01"
                     AND GezochteGemeente = SPACES
                       MOVE FS-PG-Gemeentecode TO GezochteGemeente
                   END-IF
                   READ ParkGemeentenBestand
                       AT END
                           SET EOFBereikt TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ParkGemeentenBestand
           .
