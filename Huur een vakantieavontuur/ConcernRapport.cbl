       SELECT BudgettenBestand ASSIGN TO Pad-Budgetten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Goedgekeurde inkoopfacturen van Huur (CrediteurenBeheer)
       SELECT InkoopfacturenBestand ASSIGN TO Pad-Inkoopfacturen
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       *> Indeling gelijk aan Boeking.cpy van de flexadministratie
       FD BudgettenBestand.
       01 Budgetrecord.
       COPY Budget REPLACING ==(pf)== BY ==FS-BU==.
       FD InkoopfacturenBestand.
       01 Inkoopfactuurrecord.
       COPY Inkoopfactuur REPLACING ==(pf)== BY ==FS-I==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-Budgetten.
         02 PadDir-Budgetten PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Budgetten.dat".
       01 Pad-Inkoopfacturen.
         02 PadDir-Inkoopfacturen PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Inkoopfacturen.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
       01 VerschilBedrag PIC S9(8)V99 VALUE ZERO.
       01 RealisatieBedrag PIC 9(8)V99 VALUE ZERO.
       01 ToonVerschil PIC -ZZZZZZZ9,99.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 BedragCentenS PIC S9(11) VALUE ZERO.
       01 ToonBedrag2 PIC ZZZZZZZ9,99.
       01 ToonBedrag3 PIC ZZZZZZZ9,99.
       01 BoekingOmzet PIC 9(5)V99 VALUE ZERO.
       01 JaarBeginDatum PIC 9(8) VALUE ZERO.
       *> Kosten van Huur: goedgekeurde en betaalde inkoopfacturen
       *> (exclusief BTW) op factuurdatum naast de kostenbudgetten
       *> (BudgetBeheer, soort K), in totaal en per kostencategorie
       01 KostenBudgetTabel.
         02 KBT-MaandBudget PIC 9(7)V99 OCCURS 12 TIMES.
       01 KostenWeek PIC 9(7)V99 VALUE ZERO.
       01 KostenYTD PIC 9(8)V99 VALUE ZERO.
       01 KostenCategorieTabel.
         02 KostenCategorieRegel OCCURS 20 TIMES.
           03 KC-Categorie PIC X(10).
           03 KC-BudgetYTD PIC 9(8)V99.
           03 KC-RealisatieYTD PIC 9(8)V99.
       01 AantalKostenCategorieen PIC 99 VALUE ZERO.
       01 KostenCategorieIndex PIC 99 VALUE ZERO.
       01 GezochteKostenCategorie PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           PERFORM TelFlexWeek
           PERFORM LaadHuurWoningen
           PERFORM TelHuurWeek
           PERFORM TelInkoopKosten
           PERFORM SchrijfRapport
           EXIT PROGRAM.

           *> De totaalbudgetten (categorie = spaties) van het
           *> rapportjaar per bedrijf en maand in een tabel
           INITIALIZE BudgetTabel
           INITIALIZE KostenBudgetTabel
           INITIALIZE KostenCategorieTabel
           MOVE ZERO TO AantalKostenCategorieen
           MOVE ZERO TO EOFVlag
           OPEN INPUT BudgettenBestand
           IF NOT IO-OK
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               *> Kostenbudgetten van Huur: het totaal per maand, de
               *> categorieen tot en met de rapportmaand
               IF FS-BU-Jaar EQUALS RapportJaar
                 AND FS-BU-SoortKosten
                 AND FS-BU-BedrijfHuur
                 AND FS-BU-Maand >= 1 AND FS-BU-Maand <= 12
                   IF FS-BU-Categorie EQUALS SPACES
                       MOVE FS-BU-Bedrag TO KBT-MaandBudget(FS-BU-Maand)
                   ELSE
                       IF FS-BU-Maand <= RapportMaand
                           MOVE FS-BU-Categorie TO GezochteKostenCategorie
                           PERFORM ZoekKostenCategorie
                           IF KostenCategorieIndex > ZERO
                               ADD FS-BU-Bedrag TO KC-BudgetYTD(KostenCategorieIndex)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF FS-BU-Jaar EQUALS RapportJaar
                 AND FS-BU-SoortOmzet
                 AND FS-BU-Categorie EQUALS SPACES
                 AND FS-BU-Maand >= 1 AND FS-BU-Maand <= 12
                   IF FS-BU-BedrijfFlexen
           END-IF
           .

       ZoekKostenCategorie.
           *> Zoekt of voegt GezochteKostenCategorie toe; index nul als
           *> de tabel vol is
           PERFORM VARYING KostenCategorieIndex FROM 1 BY 1 UNTIL KostenCategorieIndex > AantalKostenCategorieen
               IF KC-Categorie(KostenCategorieIndex) EQUALS GezochteKostenCategorie
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF AantalKostenCategorieen < 20
               ADD 1 TO AantalKostenCategorieen
               MOVE AantalKostenCategorieen TO KostenCategorieIndex
               MOVE GezochteKostenCategorie TO KC-Categorie(KostenCategorieIndex)
               MOVE ZERO TO KC-BudgetYTD(KostenCategorieIndex)
               MOVE ZERO TO KC-RealisatieYTD(KostenCategorieIndex)
           ELSE
               MOVE ZERO TO KostenCategorieIndex
           END-IF
           .

       TelInkoopKosten.
           MOVE ZERO TO KostenWeek
           MOVE ZERO TO KostenYTD
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
               IF (FS-I-StatusGoedgekeurd OR FS-I-StatusBetaald)
                 AND FS-I-Factuurdatum >= JaarBeginDatum
                 AND FS-I-Factuurdatum <= WeekEindDatum
                   ADD FS-I-BedragExcl TO KostenYTD
                   IF FS-I-Factuurdatum >= WeekStartDatum
                       ADD FS-I-BedragExcl TO KostenWeek
                   END-IF
                   MOVE FS-I-Kostencategorie TO GezochteKostenCategorie
                   PERFORM ZoekKostenCategorie
                   IF KostenCategorieIndex > ZERO
                       ADD FS-I-BedragExcl TO KC-RealisatieYTD(KostenCategorieIndex)
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

       SchrijfRapport.
           COMPUTE ConcernOmzet = FlexOmzet + HuurOmzet
           OPEN OUTPUT RapportBestand
           PERFORM SchrijfRegel
           MOVE "=============================================" TO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = FlexOmzet * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = FlexBezetting * 10
           MOVE BedragCenten TO ToonPercentage
           MOVE SPACES TO RegelBuffer
           STRING "Flexen en Relaxen       : omzet " ToonBedrag " euro | bezetting " ToonPercentage " % (" FlexDagdelen " dagdelen)" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = HuurOmzet * 100
           MOVE BedragCenten TO ToonBedrag
           COMPUTE BedragCenten = HuurBezetting * 10
           MOVE BedragCenten TO ToonPercentage
           MOVE SPACES TO RegelBuffer
           STRING "Huur een vakantieavontuur: omzet " ToonBedrag " euro | bezetting " ToonPercentage " % (" HuurBezetteWoningen " van " AantalHuurWoningen " woningen)" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE BedragCenten = ConcernOmzet * 100
           MOVE BedragCenten TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           STRING "Concern totaal          : omzet " ToonBedrag " euro" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM SchrijfBudgetWeekRegel
           MOVE HuurOmzetYTD TO RealisatieBedrag
           PERFORM SchrijfBudgetYtdRegel
           PERFORM SchrijfKostenRegels
           CLOSE RapportBestand
           DISPLAY "Rapport geschreven naar ConcernRapport.txt."
           .
           COMPUTE WeekBudget ROUNDED =
             BT-MaandBudget(BudgetBedrijfIndex, RapportMaand) * 12 / 52
           COMPUTE VerschilBedrag = RealisatieBedrag - WeekBudget
           COMPUTE BedragCenten = WeekBudget * 100
           MOVE BedragCenten TO ToonBedrag2
           COMPUTE BedragCenten = RealisatieBedrag * 100
           MOVE BedragCenten TO ToonBedrag3
           COMPUTE BedragCentenS = VerschilBedrag * 100
           MOVE BedragCentenS TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           IF BudgetBedrijfIndex EQUALS 1
               STRING "Flexen  week: budget " ToonBedrag2 " | realisatie " ToonBedrag3 " | verschil " ToonVerschil DELIMITED BY SIZE INTO RegelBuffer
               ADD BT-MaandBudget(BudgetBedrijfIndex, BudgetMaandIndex) TO YtdBudget
           END-PERFORM
           COMPUTE VerschilBedrag = RealisatieBedrag - YtdBudget
           COMPUTE BedragCenten = YtdBudget * 100
           MOVE BedragCenten TO ToonBedrag2
           COMPUTE BedragCenten = RealisatieBedrag * 100
           MOVE BedragCenten TO ToonBedrag3
           COMPUTE BedragCentenS = VerschilBedrag * 100
           MOVE BedragCentenS TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           IF BudgetBedrijfIndex EQUALS 1
               STRING "Flexen  YTD : budget " ToonBedrag2 " | realisatie " ToonBedrag3 " | verschil " ToonVerschil DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfKostenRegels.
           MOVE SPACES TO RegelBuffer
           PERFORM SchrijfRegel
           MOVE "KOSTEN HUUR (goedgekeurde inkoopfacturen excl. BTW)" TO RegelBuffer
           PERFORM SchrijfRegel
           COMPUTE WeekBudget ROUNDED = KBT-MaandBudget(RapportMaand) * 12 / 52
           COMPUTE VerschilBedrag = KostenWeek - WeekBudget
           COMPUTE BedragCenten = WeekBudget * 100
           MOVE BedragCenten TO ToonBedrag2
           COMPUTE BedragCenten = KostenWeek * 100
           MOVE BedragCenten TO ToonBedrag3
           COMPUTE BedragCentenS = VerschilBedrag * 100
           MOVE BedragCentenS TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           STRING "Kosten  week: budget " ToonBedrag2 " | realisatie " ToonBedrag3 " | verschil " ToonVerschil DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE ZERO TO YtdBudget
           PERFORM VARYING BudgetMaandIndex FROM 1 BY 1 UNTIL BudgetMaandIndex > RapportMaand
               ADD KBT-MaandBudget(BudgetMaandIndex) TO YtdBudget
           END-PERFORM
           COMPUTE VerschilBedrag = KostenYTD - YtdBudget
           COMPUTE BedragCenten = YtdBudget * 100
           MOVE BedragCenten TO ToonBedrag2
           COMPUTE BedragCenten = KostenYTD * 100
           MOVE BedragCenten TO ToonBedrag3
           COMPUTE BedragCentenS = VerschilBedrag * 100
           MOVE BedragCentenS TO ToonVerschil
           MOVE SPACES TO RegelBuffer
           STRING "Kosten  YTD : budget " ToonBedrag2 " | realisatie " ToonBedrag3 " | verschil " ToonVerschil DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING KostenCategorieIndex FROM 1 BY 1 UNTIL KostenCategorieIndex > AantalKostenCategorieen
               COMPUTE VerschilBedrag = KC-RealisatieYTD(KostenCategorieIndex) - KC-BudgetYTD(KostenCategorieIndex)
               COMPUTE BedragCenten = KC-BudgetYTD(KostenCategorieIndex) * 100
               MOVE BedragCenten TO ToonBedrag2
               COMPUTE BedragCenten = KC-RealisatieYTD(KostenCategorieIndex) * 100
               MOVE BedragCenten TO ToonBedrag3
               COMPUTE BedragCentenS = VerschilBedrag * 100
               MOVE BedragCentenS TO ToonVerschil
               MOVE SPACES TO RegelBuffer
               STRING "  " KC-Categorie(KostenCategorieIndex) " YTD: budget " ToonBedrag2 " | realisatie " ToonBedrag3 " | verschil " ToonVerschil DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
           END-PERFORM
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
             PadDir-HuurWoningen
             PadDir-ConcernRapport
             PadDir-Budgetten
             PadDir-Inkoopfacturen
           .
