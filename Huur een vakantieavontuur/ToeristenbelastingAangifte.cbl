       01 BedragTotaal PIC 9(7)V99 VALUE ZERO.
       01 NachtenTotaal PIC 9(7) VALUE ZERO.
       01 AantalReserveringenMee PIC 9(4) VALUE ZERO.
       01 BedragCenten PIC 9(10) VALUE ZERO.
       01 DisplayBedrag PIC ZZZZZZ9,99.
       *> Totalen per gemeente: het tweede park ligt in een andere
       *> gemeente, dus de aangifte wordt per gemeente opgebouwd met de
       *> categorie en gemeente die TonenToeristenBelasting teruggeeft
       01 GemeenteTabel.
         02 GemeenteRegelT OCCURS 10 TIMES.
           03 GT-Gemeentecode PIC X(4).
           03 GT-NachtenVolwassen PIC 9(7).
           03 GT-NachtenKind PIC 9(7).
           03 GT-NachtenVrijgesteld PIC 9(7).
           03 GT-BedragVolwassen PIC 9(7)V99.
           03 GT-BedragKind PIC 9(7)V99.
       01 AantalGemeenten PIC 99 VALUE ZERO.
       01 GemeenteIndex PIC 99 VALUE ZERO.
       01 GevondenGemeente PIC 99 VALUE ZERO.
       01 RegelBuffer PIC X(200) VALUE SPACES.
       COPY ParametersTonenToeristenBelasting REPLACING ==(pf)== BY ==LS==.

           PERFORM ZetOmgevingsPaden
       BeginProgram.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DatumVandaag
           MOVE ZERO TO AantalGemeenten
           DISPLAY "Aangifte toeristenbelasting voor welk jaar (leeg voor huidig jaar): " WITH NO ADVANCING
           ACCEPT JaarInput
           IF JaarInput = ZERO
           MOVE FS-R-Weeknummer TO LS-C-WeekNummer
           MOVE FS-R-AantalWeken TO LS-C-AantalWeken
           MOVE WS-INT-Leeftijd TO LS-C-Leeftijd
           MOVE FS-R-Jaar TO LS-C-Jaar
           MOVE FS-R-Parkcode TO LS-C-Parkcode
           CALL "TonenToeristenBelasting"
             USING BY CONTENT LS-C-ParametersTonenToeristenBelasting,
                   BY REFERENCE LS-R-ParametersTonenToeristenBelasting
           IF LS-R-OK
               PERFORM ZoekGemeenteInTabel
               EVALUATE TRUE
                   WHEN LS-R-CategorieVolwassen
                       ADD BewonerNachten TO NachtenVolwassen
                         GT-NachtenVolwassen(GevondenGemeente)
                       ADD LS-R-ToeristenBelastingTonen TO BedragVolwassen
                         GT-BedragVolwassen(GevondenGemeente)
                   WHEN LS-R-CategorieVrijgesteld
                       ADD BewonerNachten TO NachtenVrijgesteld
                         GT-NachtenVrijgesteld(GevondenGemeente)
                   WHEN OTHER
                       ADD BewonerNachten TO NachtenKind
                         GT-NachtenKind(GevondenGemeente)
                       ADD LS-R-ToeristenBelastingTonen TO BedragKind
                         GT-BedragKind(GevondenGemeente)
               END-EVALUATE
           ELSE
               DISPLAY ">>> Ongeldige parameters voor reservering " FS-R-Reserveringsnummer " - bewoner overgeslagen."
           END-IF
           .

       ZoekGemeenteInTabel.
           *> Regel van de gemeente opzoeken of toevoegen; meer dan tien
           *> gemeenten komt niet voor, de rest telt mee bij de laatste
           MOVE ZERO TO GevondenGemeente
           PERFORM VARYING GemeenteIndex FROM 1 BY 1
             UNTIL GemeenteIndex > AantalGemeenten
               IF GT-Gemeentecode(GemeenteIndex) = LS-R-Gemeentecode
                   MOVE GemeenteIndex TO GevondenGemeente
               END-IF
           END-PERFORM
           IF GevondenGemeente = ZERO AND AantalGemeenten = 10
               MOVE 10 TO GevondenGemeente
           END-IF
           IF GevondenGemeente = ZERO
               ADD 1 TO AantalGemeenten
               MOVE AantalGemeenten TO GevondenGemeente
               MOVE LS-R-Gemeentecode
                 TO GT-Gemeentecode(GevondenGemeente)
               MOVE ZERO TO GT-NachtenVolwassen(GevondenGemeente)
                 GT-NachtenKind(GevondenGemeente)
                 GT-NachtenVrijgesteld(GevondenGemeente)
                 GT-BedragVolwassen(GevondenGemeente)
                 GT-BedragKind(GevondenGemeente)
           END-IF
           .

       BepaalStartWeekDatum.
           MOVE ZERO TO WS-INT-WeekDatum
           MOVE ZERO TO EOFDatumWeekVlag
           MOVE SPACES TO RegelBuffer
           STRING "AANGIFTE TOERISTENBELASTING;" JaarInput DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           PERFORM VARYING GemeenteIndex FROM 1 BY 1
             UNTIL GemeenteIndex > AantalGemeenten
               PERFORM SchrijfGemeenteBlok
           END-PERFORM
           MOVE SPACES TO RegelBuffer
           STRING "GEMEENTE;ALLE" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           COMPUTE BedragCenten = BedragVolwassen * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "CATEGORIE;VOLWASSEN;NACHTEN;" NachtenVolwassen ";BEDRAG;" DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           COMPUTE BedragCenten = BedragKind * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "CATEGORIE;KIND;NACHTEN;" NachtenKind ";BEDRAG;" DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "CATEGORIE;VRIJGESTELD;NACHTEN;" NachtenVrijgesteld ";BEDRAG;0000000,00" DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           COMPUTE BedragCenten = BedragTotaal * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "TOTAAL;;NACHTEN;" NachtenTotaal ";BEDRAG;" DisplayBedrag DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           DISPLAY SPACE
           DISPLAY "CONTROLETOTALEN (sluiten aan op het overzicht per bewoner)"
           DISPLAY "Meegeteld aantal reserveringen: " AantalReserveringenMee
           COMPUTE BedragCenten = BedragTotaal * 100
           MOVE BedragCenten TO DisplayBedrag
           DISPLAY "Totaal af te dragen           : " DisplayBedrag " euro"
           CLOSE AangifteBestand
           .

       SchrijfGemeenteBlok.
           *> Gemeente zonder code: park zonder koppeling of jaar zonder
           *> tariefregel, afgerekend tegen de vaste tarieven
           MOVE SPACES TO RegelBuffer
           IF GT-Gemeentecode(GemeenteIndex) = SPACES
               STRING "GEMEENTE;VAST TARIEF" DELIMITED BY SIZE
                 INTO RegelBuffer
           ELSE
               STRING "GEMEENTE;" GT-Gemeentecode(GemeenteIndex)
                 DELIMITED BY SIZE INTO RegelBuffer
           END-IF
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           COMPUTE BedragCenten = GT-BedragVolwassen(GemeenteIndex) * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "CATEGORIE;VOLWASSEN;NACHTEN;"
             GT-NachtenVolwassen(GemeenteIndex) ";BEDRAG;" DisplayBedrag
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           COMPUTE BedragCenten = GT-BedragKind(GemeenteIndex) * 100
           MOVE BedragCenten TO DisplayBedrag
           STRING "CATEGORIE;KIND;NACHTEN;"
             GT-NachtenKind(GemeenteIndex) ";BEDRAG;" DisplayBedrag
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           STRING "CATEGORIE;VRIJGESTELD;NACHTEN;"
             GT-NachtenVrijgesteld(GemeenteIndex) ";BEDRAG;0000000,00"
             DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           .

       SchrijfRegel.
           DISPLAY FUNCTION TRIM (RegelBuffer)
           WRITE Aangifteregel FROM RegelBuffer
