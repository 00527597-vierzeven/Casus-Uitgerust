       01 LaatsteWeekVanReservering PIC 99 VALUE ZERO.
       01 VertrekResnr PIC 9(8) VALUE ZERO.
       01 VertrekPersonen PIC 99 VALUE ZERO.
       *> Na een verblijf met huisdieren is een extra dieptereiniging
       *> nodig
       01 VertrekHuisdierenVlag PIC 9 VALUE ZERO.
         88 VertrekMetHuisdieren VALUE 1.
         88 VertrekZonderHuisdieren VALUE 0.
       01 AankomstResnr PIC 9(8) VALUE ZERO.
       01 AankomstPersonen PIC 99 VALUE ZERO.
       *> Tussenschoonmaak bij een verblijf dat door de wisselweek
       *> heen loopt
       01 TussenResnr PIC 9(8) VALUE ZERO.
       01 TussenSoortTekst PIC X(20) VALUE SPACES.
       COPY ParametersTussenschoonmaak REPLACING ==(pf)== BY ==TS==.
       01 TelResnr PIC 9(8) VALUE ZERO.
       01 AantalBewoners PIC 99 VALUE ZERO.
       *> Geldende kluiscode per woning
         88 NotEOFKluis VALUE 0.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       01 RegelBuffer PIC X(132) VALUE SPACES.
       *> Standaard schoonmaaktijd uit de woningtypestam
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           *> wisselweek begint.
           MOVE ZERO TO VertrekResnr
           MOVE ZERO TO VertrekPersonen
           SET VertrekZonderHuisdieren TO TRUE
           MOVE ZERO TO AankomstResnr
           MOVE ZERO TO AankomstPersonen
           MOVE ZERO TO TussenResnr
           SET NotEOD TO TRUE
           MOVE HuidigeWoning TO FS-R-Woningnummer
           START ReserveringenBestand KEY >= FS-R-Woningnummer
                       MOVE FS-R-Reserveringsnummer TO TelResnr
                       PERFORM TelBewoners
                       MOVE AantalBewoners TO VertrekPersonen
                       IF FS-R-AantalHuisdieren IS NUMERIC
                         AND FS-R-AantalHuisdieren > "0"
                           SET VertrekMetHuisdieren TO TRUE
                       END-IF
                   END-IF
                   IF FS-R-Weeknummer < WisselWeek
                     AND LaatsteWeekVanReservering >= WisselWeek
                       PERFORM BeoordeelTussenschoonmaak
                   END-IF
                   IF FS-R-Weeknummer EQUALS WisselWeek
                       MOVE FS-R-Reserveringsnummer TO AankomstResnr
               END-READ
           END-PERFORM
           IF VertrekResnr NOT EQUALS ZERO OR AankomstResnr NOT EQUALS ZERO
             OR TussenResnr NOT EQUALS ZERO
               MOVE SPACES TO RegelBuffer
               STRING "Woning " HuidigeWoning ":" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
               MOVE Woningtype TO WT-C-Woningtype
               CALL "HaalWoningtype"
                 USING BY CONTENT WT-C-ParametersWoningtype,
                       BY REFERENCE WT-R-ParametersWoningtype
               MOVE SPACES TO RegelBuffer
               STRING "  type     : " Woningtype " "
                 WT-R-Omschrijving " schoonmaaktijd "
                 WT-R-Schoonmaaktijd " minuten"
                 DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
               *> De geldende kluiscode voor de schoonmaakploeg
               PERFORM ZoekHuidigeKluisCode
               IF HuidigeKluisCode > ZERO
                   MOVE SPACES TO RegelBuffer
                   STRING "  vertrek : reservering " VertrekResnr " (" VertrekPersonen " personen)" DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
                   IF VertrekMetHuisdieren
                       MOVE "  LET OP  : dieptereiniging (huisdieren)"
                         TO RegelBuffer
                       PERFORM SchrijfRegel
                   END-IF
               END-IF
               IF AankomstResnr NOT EQUALS ZERO
                   MOVE SPACES TO RegelBuffer
                   STRING "  aankomst: reservering " AankomstResnr " (" AankomstPersonen " personen)" DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
               END-IF
               IF TussenResnr NOT EQUALS ZERO
                   MOVE SPACES TO RegelBuffer
                   STRING "  tussen  : reservering " TussenResnr " tussenschoonmaak "
                     WT-R-TussenSchoonmaaktijd " minuten (" FUNCTION TRIM (TussenSoortTekst) ")"
                     DELIMITED BY SIZE INTO RegelBuffer
                   PERFORM SchrijfRegel
               END-IF
           END-IF
           .

       BeoordeelTussenschoonmaak.
           *> De gast blijft: alleen een tussenschoonmaak als het
           *> verblijf er recht op heeft of hij als extra is besteld
           MOVE FS-R-Reserveringsnummer TO TS-C-Reserveringsnummer
           MOVE FS-R-AantalWeken TO TS-C-AantalWeken
           CALL "BepaalTussenschoonmaak"
             USING BY CONTENT TS-C-ParametersTussenschoonmaak,
                   BY REFERENCE TS-R-ParametersTussenschoonmaak
           IF TS-R-TussenInbegrepen
               MOVE FS-R-Reserveringsnummer TO TussenResnr
               MOVE "inbegrepen" TO TussenSoortTekst
           END-IF
           IF TS-R-TussenBetaald
               MOVE FS-R-Reserveringsnummer TO TussenResnr
               MOVE "als extra besteld" TO TussenSoortTekst
           END-IF
           .

