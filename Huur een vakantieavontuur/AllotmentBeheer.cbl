         88 VerlaatHetProgramma VALUE ZERO.
         88 BlijfInHetMenu VALUE 1.
       01 Keuze PIC 99 VALUE ZERO.
       *> Controle van het woningtype tegen de woningtypestam
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 DatumVandaag PIC 9(8) VALUE ZERO.
       *> Contractinvoer
       01 KlantGevondenVlag PIC 9 VALUE ZERO.
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-A-CommissiePercentage IS NOT NUMERIC
                   MOVE ZERO TO FS-A-CommissiePercentage
               END-IF
               DISPLAY "Contract " FS-A-Contractnummer " | " FS-A-OperatorNaam " | " FS-A-AantalWoningen " x type " FS-A-Woningtype " | " FS-A-Jaar " week " FS-A-VanWeek "-" FS-A-TotWeek " | release " FS-A-ReleaseDatum
                 " | commissie " FS-A-CommissiePercentage "%"
               READ AllotmentenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               DISPLAY "Dit klantnummer komt niet voor in het klantenbestand; voer de operator eerst op via Toevoegen Klant."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Woningtype (code uit de woningtypen): "
             WITH NO ADVANCING
           ACCEPT FS-A-Woningtype
           MOVE FS-A-Woningtype TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           IF NOT WT-R-OK
               DISPLAY ">>> Onbekend woningtype " FS-A-Woningtype
                 "; leg het eerst vast via Woningtypen."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Aantal woningen: " WITH NO ADVANCING
           ACCEPT FS-A-AantalWoningen
           DISPLAY "Jaar (yyyy): " WITH NO ADVANCING
           ACCEPT FS-A-TotWeek
           DISPLAY "Releasedatum (yyyymmdd): " WITH NO ADVANCING
           ACCEPT FS-A-ReleaseDatum
           DISPLAY "Commissie operator in procenten (bijv. 15): "
             WITH NO ADVANCING
           ACCEPT FS-A-CommissiePercentage
           IF FS-A-TotWeek < FS-A-VanWeek OR FS-A-AantalWoningen EQUALS ZERO
               DISPLAY "Ongeldig contract; er is niets vastgelegd."
               EXIT PARAGRAPH
           MOVE "N" TO FS-R-VerzekeringVlag
           MOVE SPACES TO FS-R-VerzekeringPremie
           MOVE WS-Parkcode TO FS-R-Parkcode
           *> Het contract reist mee voor de operatorafrekening
           MOVE FS-A-Contractnummer TO FS-R-AllotmentContract
           MOVE "TO" TO FS-R-Kanaal
           WRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Wegschrijven allotmentreservering mislukt. IOStatus: " IOStatus
           END-IF
           MOVE Reserveringsrecord TO JRN-BeeldVoor
           MOVE "B" TO FS-R-ReserveringsType
           MOVE "TO" TO FS-R-Kanaal
           REWRITE Reserveringsrecord
               INVALID KEY
                   DISPLAY ">>> Omzetten mislukt. IOStatus: " IOStatus
