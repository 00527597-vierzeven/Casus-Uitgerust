      *> Wekelijkse batch: een aankomstbrief per reservering voor de
      *> aankomsten van volgende week, met adres, woningnummer,
      *> aankomstdatum, openstaand saldo en aankomstinstructies; een
      *> herdraai voor een los reserveringsnummer kan ook.
      *> Zijn nog niet alle bewoners geregistreerd, dan gaat er een
      *> pre-registratieformulier mee (PreRegistratieImport)
       SELECT ReserveringenBestand
           ASSIGN TO Pad-ReserveringenMetAltKey
           ORGANIZATION IS INDEXED
       SELECT KluisCodesBestand ASSIGN TO Pad-KluisCodes
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT BewonersBestand
           ASSIGN TO Pad-Bewoners
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-BW-BewonersID
           FILE STATUS IS IOStatus.
       *> Pre-registratieformulier; de bestandsnaam wordt per
       *> reservering opgebouwd
       SELECT FormulierBestand ASSIGN TO FormulierPad
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       *> Aankomsttijdvakken aan de receptie (AankomstSlotBeheer)
       SELECT AankomstSlotsBestand ASSIGN TO Pad-AankomstSlots
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReserveringenBestand.
       FD KluisCodesBestand.
       01 KluisCoderecord.
       COPY KluisCode REPLACING ==(pf)== BY ==FS-KC==.
       FD BewonersBestand.
       01 Bewonersrecord.
       COPY Bewoner REPLACING ==(pf)== BY ==FS-BW==.
       FD FormulierBestand.
       01 FormulierRegel PIC X(132).
       FD AankomstSlotsBestand.
       01 AankomstSlotrecord.
       COPY AankomstSlot REPLACING ==(pf)== BY ==FS-AS==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 Pad-KluisCodes.
         02 PadDir-KluisCodes PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "KluisCodes.dat".
       01 Pad-Bewoners.
         02 PadDir-Bewoners PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Bewoners.dat".
       01 FormulierPad PIC X(100) VALUE SPACES.
       01 Pad-AankomstSlots.
         02 PadDir-AankomstSlots PIC X(19) VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "AankomstSlots.dat".
       *> Bevestigd aankomstslot van de reservering
       01 SlotPark PIC XX VALUE "01".
       01 SlotBegintijd PIC 9(4) VALUE ZERO.
       01 SlotEindtijd PIC 9(4) VALUE ZERO.
       01 SlotGevondenVlag PIC 9 VALUE 0.
         88 SlotGevonden VALUE 1.
         88 SlotNietGevonden VALUE 0.
       01 EOFSlotsVlag PIC 9 VALUE 0.
         88 EOFSlots VALUE 1.
         88 NotEOFSlots VALUE 0.
       *> Pre-registratie: bewoners van de reservering zonder
       *> volledige identiteit
       01 EOFBewonersVlag PIC 9 VALUE 0.
         88 EOFBewoners VALUE 1.
         88 NotEOFBewoners VALUE 0.
       01 AantalBewoners PIC 99 VALUE ZERO.
       01 AantalOngeregistreerd PIC 99 VALUE ZERO.
       01 AantalFormulieren PIC 9(4) VALUE ZERO.
       *> Geldende kluiscode voor de brief
       01 HuidigeKluisCode PIC 9(4) VALUE ZERO.
       01 KluisCodeDatum PIC 9(8) VALUE ZERO.
           END-EVALUATE
           DISPLAY SPACE
           DISPLAY "Aantal brieven geschreven: " AantalBrieven
           DISPLAY "Aantal pre-registratieformulieren: " AantalFormulieren
           EXIT PROGRAM.

       BepaalVolgendeWeek.
           STRING "Reservering " FS-R-Reserveringsnummer " | woning " FS-R-Woningnummer " | " FS-R-AantalWeken " we(e)k(en) vanaf week " FS-R-Weeknummer DELIMITED BY SIZE INTO RegelBuffer
           PERFORM SchrijfRegel
           MOVE SPACES TO RegelBuffer
           *> Met een bevestigd aankomstslot verwacht de receptie de
           *> gast in dat tijdvak; anders wordt gevraagd er een te kiezen
           PERFORM ZoekAankomstSlot
           IF SlotGevonden
               STRING "Aankomstdatum: " VolgendeWeekDatum " tussen " SlotBegintijd (1:2) ":" SlotBegintijd (3:2)
                 " en " SlotEindtijd (1:2) ":" SlotEindtijd (3:2) " uur (vertrek uiterlijk 10:00 uur)" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
               MOVE "Dit is uw bevestigde aankomstslot; zo houden wij de wachttijd aan de receptie kort." TO RegelBuffer
               PERFORM SchrijfRegel
           ELSE
               STRING "Aankomstdatum: " VolgendeWeekDatum " vanaf 15:00 uur (vertrek uiterlijk 10:00 uur)" DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
               MOVE "U heeft nog geen aankomstslot gekozen. Laat de receptie weten in welk tijdvak u aankomt." TO RegelBuffer
               PERFORM SchrijfRegel
           END-IF
           MOVE OpenSaldo TO ToonBedrag
           MOVE SPACES TO RegelBuffer
           IF OpenSaldo > ZERO
           END-IF
           MOVE "Meld u bij aankomst bij de receptie voor de sleutel en het parkeerbewijs." TO RegelBuffer
           PERFORM SchrijfRegel
           *> Verzoek om pre-registratie zolang nog niet alle bewoners
           *> geregistreerd zijn (tekstcode PR, NL terugval)
           PERFORM TelOngeregistreerdeBewoners
           IF AantalBewoners EQUALS ZERO OR AantalOngeregistreerd > ZERO
               MOVE FS-K-Taalcode TO TX-C-Taalcode
               MOVE "PR" TO TX-C-TekstCode
               CALL "HaalTaalTekst"
                 USING BY CONTENT TX-C-ParametersTaalTekst,
                       BY REFERENCE TX-R-ParametersTaalTekst
               IF TX-R-Tekst EQUALS "PR"
                   MOVE "Registreer uw reisgezelschap vooraf: vul het bijgevoegde formulier in en stuur het terug." TO RegelBuffer
               ELSE
                   MOVE TX-R-Tekst TO RegelBuffer
               END-IF
               PERFORM SchrijfRegel
               MOVE SPACES TO RegelBuffer
               STRING "Formulier: PreRegistratie" FS-R-Reserveringsnummer ".csv - dan staat uw sleutel bij aankomst direct klaar." DELIMITED BY SIZE INTO RegelBuffer
               PERFORM SchrijfRegel
               PERFORM SchrijfPreRegistratieFormulier
           END-IF
           *> Slotregel in de taal van de gast (tekstcode AW, NL terugval)
           MOVE FS-K-Taalcode TO TX-C-Taalcode
           MOVE "AW" TO TX-C-TekstCode
           *> huurbetalingen (aanbetaling en restant, minus
           *> terugbetalingen) uit het betalingsgrootboek
           MOVE FS-R-Reserveringsnummer TO FT-C-Reserveringsnummer
           MOVE SPACES TO FT-C-Tariefbestand
           CALL "BepaalFactuurTotaal"
             USING BY CONTENT FT-C-ParametersFactuurTotaal,
                   BY REFERENCE FT-R-ParametersFactuurTotaal
           CLOSE KluisCodesBestand
           .

       TelOngeregistreerdeBewoners.
           MOVE ZERO TO AantalBewoners
           MOVE ZERO TO AantalOngeregistreerd
           MOVE ZERO TO EOFBewonersVlag
           OPEN INPUT BewonersBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FS-R-Reserveringsnummer TO FS-BW-Reserveringsnummer
           MOVE ZERO TO FS-BW-Volgnummer
           START BewonersBestand
             KEY >= FS-BW-BewonersID
             INVALID KEY
                 SET EOFBewoners TO TRUE
           END-START
           PERFORM UNTIL EOFBewoners
               READ BewonersBestand NEXT RECORD
                   AT END
                       SET EOFBewoners TO TRUE
               END-READ
               IF NOT EOFBewoners
                   IF FS-BW-Reserveringsnummer NOT EQUALS FS-R-Reserveringsnummer
                       SET EOFBewoners TO TRUE
                   ELSE
                       ADD 1 TO AantalBewoners
                       IF FS-BW-VolledigeNaam EQUALS SPACES
                         OR FS-BW-DocumentNummer EQUALS SPACES
                           ADD 1 TO AantalOngeregistreerd
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BewonersBestand
           .

       SchrijfPreRegistratieFormulier.
           *> Een regel per bekende bewoner, vooraf ingevuld met
           *> reserveringsnummer, volgnummer, initialen en
           *> geboortedatum; de gast vult de rest aan. Een extra
           *> bewoner komt op een regel zonder volgnummer
           MOVE SPACES TO FormulierPad
           STRING OMG-HuurDir "PreRegistratie" FS-R-Reserveringsnummer ".csv" DELIMITED BY SIZE INTO FormulierPad
           OPEN OUTPUT FormulierBestand
           IF NOT IO-OK
               DISPLAY ">>> Fout bij het schrijven van het pre-registratieformulier: " IOStatus
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO EOFBewonersVlag
           OPEN INPUT BewonersBestand
           IF IO-OK
               MOVE FS-R-Reserveringsnummer TO FS-BW-Reserveringsnummer
               MOVE ZERO TO FS-BW-Volgnummer
               START BewonersBestand
                 KEY >= FS-BW-BewonersID
                 INVALID KEY
                     SET EOFBewoners TO TRUE
               END-START
               PERFORM UNTIL EOFBewoners
                   READ BewonersBestand NEXT RECORD
                       AT END
                           SET EOFBewoners TO TRUE
                   END-READ
                   IF NOT EOFBewoners
                       IF FS-BW-Reserveringsnummer NOT EQUALS FS-R-Reserveringsnummer
                           SET EOFBewoners TO TRUE
                       ELSE
                           MOVE SPACES TO RegelBuffer
                           STRING FS-R-Reserveringsnummer ";" FS-BW-Volgnummer ";"
                             FUNCTION TRIM (FS-BW-Initialen) ";" FS-BW-Geboortedatum ";"
                             FUNCTION TRIM (FS-BW-VolledigeNaam) ";" FS-BW-DocumentSoort ";"
                             FUNCTION TRIM (FS-BW-DocumentNummer) ";;"
                             DELIMITED BY SIZE INTO RegelBuffer
                           WRITE FormulierRegel FROM RegelBuffer
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BewonersBestand
           END-IF
           IF AantalBewoners EQUALS ZERO
               MOVE SPACES TO RegelBuffer
               STRING FS-R-Reserveringsnummer ";;;;;;;;" DELIMITED BY SIZE INTO RegelBuffer
               WRITE FormulierRegel FROM RegelBuffer
           END-IF
           CLOSE FormulierBestand
           ADD 1 TO AantalFormulieren
           .

       ZoekAankomstSlot.
           *> Het slot op de reservering is de begintijd; de eindtijd
           *> komt uit de tijdvakken van het park
           SET SlotNietGevonden TO TRUE
           IF FS-R-AankomstSlot EQUALS SPACES
             OR FS-R-AankomstSlot IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FS-R-Parkcode EQUALS SPACES
               MOVE "01" TO SlotPark
           ELSE
               MOVE FS-R-Parkcode TO SlotPark
           END-IF
           MOVE FS-R-AankomstSlot TO SlotBegintijd
           MOVE ZERO TO EOFSlotsVlag
           OPEN INPUT AankomstSlotsBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ AankomstSlotsBestand
               AT END
                   SET EOFSlots TO TRUE
           END-READ
           PERFORM UNTIL EOFSlots OR SlotGevonden
               IF FS-AS-Parkcode EQUALS SlotPark
                 AND FS-AS-Begintijd EQUALS SlotBegintijd
                   MOVE FS-AS-Eindtijd TO SlotEindtijd
                   SET SlotGevonden TO TRUE
               ELSE
                   READ AankomstSlotsBestand
                       AT END
                           SET EOFSlots TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE AankomstSlotsBestand
           .

       SchrijfRegel.
           WRITE BriefRegel FROM RegelBuffer
           .
             PadDir-Betalingen
             PadDir-DatumWeek
             PadDir-KluisCodes
             PadDir-Bewoners
             PadDir-AankomstSlots
           .
