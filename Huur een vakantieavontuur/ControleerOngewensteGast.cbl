       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleerOngewensteGast.
       AUTHOR. Joey Schmitz.
       DATE-WRITTEN. 15-10-2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Toetst een boeking aan het register ongewenste gasten
       *> (OngewensteGastenBeheer). Een treffer met maatregel W geeft
       *> een waarschuwing; met maatregel B wordt de boeking geweigerd,
       *> tenzij een beheerder met zijn eigen aanmelding doorzet. Elke
       *> override komt in het reserveringsjournaal
       SELECT OngewensteGastenBestand
           ASSIGN TO Pad-OngewensteGasten
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOStatus.
       SELECT KlantenBestand
           ASSIGN TO Pad-Klanten
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-K-Klantnummer
           FILE STATUS IS IOStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OngewensteGastenBestand.
       01 OngewensteGastrecord.
       COPY OngewensteGast REPLACING ==(pf)== BY ==FS-OG==.
       FD KlantenBestand.
       01 Klantrecord.
       COPY Klant REPLACING ==(pf)== BY ==FS-K==.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       *> programma omgezet naar de actieve omgeving (productie of
       *> test), zie ZetOmgevingsPaden
       COPY Omgeving REPLACING ==(pf)== BY ==OMG==.
       01 Pad-OngewensteGasten.
         02 PadDir-OngewensteGasten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "OngewensteGasten.dat".
       01 Pad-Klanten.
         02 PadDir-Klanten PIC X(19)
             VALUE "C:\COBOL\DATA\HUUR\".
         02 FILLER PIC X(81) VALUE "Klanten.dat".
       01 IOStatus PIC 99 VALUE ZERO.
         88 IO-OK VALUE ZERO.
       01 EOFVlag PIC 9 VALUE 0.
         88 EOFBereikt VALUE 1.
         88 EOFNietBereikt VALUE 0.
       *> Gezochte persoon, hoofdletters voor de vergelijking
       01 GezochteNaam PIC X(20) VALUE SPACES.
       01 GezochteGeboortedatum PIC 9(8) VALUE ZERO.
       01 GezochtePostcode PIC X(6) VALUE SPACES.
       01 RegisterNaam PIC X(20) VALUE SPACES.
       01 RegisterPostcode PIC X(6) VALUE SPACES.
       01 TrefferVlag PIC 9 VALUE 0.
         88 Treffer VALUE 1.
         88 GeenTreffer VALUE 0.
       *> Zwaarste treffer: een blokkade gaat voor een waarschuwing
       01 GevondenMaatregel PIC X VALUE SPACE.
         88 GevondenWaarschuwing VALUE "W".
         88 GevondenBlokkade VALUE "B".
       01 GevondenRegistratie.
       COPY OngewensteGast REPLACING ==(pf)== BY ==GR==.
       01 OverrideKeuze PIC X VALUE "N".
         88 OverrideGevraagd VALUE "J" "j".
       *> Goedkeuring door een beheerder (OperatorAanmelden)
       COPY Aanmelding REPLACING ==(pf)== BY ==GK==.
       *> LOGBOEK (wijzigingsjournaal reserveringen)
       COPY ReserveringJournaal REPLACING ==(pf)== BY ==JRN==.

       LINKAGE SECTION.
       COPY ParametersOngewensteGast REPLACING ==(pf)== BY ==LS==.

       PROCEDURE DIVISION USING LS-C-ParametersOngewensteGast
                                LS-R-ParametersOngewensteGast.
           PERFORM ZetOmgevingsPaden
       BeginProgram.
           SET LS-R-GeenBezwaar TO TRUE
           MOVE ZERO TO LS-R-Registratienummer
           MOVE SPACES TO LS-R-Reden
           MOVE SPACE TO GevondenMaatregel
           PERFORM BepaalGezochtePersoon
           PERFORM DoorzoekRegister
           EVALUATE TRUE
               WHEN GevondenBlokkade
                   PERFORM BehandelBlokkade
               WHEN GevondenWaarschuwing
                   SET LS-R-Gewaarschuwd TO TRUE
                   MOVE GR-Registratienummer TO LS-R-Registratienummer
                   MOVE GR-Reden TO LS-R-Reden
                   IF LS-C-ModusScherm
                       DISPLAY SPACE
                       DISPLAY "*** LET OP: deze gast staat in het "
                         "register ongewenste gasten (registratie "
                         GR-Registratienummer ")."
                       DISPLAY "*** Reden: " GR-Reden
                   END-IF
           END-EVALUATE
           EXIT PROGRAM.

       BepaalGezochtePersoon.
           *> Staat de naam niet in de parameters, dan komen naam,
           *> geboortedatum en postcode uit het klantenbestand
           MOVE LS-C-Naam TO GezochteNaam
           MOVE LS-C-Geboortedatum TO GezochteGeboortedatum
           MOVE LS-C-Postcode TO GezochtePostcode
           IF GezochteNaam = SPACES
             AND LS-C-Klantnummer > ZERO
               OPEN INPUT KlantenBestand
               IF IO-OK
                   MOVE LS-C-Klantnummer TO FS-K-Klantnummer
                   READ KlantenBestand KEY IS FS-K-Klantnummer
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-K-Naam TO GezochteNaam
                           MOVE FS-K-Geboortedatum
                             TO GezochteGeboortedatum
                           MOVE FS-K-Postcode TO GezochtePostcode
                   END-READ
                   CLOSE KlantenBestand
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE (GezochteNaam) TO GezochteNaam
           MOVE FUNCTION UPPER-CASE (GezochtePostcode)
             TO GezochtePostcode
           IF GezochteGeboortedatum IS NOT NUMERIC
               MOVE ZERO TO GezochteGeboortedatum
           END-IF
           .

       DoorzoekRegister.
           MOVE ZERO TO EOFVlag
           OPEN INPUT OngewensteGastenBestand
           IF NOT IO-OK
               EXIT PARAGRAPH
           END-IF
           READ OngewensteGastenBestand
               AT END
                   SET EOFBereikt TO TRUE
           END-READ
           PERFORM UNTIL EOFBereikt
               IF FS-OG-StatusActief
                   PERFORM VergelijkRegistratie
                   IF Treffer
                     AND NOT GevondenBlokkade
                       MOVE FS-OG-Maatregel TO GevondenMaatregel
                       MOVE OngewensteGastrecord TO GevondenRegistratie
                   END-IF
               END-IF
               READ OngewensteGastenBestand
                   AT END
                       SET EOFBereikt TO TRUE
               END-READ
           END-PERFORM
           CLOSE OngewensteGastenBestand
           .

       VergelijkRegistratie.
           *> Treffer op hetzelfde klantnummer, of op dezelfde persoon
           *> onder een ander klantnummer: naam, geboortedatum en
           *> postcode gelijk
           SET GeenTreffer TO TRUE
           IF FS-OG-Klantnummer > ZERO
             AND FS-OG-Klantnummer = LS-C-Klantnummer
               SET Treffer TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF GezochteNaam = SPACES
             OR GezochteGeboortedatum = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (FS-OG-Naam) TO RegisterNaam
           MOVE FUNCTION UPPER-CASE (FS-OG-Postcode)
             TO RegisterPostcode
           IF RegisterNaam = GezochteNaam
             AND FS-OG-Geboortedatum = GezochteGeboortedatum
             AND RegisterPostcode = GezochtePostcode
               SET Treffer TO TRUE
           END-IF
           .

       BehandelBlokkade.
           MOVE GR-Registratienummer TO LS-R-Registratienummer
           MOVE GR-Reden TO LS-R-Reden
           SET LS-R-Geweigerd TO TRUE
           IF LS-C-ModusBatch
               EXIT PARAGRAPH
           END-IF
           DISPLAY SPACE
           DISPLAY "*** GEBLOKKEERD: deze gast staat in het register "
             "ongewenste gasten (registratie " GR-Registratienummer
             ")."
           IF GR-Klantnummer NOT = LS-C-Klantnummer
               DISPLAY "*** Geregistreerd onder klantnummer "
                 GR-Klantnummer " (zelfde naam, geboortedatum en "
                 "postcode)."
           END-IF
           DISPLAY "*** Reden: " GR-Reden
           DISPLAY "Doorzetten met goedkeuring van een beheerder? "
             "(J/N): " WITH NO ADVANCING
           MOVE "N" TO OverrideKeuze
           ACCEPT OverrideKeuze
           IF NOT OverrideGevraagd
               DISPLAY "De boeking wordt niet vastgelegd."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GK-OperatorID GK-Rol
           SET GK-ModusGoedkeuring TO TRUE
           CALL "OperatorAanmelden" USING GK-Aanmelding
           IF GK-AanmeldingMislukt
               DISPLAY "De boeking wordt niet vastgelegd."
               EXIT PARAGRAPH
           END-IF
           SET LS-R-Doorgezet TO TRUE
           MOVE LS-C-Programma TO JRN-Programma
           MOVE "OVERRIDE-ONGEWENST" TO JRN-Actie
           MOVE GevondenRegistratie TO JRN-BeeldVoor
           MOVE SPACES TO JRN-BeeldNa
           STRING "Doorgezet door beheerder " GK-OperatorID
             " voor klant " LS-C-Klantnummer
             DELIMITED BY SIZE INTO JRN-BeeldNa
           CALL "SchrijfReserveringJournaal"
             USING JRN-ReserveringJournaal
           .

       ZetOmgevingsPaden.
           *> Paden omzetten naar de actieve omgeving
           CALL "BepaalOmgeving" USING OMG-Omgeving
           MOVE OMG-HuurDir TO PadDir-OngewensteGasten
             PadDir-Klanten
           .
