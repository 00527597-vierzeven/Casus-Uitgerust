         03 Woningnummer PIC 99 VALUE ZERO.
         03 Woningtype PIC X VALUE "S".
         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode en huisdierenvlag gaan ongewijzigd mee
         03 WoningParkcode PIC XX VALUE SPACES.
         03 WoningHuisdieren PIC X VALUE SPACE.
       FD WoningenGefilterd.
       01 WoningrecordGefilterd.
         03 WG-Woningnummer PIC 99.
         03 WG-Woningtype PIC X.
         03 WG-WoningEigenaar PIC X(4).
         03 WG-WoningParkcode PIC XX.
         03 WG-WoningHuisdieren PIC X.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
               MOVE Woningnummer TO WG-Woningnummer
               MOVE Woningtype TO WG-Woningtype
               MOVE WoningEigenaar TO WG-WoningEigenaar
               MOVE WoningParkcode TO WG-WoningParkcode
               MOVE WoningHuisdieren TO WG-WoningHuisdieren
               IF Woningnummer EQUALS KoppelWoningnummer
                   SET RecordGevonden TO TRUE
                   IF KoppelEigenaarnummer EQUALS ZERO
               MOVE WG-Woningnummer TO Woningnummer
               MOVE WG-Woningtype TO Woningtype
               MOVE WG-WoningEigenaar TO WoningEigenaar
               MOVE WG-WoningParkcode TO WoningParkcode
               MOVE WG-WoningHuisdieren TO WoningHuisdieren
               WRITE Woningrecord
               READ WoningenGefilterd
                   AT END
