         03 WoningEigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 WoningParkcode PIC XX VALUE SPACES.
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 WoningHuisdieren PIC X VALUE SPACE.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 ZoekJaar PIC 9(4) VALUE ZERO.
       01 ZoekWeeknummer PIC 99 VALUE ZERO.
       01 ZoekAantalWeken PIC 99 VALUE ZERO.
       01 ZoekAantalPersonen PIC 99 VALUE ZERO.
       01 ZoekWoningtype PIC X VALUE SPACE.
       01 ZoekHuisdieren PIC X VALUE "N".
         88 AlleenHuisdierenToegestaan VALUE "J" "j".
       01 GevraagdWeekEinde PIC 99 VALUE ZERO.
       01 BestaandWeekEinde PIC 99 VALUE ZERO.
       01 CapaciteitWoning PIC 99 VALUE ZERO.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 HuidigeWoning PIC 99 VALUE ZERO.
       01 HuidigPark PIC XX VALUE "01".
       01 OverlapRecordPark PIC XX VALUE "01".
       01 HuidigType PIC X VALUE "S".
       01 HuidigHuisdieren PIC X VALUE SPACE.
         88 HuidigHuisdierenToegestaan VALUE "J".
       01 AantalGevonden PIC 99 VALUE ZERO.
       01 DatumVandaag PIC 9(8) VALUE ZERO.

           END-IF
           DISPLAY "Aantal personen: " WITH NO ADVANCING
           ACCEPT ZoekAantalPersonen
           DISPLAY "Gewenst woningtype (code, leeg = geen voorkeur): "
             WITH NO ADVANCING
           ACCEPT ZoekWoningtype
           DISPLAY "Alleen woningen waar huisdieren zijn toegestaan? "
             "(J/N): " WITH NO ADVANCING
           ACCEPT ZoekHuisdieren
           COMPUTE GevraagdWeekEinde = ZoekWeeknummer + ZoekAantalWeken - 1

           DISPLAY SPACE
           PERFORM UNTIL EOFWoningen
               MOVE Woningnummer TO HuidigeWoning
               MOVE Woningtype TO HuidigType
               MOVE WoningHuisdieren TO HuidigHuisdieren
               IF WoningParkcode EQUALS SPACES
                   MOVE "01" TO HuidigPark
               ELSE
             AND HuidigType NOT EQUALS ZoekWoningtype
               EXIT PARAGRAPH
           END-IF
           IF AlleenHuisdierenToegestaan
             AND NOT HuidigHuisdierenToegestaan
               EXIT PARAGRAPH
           END-IF
           *> Capaciteit volgens de woningtypestam
           MOVE HuidigType TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           MOVE WT-R-MaxPersonen TO CapaciteitWoning
           IF ZoekAantalPersonen > CapaciteitWoning
               EXIT PARAGRAPH
           END-IF
           PERFORM ControleerOverlap
           IF GeenOverlap
               ADD 1 TO AantalGevonden
               DISPLAY "Woning " HuidigeWoning " (type " HuidigType " "
                 FUNCTION TRIM (WT-R-Omschrijving)
                 ", max " CapaciteitWoning
                 " personen) is de hele periode vrij."
               IF HuidigHuisdierenToegestaan
                   DISPLAY "  (huisdieren toegestaan)"
               END-IF
           END-IF
           .

