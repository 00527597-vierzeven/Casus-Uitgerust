         03 FS-W-Eigenaar PIC X(4) VALUE SPACES.
      *  Parkcode: spaties in oude records betekenen het hoofdpark 01
         03 FS-W-Parkcode PIC XX VALUE SPACES.
      *  Huisdieren toegestaan: J = ja; spatie in oude records is nee
         03 FS-W-Huisdieren PIC X VALUE SPACE.

       WORKING-STORAGE SECTION.
       *> Bestandspaden: de directory wordt bij de start van het
       01 WoningnummerInput PIC 99 VALUE ZERO.
       01 WoningtypeInput PIC X VALUE SPACE.
       01 ParkcodeInput PIC XX VALUE SPACES.
       01 HuisdierenInput PIC X VALUE "N".
         88 HuisdierenJa VALUE "J" "j".
       01 GelezenParkcode PIC XX VALUE "01".
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.

       PROCEDURE DIVISION.
           PERFORM ZetOmgevingsPaden
           DISPLAY SPACE
           DISPLAY "Woningnummer: " WITH NO ADVANCING
           ACCEPT WoningnummerInput
           DISPLAY "Woningtype (code uit de woningtypen): "
             WITH NO ADVANCING
           ACCEPT WoningtypeInput
           *> Sinds de overname van het tweede park hoort elke woning bij
           *> een park; woningnummers bestaan per park
           IF ParkcodeInput EQUALS SPACES
               MOVE "01" TO ParkcodeInput
           END-IF
           DISPLAY "Huisdieren toegestaan? (J/N): " WITH NO ADVANCING
           ACCEPT HuisdierenInput

           *> Alleen typen uit de woningtypestam (WoningtypeBeheer)
           MOVE WoningtypeInput TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           IF NOT WT-R-OK
               SET ValidatieFout TO TRUE
               MOVE "Onbekend woningtype (zie Woningtypen)."
                 TO RedenValidatieFout
               PERFORM ValidatieNietGeslaagd
           END-IF

           MOVE WoningtypeInput TO FS-W-Woningtype
           MOVE SPACES TO FS-W-Eigenaar
           MOVE ParkcodeInput TO FS-W-Parkcode
           IF HuisdierenJa
               MOVE "J" TO FS-W-Huisdieren
           ELSE
               MOVE "N" TO FS-W-Huisdieren
           END-IF
           WRITE Woningrecord
           CLOSE WoningenBestand

