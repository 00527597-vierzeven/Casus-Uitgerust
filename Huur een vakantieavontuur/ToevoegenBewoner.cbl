
       01 ReserveringnummerInput PIC 9(8) VALUE ZERO.
       01 WS-Woningtype PIC X VALUE "S".
       01 CapaciteitWoning PIC 99 VALUE ZERO.
       01 AantalBewonersHuidig PIC 99 VALUE ZERO.
       COPY ParametersWoningtype REPLACING ==(pf)== BY ==WT==.
       01 VolgendVolgnummer PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM BepaalWoningtype
           PERFORM BepaalHuidigeBewoners

           *> Capaciteit volgens de woningtypestam
           MOVE WS-Woningtype TO WT-C-Woningtype
           CALL "HaalWoningtype"
             USING BY CONTENT WT-C-ParametersWoningtype,
                   BY REFERENCE WT-R-ParametersWoningtype
           MOVE WT-R-MaxPersonen TO CapaciteitWoning

           IF AantalBewonersHuidig >= CapaciteitWoning
               DISPLAY ">>> Deze woning biedt plaats aan maximaal " CapaciteitWoning " personen; er is al plaats voor allemaal ingevuld."
