                       MOVE WoningtypeHuidig TO WS-P-C-Woningtype
                       MOVE HuidigWeeknummer TO WS-P-C-Weeknummer
                       MOVE -1 TO WS-P-C-DagenVoorAankomst
                       MOVE ZERO TO WS-P-C-Jaar
                       MOVE SPACES TO WS-P-C-Tariefbestand
                       CALL "BepaalWeekprijs"
                         USING BY CONTENT WS-P-C-ParametersBepaalWeekprijs,
                               BY REFERENCE WS-P-R-ParametersBepaalWeekprijs
