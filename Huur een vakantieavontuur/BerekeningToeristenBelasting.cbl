           MOVE Week TO LS-C-WeekNummer
           MOVE 1 TO LS-C-AantalWeken
           MOVE WS-INT-Leeftijd TO LS-C-Leeftijd
           MOVE FS-R-Jaar TO LS-C-Jaar
           MOVE FS-R-Parkcode TO LS-C-Parkcode
           CALL "TonenToeristenBelasting"
             USING BY CONTENT LS-C-ParametersTonenToeristenBelasting,
                   BY REFERENCE LS-R-ParametersTonenToeristenBelasting
