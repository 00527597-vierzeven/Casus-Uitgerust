           COMPUTE OpenRestant = OP-FactuurBedrag - OP-BetaaldBedrag
           MOVE OpenRestant TO ToonBedrag
           DISPLAY OP-Klantnummer " | " KlantNaam " | factuur " OP-FactuurJaar "-" OP-FactuurMaand " | open: " ToonBedrag " euro | status " OP-Status
           *> Aanmaanniveau uit 41--AanmaningenRun
           IF NOT (OP-NietAangemaand)
               DISPLAY "       aanmaanniveau " OP-AanmaanNiveau " sinds " OP-DatumAanmaning
           END-IF
           .

       ZoekKlantNaam.
