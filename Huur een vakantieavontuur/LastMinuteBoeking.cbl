           CALL "ToevoegenReservering" USING BY REFERENCE FS-R-Reserveringsnummer

           IF FS-R-Reserveringsnummer EQUALS ZERO
               DISPLAY "De last minute boeking kon niet bevestigd "
                 "worden: de woning is niet beschikbaar of de gast "
                 "is geweigerd."
               EXIT PROGRAM
           END-IF

