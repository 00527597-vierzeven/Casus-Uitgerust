       BeginProgram.
           SET LS-AanmeldingMislukt TO TRUE
           MOVE SPACES TO LS-OperatorID
           IF (LS-ModusGoedkeuring)
               PERFORM VraagGoedkeuring
               EXIT PROGRAM
           END-IF
           *> Bestaat het operatorbestand al? Zo niet, dan maken we de
           *> eerste beheerder aan (eenmalige inrichting).
           OPEN INPUT OperatorsBestand
           END-IF
           .

       VraagGoedkeuring.
           *> Bevestiging door een beheerder (bijvoorbeeld voor een
           *> korting boven het plafond): alleen controleren, de
           *> aangemelde operator van de sessie blijft staan.
           DISPLAY "Goedkeuring door een beheerder."
           MOVE ZERO TO PogingTeller
           PERFORM VraagAanmelding UNTIL LS-AanmeldingGeslaagd
             OR PogingTeller >= MaxAantalPogingen
           IF (LS-AanmeldingGeslaagd AND NOT LS-RolBeheerder)
               SET LS-AanmeldingMislukt TO TRUE
               DISPLAY "Operator " LS-OperatorID " is geen beheerder."
           END-IF
           IF (LS-AanmeldingGeslaagd)
               DISPLAY "Goedgekeurd door " LS-OperatorID "."
           ELSE
               DISPLAY "Geen goedkeuring gegeven."
           END-IF
           .

       MaakEersteBeheerder.
           DISPLAY SPACE
           DISPLAY "Er is nog geen operatorbestand. Maak de eerste beheerder aan."
