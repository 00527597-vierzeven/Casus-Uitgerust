               MOVE FS-U-Mutatiedatum TO FS-M-Mutatiedatum
               MOVE FS-U-NieuwWeeknummer TO FS-M-NieuwWeeknummer
               MOVE FS-U-NieuwAantalWeken TO FS-M-NieuwAantalWeken
               MOVE FS-U-AnnuleringsReden TO FS-M-AnnuleringsReden
               WRITE Mutatierecord
               CLOSE MutatieBestand
               DISPLAY "De gecorrigeerde mutatie is opnieuw aangeboden voor de volgende run."
